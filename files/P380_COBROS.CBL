      *  EN EL LISTADO DE MOROSOS 380MOROSO.DAT. EL RESUMEN      *
      *  (380RESUM.DAT) CUADRA COBRADO MAS PENDIENTE CONTRA LA   *
      *  'CUOTA TOTAL DEL PADRON' DE 370RESUM.DAT, PARA PROBAR   *
      *  QUE NADA SE HA PERDIDO POR EL CAMINO. LOS ADEUDOS QUE   *
      *  EL BANCO HA DEVUELTO (386IMPAG.DAT, QUE DEJA 386DEVOL)  *
      *  A LINEAS DE ESTE PADRON SE DESCUENTAN DE LO COBRADO, DE *
      *  MODO QUE SUS RECIBOS VUELVEN A QUEDAR PENDIENTES.       *
      ************************************************************
      *                      IDENTIFICATION DIVISION                   *
      ******************************************************************
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

      ************************************************************
      *                   INPUT  FILE                            *
      *----------------------------------------------------------*
      * RECIBOS DEVUELTOS POR EL BANCO QUE DEJA 386DEVOL: UN     *
      * REGISTRO POR LINEA DE RECIBO CUYO ADEUDO DOMICILIADO SE  *
      * HA DEVUELTO, CON EL IMPORTE QUE HAY QUE RESTAR DE LO     *
      * COBRADO. LO ACUMULA 386DEVOL DE UNA EJECUCION A OTRA,    *
      * ASI QUE SOLO SE DESCUENTA LA DEVOLUCION CUYO PLAZO Y     *
      * VENCIMIENTO SON LOS DE UNA LINEA DE ESTE PADRON; LAS DE  *
      * PADRONES ANTERIORES SOLO SE CUENTAN EN EL RESUMEN.       *
      * ES OPTIONAL: SIN DEVOLUCIONES NO HAY FICHERO.            *
      ************************************************************
       SELECT OPTIONAL DEVUELTOS
               ASSIGN TO '386IMPAG.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

      ************************************************************
      *                   INPUT  FILE                            *
      *----------------------------------------------------------*
      *                   SORT  FILE                             *
      *----------------------------------------------------------*
      * FICHERO DE TRABAJO DE LA CLASIFICACION POR TITULAR Y     *
      * LOTE: UNA ENTRADA POR RECIBO, UNA POR PAGO Y UNA POR     *
      * DEVOLUCION, CON UN INDICADOR PARA QUE A IGUAL CLAVE LOS  *
      * RECIBOS PRECEDAN A LOS PAGOS, Y CADA LINEA DEL PADRON A  *
      * LAS DEVOLUCIONES DE SU MISMO PLAZO Y VENCIMIENTO.        *
      ************************************************************
       SELECT CONCILIACION
               ASSIGN TO 'SORTWK01'.

       01  BANCO-REC                          PIC X(42).

       FD  DEVUELTOS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 55 CHARACTERS
           DATA RECORD IS DEVUELTOS-REC.

       01  DEVUELTOS-REC                      PIC X(55).

      *    370RESUM.DAT SE ESCRIBE CON AFTER ADVANCING: CADA
      *    LINEA LLEVA DETRAS SU TERMINADOR, ASI QUE SE LEE CON
      *    UN REGISTRO DE LONGITUD (REGISTRO + TERMINADOR), IGUAL
      *                    SORT FILE                             *
      ************************************************************
       SD  CONCILIACION
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS CON-REG.

       01  CON-REG.
           05 CON-NIF                         PIC X(16).
           05 CON-NLOTE                       PIC 9(9).
      *    VENCIMIENTO Y PLAZO DE LA LINEA DEL PADRON (TIPO 1) O DE
      *    LA LINEA CUYO ADEUDO SE DEVOLVIO (TIPO 3); CERO EN LOS
      *    PAGOS.
           05 CON-FECHA-VTO                   PIC 9(8).
           05 CON-PLAZO                       PIC 9.
      *    1 = RECIBO DEL PADRON, 2 = PAGO DEL BANCO, 3 = ADEUDO
      *    DEVUELTO; A IGUAL TITULAR, LOTE, VENCIMIENTO Y PLAZO,
      *    PRIMERO LOS RECIBOS.
           05 CON-TIPO                        PIC 9.
           05 CON-IMPORTE                     PIC S9(7)V99.
           05 CON-NOMBRE                      PIC X(40).
               10 WS-BAN-IMPORTE PIC 9(7)V99.
               10 WS-BAN-FECHA-PAGO PIC 9(8).

      *    RECIBO DEVUELTO, MISMO TRAZADO QUE ESCRIBE 386DEVOL.
           05  WS-DEVUELTO-REG.
               10 WS-DEV-NLOTE PIC 9(9).
               10 WS-DEV-NIF PIC X(16).
               10 WS-DEV-IMPORTE PIC 9(7)V99.
               10 WS-DEV-FECHA-DEVOL PIC 9(8).
               10 WS-DEV-MOTIVO PIC X(4).
               10 WS-DEV-PLAZO PIC 9(1).
               10 WS-DEV-FECHA-VTO PIC 9(8).

      *    ESTADO DE CADA RECIBO EN FORMATO FIJO.
           05  WS-ESTADO-REG.
               10 WS-EST-NLOTE PIC 9(9).
           05 SW-FIN-BANCO PIC X VALUE 'N'.
               88 FIN-BANCO VALUE 'Y'.

           05 SW-FIN-DEVUELTOS PIC X VALUE 'N'.
               88 FIN-DEVUELTOS VALUE 'Y'.

           05 SW-FIN-RESUMEN-PAD PIC X VALUE 'N'.
               88 FIN-RESUMEN-PAD VALUE 'Y'.

           05 SW-CUOTA-370-VISTA PIC X VALUE 'N'.
               88 CUOTA-370-VISTA VALUE 'Y'.

      *    CIERTO CUANDO EL RECIBO EN CURSO YA TRAE ALGUNA LINEA
      *    DEL PADRON (SU PLAZO Y VENCIMIENTO QUEDAN EN
      *    WS-ULT-PLAZO Y WS-ULT-FECHA-VTO).
           05 SW-LINEA-VISTA PIC X VALUE 'N'.
               88 LINEA-VISTA VALUE 'Y'.

      *    CIERTO CUANDO LA DEVOLUCION EN CURSO NO CORRESPONDE A
      *    NINGUNA LINEA DE ESTE PADRON.
           05 SW-DEVOL-OTRO-PADRON PIC X VALUE 'N'.
               88 DEVOL-OTRO-PADRON VALUE 'Y'.

      ************************************************************
      *               COUNTERS AND ACCUMULATORS                  *
      ************************************************************
           05 WS-CNT-EXCESOS PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-SIN-RECIBO PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-MOROSOS PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-DEVOLUCIONES PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-DEVUELTOS PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-DEVOL-OTRO-PADRON PIC 9(9) VALUE ZERO COMP.

           05 WS-TOT-FACTURADO PIC S9(9)V99 VALUE ZERO.
           05 WS-TOT-PAGADO PIC S9(9)V99 VALUE ZERO.
           05 WS-TOT-PENDIENTE PIC S9(9)V99 VALUE ZERO.
           05 WS-TOT-EXCESO PIC S9(9)V99 VALUE ZERO.
           05 WS-TOT-SIN-RECIBO PIC S9(9)V99 VALUE ZERO.
           05 WS-TOT-DEVUELTO PIC S9(9)V99 VALUE ZERO.
           05 WS-TOT-DEVOL-OTRO-PADRON PIC S9(9)V99 VALUE ZERO.

      *    ACUMULADOS DEL TITULAR EN CURSO (CORTE POR NIF).
           05 WS-TIT-FACTURADO PIC S9(9)V99 VALUE ZERO.
      *    ACUMULADOS DEL RECIBO EN CURSO (CORTE POR NIF+LOTE).
           05 WS-REC-FACTURADO PIC S9(7)V99 VALUE ZERO.
           05 WS-REC-PAGADO PIC S9(7)V99 VALUE ZERO.
           05 WS-REC-DEVUELTO PIC S9(7)V99 VALUE ZERO.

      *    CUOTA TOTAL DEL PADRON SEGUN 370RESUM.DAT Y LA
      *    DIFERENCIA CON LO FACTURADO QUE HEMOS LEIDO.
           05 WS-NLOTE-ACTUAL PIC 9(9) VALUE ZERO.
           05 WS-NOMBRE-ACTUAL PIC X(40) VALUE SPACES.
           05 WS-NOMBRE-TITULAR PIC X(40) VALUE SPACES.
           05 WS-ULT-PLAZO PIC 9(1) VALUE ZERO.
           05 WS-ULT-FECHA-VTO PIC 9(8) VALUE ZERO.

      *    CAMPOS DE TRABAJO PARA DESEDITAR EL IMPORTE DE LA
      *    LINEA 'CUOTA TOTAL DEL PADRON' DE 370RESUM.DAT (VIENE
           SORT CONCILIACION
               ON ASCENDING KEY CON-NIF
                                CON-NLOTE
                                CON-FECHA-VTO
                                CON-PLAZO
                                CON-TIPO
               INPUT PROCEDURE IS 3000-CARGAR-MOVIMIENTOS
                  THRU 3000-CARGAR-MOVIMIENTOS-EXIT
      *              3000-CARGAR-MOVIMIENTOS                     *
      * -------------------------------------------------------- *
      * PROCEDIMIENTO DE ENTRADA DE LA CLASIFICACION: SUELTA UNA *
      * ENTRADA POR CADA LINEA DE RECIBO DEL PADRON (TIPO 1),    *
      * UNA POR CADA PAGO DEL BANCO (TIPO 2) Y UNA POR CADA      *
      * RECIBO CUYO ADEUDO HA DEVUELTO EL BANCO (TIPO 3).        *
      ************************************************************
       3000-CARGAR-MOVIMIENTOS.
           OPEN INPUT PADRON
                      BANCO
                      DEVUELTOS.

           READ PADRON INTO WS-PADRON-REG
               AT END
              THRU 3200-SOLTAR-PAGO-EXIT
             UNTIL FIN-BANCO.

           READ DEVUELTOS INTO WS-DEVUELTO-REG
               AT END
                   SET FIN-DEVUELTOS TO TRUE.

           PERFORM 3300-SOLTAR-DEVOLUCION
              THRU 3300-SOLTAR-DEVOLUCION-EXIT
             UNTIL FIN-DEVUELTOS.

           CLOSE PADRON
                 BANCO
                 DEVUELTOS.

       3000-CARGAR-MOVIMIENTOS-EXIT.
           EXIT.
       3100-SOLTAR-RECIBO.
           MOVE WS-PAD-NIF TO CON-NIF.
           MOVE WS-PAD-NLOTE TO CON-NLOTE.
           MOVE WS-PAD-FECHA-VTO TO CON-FECHA-VTO.
           MOVE WS-PAD-PLAZO TO CON-PLAZO.
           MOVE 1 TO CON-TIPO.
           MOVE WS-PAD-CUOTA-PARTE TO CON-IMPORTE.
           MOVE WS-PAD-NOMBRE TO CON-NOMBRE.
       3200-SOLTAR-PAGO.
           MOVE WS-BAN-NIF TO CON-NIF.
           MOVE WS-BAN-NLOTE TO CON-NLOTE.
           MOVE ZERO TO CON-FECHA-VTO.
           MOVE ZERO TO CON-PLAZO.
           MOVE 2 TO CON-TIPO.
           MOVE WS-BAN-IMPORTE TO CON-IMPORTE.
           MOVE SPACES TO CON-NOMBRE.

       3200-SOLTAR-PAGO-EXIT.
           EXIT.
      ************************************************************
      *                 3300-SOLTAR-DEVOLUCION                   *
      ************************************************************
       3300-SOLTAR-DEVOLUCION.
           MOVE WS-DEV-NIF TO CON-NIF.
           MOVE WS-DEV-NLOTE TO CON-NLOTE.
           MOVE WS-DEV-FECHA-VTO TO CON-FECHA-VTO.
           MOVE WS-DEV-PLAZO TO CON-PLAZO.
           MOVE 3 TO CON-TIPO.
           MOVE WS-DEV-IMPORTE TO CON-IMPORTE.
           MOVE SPACES TO CON-NOMBRE.
           RELEASE CON-REG.
           ADD 1 TO WS-CNT-DEVOLUCIONES.

           READ DEVUELTOS INTO WS-DEVUELTO-REG
               AT END
                   SET FIN-DEVUELTOS TO TRUE.

       3300-SOLTAR-DEVOLUCION-EXIT.
           EXIT.

      ************************************************************
      *              4000-CONCILIAR                              *
           EXIT.
      ************************************************************
      *                 4200-TRATAR-MOVIMIENTO                   *
      * -------------------------------------------------------- *
      * UNA DEVOLUCION QUE NO CASA CON NINGUNA LINEA DE ESTE     *
      * PADRON ES DE UN PADRON ANTERIOR (386IMPAG.DAT ES         *
      * ACUMULATIVO): SOLO SE CUENTA PARA EL RESUMEN, SIN ABRIR  *
      * RECIBO NI TOCAR LO COBRADO.                              *
      ************************************************************
       4200-TRATAR-MOVIMIENTO.
           MOVE 'N' TO SW-DEVOL-OTRO-PADRON.
           IF CON-TIPO = 3
               PERFORM 4205-COMPROBAR-DEVOLUCION
                  THRU 4205-COMPROBAR-DEVOLUCION-EXIT
           END-IF.

           IF DEVOL-OTRO-PADRON
               ADD 1 TO WS-CNT-DEVOL-OTRO-PADRON
               ADD CON-IMPORTE TO WS-TOT-DEVOL-OTRO-PADRON
           ELSE
               PERFORM 4230-ACUMULAR-MOVIMIENTO
                  THRU 4230-ACUMULAR-MOVIMIENTO-EXIT
           END-IF.

           PERFORM 4100-RECOGER-MOVIMIENTO
              THRU 4100-RECOGER-MOVIMIENTO-EXIT.

       4200-TRATAR-MOVIMIENTO-EXIT.
           EXIT.
      ************************************************************
      *                 4205-COMPROBAR-DEVOLUCION                *
      * -------------------------------------------------------- *
      * LA CLASIFICACION DEJA CADA DEVOLUCION DETRAS DE LA LINEA *
      * DEL PADRON DE SU MISMO TITULAR, LOTE, VENCIMIENTO Y      *
      * PLAZO, SI LA HAY; SI LA ULTIMA LINEA VISTA NO ES ESA, LA *
      * DEVOLUCION ES DE OTRO PADRON.                            *
      ************************************************************
       4205-COMPROBAR-DEVOLUCION.
           MOVE 'Y' TO SW-DEVOL-OTRO-PADRON.
           IF NOT PRIMER-MOVIMIENTO
              AND CON-NIF = WS-NIF-ACTUAL
              AND CON-NLOTE = WS-NLOTE-ACTUAL
              AND LINEA-VISTA
              AND CON-PLAZO = WS-ULT-PLAZO
              AND CON-FECHA-VTO = WS-ULT-FECHA-VTO
               MOVE 'N' TO SW-DEVOL-OTRO-PADRON
           END-IF.

       4205-COMPROBAR-DEVOLUCION-EXIT.
           EXIT.
      ************************************************************
      *                 4210-ABRIR-TITULAR                       *
      ************************************************************
       4210-ABRIR-TITULAR.
           MOVE CON-NIF TO WS-NIF-ACTUAL.
           MOVE SPACES TO WS-NOMBRE-TITULAR.
           MOVE ZERO TO WS-TIT-FACTURADO.
           MOVE ZERO TO WS-TIT-PAGADO.
           MOVE ZERO TO WS-TIT-PENDIENTE.

       4210-ABRIR-TITULAR-EXIT.
           EXIT.
      ************************************************************
      *                 4220-ABRIR-RECIBO                        *
      ************************************************************
       4220-ABRIR-RECIBO.
           MOVE CON-NLOTE TO WS-NLOTE-ACTUAL.
           MOVE SPACES TO WS-NOMBRE-ACTUAL.
           MOVE ZERO TO WS-REC-FACTURADO.
           MOVE ZERO TO WS-REC-PAGADO.
           MOVE ZERO TO WS-REC-DEVUELTO.
           MOVE 'N' TO SW-LINEA-VISTA.

       4220-ABRIR-RECIBO-EXIT.
           EXIT.
      ************************************************************
      *                 4230-ACUMULAR-MOVIMIENTO                 *
      * -------------------------------------------------------- *
      * CORTES DE CONTROL POR TITULAR Y LOTE Y ACUMULACION DEL   *
      * MOVIMIENTO EN EL RECIBO EN CURSO.                        *
      ************************************************************
       4230-ACUMULAR-MOVIMIENTO.
           IF PRIMER-MOVIMIENTO
               MOVE 'N' TO SW-PRIMER-MOVIMIENTO
               PERFORM 4210-ABRIR-TITULAR

           IF CON-TIPO = 1
               ADD CON-IMPORTE TO WS-REC-FACTURADO
               MOVE CON-PLAZO TO WS-ULT-PLAZO
               MOVE CON-FECHA-VTO TO WS-ULT-FECHA-VTO
               SET LINEA-VISTA TO TRUE
               IF CON-NOMBRE NOT = SPACES
                   MOVE CON-NOMBRE TO WS-NOMBRE-ACTUAL
                   MOVE CON-NOMBRE TO WS-NOMBRE-TITULAR
               END-IF
           ELSE
               IF CON-TIPO = 2
                   ADD CON-IMPORTE TO WS-REC-PAGADO
               ELSE
                   ADD CON-IMPORTE TO WS-REC-DEVUELTO
               END-IF
           END-IF.

       4230-ACUMULAR-MOVIMIENTO-EXIT.
           EXIT.
      ************************************************************
      *                 4400-CERRAR-RECIBO                       *
      * EN EL TITULAR Y EN LOS TOTALES GENERALES.                *
      ************************************************************
       4400-CERRAR-RECIBO.
           IF WS-REC-DEVUELTO > ZERO
               PERFORM 4410-DESCONTAR-DEVOLUCION
                  THRU 4410-DESCONTAR-DEVOLUCION-EXIT
           END-IF.

           MOVE WS-NLOTE-ACTUAL TO WS-EST-NLOTE.
           MOVE WS-NIF-ACTUAL TO WS-EST-NIF.
           MOVE WS-NOMBRE-ACTUAL TO WS-EST-NOMBRE.
       4400-CERRAR-RECIBO-EXIT.
           EXIT.
      ************************************************************
      *                 4410-DESCONTAR-DEVOLUCION                *
      * -------------------------------------------------------- *
      * EL ADEUDO DEVUELTO DEJA DE CONTAR COMO COBRADO. SI EL     *
      * BANCO DEVUELVE MAS DE LO QUE CONSTA COBRADO (EL PAGO NO  *
      * LLEGO A 380BANCO.DAT) SE DESCUENTA SOLO LO COBRADO Y SE  *
      * ANOTA LA INCIDENCIA.                                     *
      ************************************************************
       4410-DESCONTAR-DEVOLUCION.
           IF WS-REC-DEVUELTO > WS-REC-PAGADO
               MOVE 'DEVOL SIN COBRO' TO WS-INC-MOTIVO
               PERFORM 4450-ESCRIBIR-INCIDENCIA
                  THRU 4450-ESCRIBIR-INCIDENCIA-EXIT
               MOVE WS-REC-PAGADO TO WS-REC-DEVUELTO
           END-IF.

           SUBTRACT WS-REC-DEVUELTO FROM WS-REC-PAGADO.
           ADD WS-REC-DEVUELTO TO WS-TOT-DEVUELTO.
           ADD 1 TO WS-CNT-DEVUELTOS.

       4410-DESCONTAR-DEVOLUCION-EXIT.
           EXIT.
      ************************************************************
      *                 4450-ESCRIBIR-INCIDENCIA                 *
      ************************************************************
       4450-ESCRIBIR-INCIDENCIA.
           WRITE OUT-RESUMEN-REC FROM WS-RESUMEN-LIN
               AFTER ADVANCING 1 LINE.

           MOVE 'ADEUDOS DEVUELTOS POR EL BANCO' TO WS-RES-ETIQUETA.
           MOVE WS-CNT-DEVOLUCIONES TO WS-RES-VALOR.
           WRITE OUT-RESUMEN-REC FROM WS-RESUMEN-LIN
               AFTER ADVANCING 1 LINE.

           MOVE 'RECIBOS CON ADEUDO DEVUELTO' TO WS-RES-ETIQUETA.
           MOVE WS-CNT-DEVUELTOS TO WS-RES-VALOR.
           WRITE OUT-RESUMEN-REC FROM WS-RESUMEN-LIN
               AFTER ADVANCING 1 LINE.

           MOVE 'TITULARES MOROSOS' TO WS-RES-ETIQUETA.
           MOVE WS-CNT-MOROSOS TO WS-RES-VALOR.
           WRITE OUT-RESUMEN-REC FROM WS-RESUMEN-LIN
           WRITE OUT-RESUMEN-REC FROM WS-RESUMEN-LIN
               AFTER ADVANCING 1 LINE.

           MOVE 'IMPORTE DE ADEUDOS DEVUELTOS' TO WS-RES-ETIQUETA.
           MOVE WS-TOT-DEVUELTO TO WS-RES-VALOR.
           WRITE OUT-RESUMEN-REC FROM WS-RESUMEN-LIN
               AFTER ADVANCING 1 LINE.

           MOVE 'DEVOLUCIONES DE OTROS PADRONES' TO WS-RES-ETIQUETA.
           MOVE WS-CNT-DEVOL-OTRO-PADRON TO WS-RES-VALOR.
           WRITE OUT-RESUMEN-REC FROM WS-RESUMEN-LIN
               AFTER ADVANCING 1 LINE.

           MOVE 'IMPORTE DEVUELTO OTROS PADRONES' TO WS-RES-ETIQUETA.
           MOVE WS-TOT-DEVOL-OTRO-PADRON TO WS-RES-VALOR.
           WRITE OUT-RESUMEN-REC FROM WS-RESUMEN-LIN
               AFTER ADVANCING 1 LINE.

           MOVE 'CUOTA TOTAL DEL PADRON (370RESUM)' TO
               WS-RES-ETIQUETA.
           MOVE WS-CUOTA-PADRON-370 TO WS-RES-VALOR.
