      *  RESULTADO (COPROPIETARIOS, PORCENTAJES Y TASACION)      *
      *  CONTRA EL 340-PROP-NEW.DAT REAL, DEJANDO EN             *
      *  345AUDIT.DAT CADA DIFERENCIA NO EXPLICADA CON SUS       *
      *  VALORES ANTERIOR, ESPERADO Y REAL. ADEMAS VA POR CLAVE  *
      *  A CADA ENTRADA DEL CICLO EN EL HISTORICO ACUMULADO      *
      *  (340HISTO-ANT.DAT) PARA COMPROBAR QUE EL CIERRE DE LA   *
      *  TANDA LA GUARDO ENTERA. UNA TANDA LIMPIA ES             *
      *  EL VISTO BUENO PARA PROMOVER EL MAESTRO AL CICLO        *
      *  SIGUIENTE; UNA SUCIA DEVUELVE CODIGO 8 Y LO IMPIDE.     *
      ************************************************************
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

      ************************************************************
      *                   INPUT  FILE                            *
      *----------------------------------------------------------*
      * HISTORICO ACUMULADO DE TODOS LOS CICLOS, INDEXADO POR    *
      * LOTE + FECHA DEL CAMBIO + CICLO + LINEA, AL QUE 330CURSO *
      * ANADE EL HISTORICO DEL CICLO AL CERRAR LA TANDA REAL:    *
      * CADA LINEA DE DATOS DE 340HISTO.DAT SE BUSCA POR SU      *
      * CLAVE (Y LA DE FILIACION DE UNA SEGREGACION TAMBIEN BAJO *
      * EL LOTE HIJO). ES OPTIONAL: SIN ACUMULADO, TODAS LAS     *
      * ENTRADAS DEL CICLO SALEN COMO NO GUARDADAS.              *
      ************************************************************
       SELECT OPTIONAL HISTORICO-ANT
               ASSIGN TO '340HISTO-ANT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIA-CLAVE.

      ************************************************************
      *                   INPUT  FILE                            *
      *----------------------------------------------------------*
      * CONTROL DE CICLOS DE 330CURSO: DA EL CICLO RECIEN        *
      * APLICADO, QUE FORMA PARTE DE LA CLAVE DE SUS ENTRADAS EN *
      * EL ACUMULADO. ES OPTIONAL: SIN CICLO REGISTRADO NO SE    *
      * COMPRUEBA EL ACUMULADO.                                  *
      ************************************************************
       SELECT OPTIONAL CICLO-CONTROL
               ASSIGN TO '340CICLO.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

      ************************************************************
      *                   INPUT  FILE                            *
      *----------------------------------------------------------*
       FD  HISTORICO
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 302 CHARACTERS
           DATA RECORD IS HISTORICO-REC.

       01  HISTORICO-REC                      PIC X(302).

       FD  BAJAS
           LABEL RECORDS ARE STANDARD

       01  BAJAS-REC                          PIC X(71).

      *    CADA ENTRADA DEL ACUMULADO LLEVA LA LINEA COMPLETA DE
      *    340HISTO.DAT (SIN EL TERMINADOR) BAJO SU CLAVE.
       FD  HISTORICO-ANT
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 331 CHARACTERS
           DATA RECORD IS HISTORICO-ANT-REC.

       01  HISTORICO-ANT-REC.
           05 HIA-CLAVE.
               10 HIA-NLOTE                   PIC 9(9).
               10 HIA-FECHA                   PIC 9(8).
               10 HIA-CICLO                   PIC 9(6).
               10 HIA-LINEA                   PIC 9(7).
           05 HIA-DATOS                       PIC X(301).

       FD  CICLO-CONTROL
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CICLO-CONTROL-REC.

       01  CICLO-CONTROL-REC                  PIC X(80).

       FD  MAESTRO-NUEVO
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           05 AUD-NLOTE                       PIC 9(9).
      *    1 = LOTE DEL MAESTRO VIEJO, 2 = CAMBIO DEL HISTORICO,
      *    3 = BAJA; A IGUAL LOTE SE REHACE EN ESE ORDEN.
      *    4 = ENTRADA DEL CICLO QUE FALTA EN EL HISTORICO
      *    ACUMULADO O NO COINCIDE CON LA DEL CICLO.
           05 AUD-ORDEN                       PIC 9.
           05 AUD-SECUENCIA                   PIC 9(9).
           05 AUD-TIPO                        PIC X(18).
               10 WS-HIS-DET-DESPUES.
                   15 WS-HIS-DET-DES-COPROP PIC X(63).
                   15 WS-HIS-DET-DES-TAS PIC S9(6)V99.
               10 FILLER PIC X(2).
               10 WS-HIS-FECHA-EFECTO PIC X(8).
      *        TERMINADOR DE LINEA DEL AFTER ADVANCING.
               10 FILLER PIC X(1).

           05  WS-ANT-EXISTE PIC X VALUE 'N'.
           05  WS-ANT-COPROP PIC X(63).
           05  WS-ANT-TAS PIC S9(6)V99 VALUE ZERO.
           05  WS-EXP-SIN-ACUMULAR PIC X VALUE 'N'.

      *    ULTIMO CICLO APLICADO SEGUN 340CICLO.DAT.
           05  WS-CICLO-REG.
               10 WS-CIC-ULT-CICLO PIC 9(6).
               10 FILLER PIC X(74).

      ************************************************************
      *               REPORT LINES AND HEADINGS                  *
           05 SW-LOTE-VALIDO PIC X VALUE 'N'.
               88 LOTE-VALIDO VALUE 'Y'.

      *    CIERTO CUANDO HAY CICLO REGISTRADO Y SE COMPRUEBA QUE
      *    SUS ENTRADAS ESTAN EN EL HISTORICO ACUMULADO.
           05 SW-COMPROBAR-ACUMULADO PIC X VALUE 'N'.
               88 COMPROBAR-ACUMULADO VALUE 'Y'.

      ************************************************************
      *               COUNTERS AND ACCUMULATORS                  *
      ************************************************************
           05 WS-CNT-FALTAN PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-INESPERADOS PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-NO-VERIFICABLES PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-SIN-ACUMULAR PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-ACU-COMPROBADAS PIC 9(9) VALUE ZERO COMP.
           05 WS-SECUENCIA PIC 9(9) VALUE ZERO COMP.

      ************************************************************
           05 WS-LOTE-ED-X PIC X(9).
           05 WS-LOTE-ED-N REDEFINES WS-LOTE-ED-X PIC 9(9).

      *    NUMERO DE LINEA DENTRO DE 340HISTO.DAT (CONTANDO LAS
      *    CABECERAS), QUE CON EL CICLO COMPLETA LA CLAVE DE LA
      *    ENTRADA EN EL ACUMULADO.
           05 WS-LINEA-HISTO PIC 9(7) VALUE ZERO.

      ************************************************************
      *                    PROCEDURE DIVISION                    *
      ************************************************************
      *              2000 HOUSEKEEPING PARAGRAPH                 *
      ************************************************************
       2000-HOUSEKEEPING.
           PERFORM 2100-LEER-CICLO
              THRU 2100-LEER-CICLO-EXIT.

           OPEN INPUT MAESTRO-NUEVO
                OUTPUT INFORME.


       2000-HOUSEKEEPING-EXIT.
           EXIT.
      ************************************************************
      *              2100-LEER-CICLO                             *
      * -------------------------------------------------------- *
      * LEE DE 340CICLO.DAT EL CICLO RECIEN APLICADO. SIN CICLO  *
      * REGISTRADO NO SE COMPRUEBA EL HISTORICO ACUMULADO.       *
      ************************************************************
       2100-LEER-CICLO.
           OPEN INPUT CICLO-CONTROL.

           INITIALIZE WS-CICLO-REG.
           READ CICLO-CONTROL INTO WS-CICLO-REG
               AT END
                   MOVE ZERO TO WS-CIC-ULT-CICLO.

           CLOSE CICLO-CONTROL.

           IF WS-CIC-ULT-CICLO NUMERIC
              AND WS-CIC-ULT-CICLO > ZERO
               SET COMPROBAR-ACUMULADO TO TRUE
           ELSE
               DISPLAY 'SIN CICLO EN 340CICLO.DAT: NO SE COMPRUEBA '
                       'EL HISTORICO ACUMULADO'
           END-IF.

       2100-LEER-CICLO-EXIT.
           EXIT.

      ************************************************************
      *              3000-CARGAR-MOVIMIENTOS                     *
       3000-CARGAR-MOVIMIENTOS.
           OPEN INPUT MAESTRO-VIEJO
                      HISTORICO
                      BAJAS
                      HISTORICO-ANT.

           READ MAESTRO-VIEJO INTO WS-VIEJO-REG
               AT END

           CLOSE MAESTRO-VIEJO
                 HISTORICO
                 BAJAS
                 HISTORICO-ANT.

       3000-CARGAR-MOVIMIENTOS-EXIT.
           EXIT.
               AT END
                   SET FIN-HISTORICO TO TRUE
               NOT AT END
                   ADD 1 TO WS-LINEA-HISTO
                   IF WS-HIS-FECHA-ED (1:4) NUMERIC
                       IF COMPROBAR-ACUMULADO
                           PERFORM 3250-COMPROBAR-ACUMULADO
                              THRU 3250-COMPROBAR-ACUMULADO-EXIT
                       END-IF
                       PERFORM 3300-SOLTAR-CAMBIO
                          THRU 3300-SOLTAR-CAMBIO-EXIT
                   END-IF
       3200-LEER-HISTORICO-EXIT.
           EXIT.
      ************************************************************
      *                 3250-COMPROBAR-ACUMULADO                 *
      * -------------------------------------------------------- *
      * VA POR CLAVE A LA ENTRADA DE ESTA LINEA EN EL HISTORICO  *
      * ACUMULADO (LOTE, FECHA, CICLO Y NUMERO DE LINEA) Y, SI   *
      * ES LA FILIACION DE UNA SEGREGACION, TAMBIEN A SU COPIA   *
      * BAJO EL LOTE HIJO.                                       *
      ************************************************************
       3250-COMPROBAR-ACUMULADO.
           MOVE WS-HIS-NLOTE-ED TO WS-LOTE-ED-X.
           PERFORM 3260-BUSCAR-EN-ACUMULADO
              THRU 3260-BUSCAR-EN-ACUMULADO-EXIT.

           IF WS-HIS-TIPO = 'SEGREGACION'
               MOVE WS-HIS-DESPUES (8:9) TO WS-LOTE-ED-X
               PERFORM 3260-BUSCAR-EN-ACUMULADO
                  THRU 3260-BUSCAR-EN-ACUMULADO-EXIT
           END-IF.

       3250-COMPROBAR-ACUMULADO-EXIT.
           EXIT.
      ************************************************************
      *                 3260-BUSCAR-EN-ACUMULADO                 *
      * -------------------------------------------------------- *
      * SI LA ENTRADA NO ESTA O NO ES IDENTICA A LA LINEA DEL    *
      * CICLO, SUELTA UN AVISO (ORDEN 4) BAJO EL LOTE.           *
      ************************************************************
       3260-BUSCAR-EN-ACUMULADO.
           PERFORM 3350-DESEDITAR-LOTE
              THRU 3350-DESEDITAR-LOTE-EXIT.

           IF LOTE-VALIDO
               ADD 1 TO WS-CNT-ACU-COMPROBADAS
               MOVE WS-LOTE-ED-N TO HIA-NLOTE
               MOVE WS-HIS-FECHA-ED (1:4) TO HIA-FECHA (1:4)
               MOVE WS-HIS-FECHA-ED (6:2) TO HIA-FECHA (5:2)
               MOVE WS-HIS-FECHA-ED (9:2) TO HIA-FECHA (7:2)
               MOVE WS-CIC-ULT-CICLO TO HIA-CICLO
               MOVE WS-LINEA-HISTO TO HIA-LINEA
               READ HISTORICO-ANT
                   INVALID KEY
                       PERFORM 3270-SOLTAR-SIN-ACUMULAR
                          THRU 3270-SOLTAR-SIN-ACUMULAR-EXIT
                   NOT INVALID KEY
                       IF HIA-DATOS NOT = WS-HISTO-LIN (1:301)
                           PERFORM 3270-SOLTAR-SIN-ACUMULAR
                              THRU 3270-SOLTAR-SIN-ACUMULAR-EXIT
                       END-IF
               END-READ
           END-IF.

       3260-BUSCAR-EN-ACUMULADO-EXIT.
           EXIT.
      ************************************************************
      *                 3270-SOLTAR-SIN-ACUMULAR                 *
      ************************************************************
       3270-SOLTAR-SIN-ACUMULAR.
           ADD 1 TO WS-SECUENCIA.
           MOVE WS-LOTE-ED-N TO AUD-NLOTE.
           MOVE 4 TO AUD-ORDEN.
           MOVE WS-SECUENCIA TO AUD-SECUENCIA.
           MOVE WS-HIS-TIPO TO AUD-TIPO.
           MOVE SPACES TO AUD-COPROP.
           MOVE ZERO TO AUD-TAS.
           MOVE 'Y' TO AUD-DETALLE-OK.
           RELEASE AUD-REG.

       3270-SOLTAR-SIN-ACUMULAR-EXIT.
           EXIT.
      ************************************************************
      *                 3300-SOLTAR-CAMBIO                       *
      * -------------------------------------------------------- *
      * TRADUCE UNA ENTRADA DEL HISTORICO A SU EFECTO SOBRE EL   *
                   END-IF
               WHEN 3
                   MOVE 'N' TO WS-EXP-EXISTE
               WHEN 4
                   MOVE 'Y' TO WS-EXP-SIN-ACUMULAR
           END-EVALUATE.

           PERFORM 4100-RECOGER-MOVIMIENTO
           MOVE 'N' TO WS-ANT-EXISTE.
           MOVE SPACES TO WS-ANT-COPROP.
           MOVE ZERO TO WS-ANT-TAS.
           MOVE 'N' TO WS-EXP-SIN-ACUMULAR.

       4300-ABRIR-LOTE-EXIT.
           EXIT.
                   END-IF
           END-EVALUATE.

      *    EL MAESTRO PUEDE CUADRAR Y AUN ASI HABERSE QUEDADO
      *    FUERA DEL ACUMULADO ALGUNA ENTRADA DEL CICLO: SIN ELLA
      *    NO SE PUEDE ANULAR NI CERTIFICAR ESE CAMBIO.
           IF WS-EXP-SIN-ACUMULAR = 'Y'
               ADD 1 TO WS-CNT-SIN-ACUMULAR
               MOVE WS-LOTE-EN-CURSO TO WS-DIF-NLOTE
               MOVE 'ENTRADAS DEL CICLO FUERA DEL ACUMULADO'
                   TO WS-DIF-TEXTO
               PERFORM 4550-ESCRIBIR-DIFERENCIA
                  THRU 4550-ESCRIBIR-DIFERENCIA-EXIT
           END-IF.

       4400-CERRAR-LOTE-EXIT.
           EXIT.
      ************************************************************
           WRITE OUT-INFORME-REC FROM WS-TOTAL-LIN
               AFTER ADVANCING 1 LINE.

           MOVE 'ENTRADAS BUSCADAS EN EL ACUMULADO' TO WS-TOT-ETIQUETA.
           MOVE WS-CNT-ACU-COMPROBADAS TO WS-TOT-VALOR.
           WRITE OUT-INFORME-REC FROM WS-TOTAL-LIN
               AFTER ADVANCING 1 LINE.

           MOVE 'LOTES CON ENTRADAS FUERA DEL ACUMULADO'
               TO WS-TOT-ETIQUETA.
           MOVE WS-CNT-SIN-ACUMULAR TO WS-TOT-VALOR.
           WRITE OUT-INFORME-REC FROM WS-TOTAL-LIN
               AFTER ADVANCING 1 LINE.

           IF WS-CNT-DIFERENCIAS = ZERO
              AND WS-CNT-FALTAN = ZERO
              AND WS-CNT-INESPERADOS = ZERO
              AND WS-CNT-SIN-ACUMULAR = ZERO
               MOVE 'AUDITORIA CONFORME: MAESTRO PROMOCIONABLE'
                   TO WS-TOT-ETIQUETA
               MOVE ZERO TO WS-TOT-VALOR
