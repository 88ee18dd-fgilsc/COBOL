      ************************************************************
      *      DEVOLUCIONES DE LA REMESA DE DOMICILIACIONES        *
      * -------------------------------------------------------- *
      *  TRATA EL FICHERO DE DEVOLUCIONES DEL BANCO              *
      *  (386DEVOL.DAT): CADA ADEUDO DEVUELTO, CON SU CODIGO DE  *
      *  MOTIVO, SE CASA CON LA ORDEN DE ADEUDO ('ADE') QUE      *
      *  390REMESA PRESENTO EN 390REMESA.DAT POR NIF, FECHA DE   *
      *  VENCIMIENTO E IMPORTE. DE CADA ORDEN DEVUELTA SE DEJAN  *
      *  SUS LINEAS DE RECIBO DEL PADRON (370PADRON.DAT) EN      *
      *  386IMPAG.DAT, QUE 380COBROS DESCUENTA DE LO COBRADO     *
      *  PARA QUE ESOS RECIBOS VUELVAN A QUEDAR PENDIENTES Y     *
      *  SALGAN EN EL LISTADO DE MOROSOS. EN EL REGISTRO DE      *
      *  TITULARES SE LLEVA LA CUENTA DE DEVOLUCIONES DE CADA    *
      *  NIF Y SE BLOQUEA SU CUENTA CUANDO LLEGA AL MAXIMO DE LA *
      *  TARJETA DE PARAMETROS O CUANDO EL BANCO LA DA POR       *
      *  CANCELADA O ERRONEA: LA SIGUIENTE REMESA LO MANDA A     *
      *  390MANUAL.DAT EN VEZ DE VOLVER A ADEUDARLE. LAS         *
      *  DEVOLUCIONES QUE NO CASAN CON NINGUNA ORDEN SE LISTAN   *
      *  EN 386LISTA.DAT PARA REVISARLAS A MANO. 386IMPAG.DAT SE *
      *  ACUMULA DE UNA EJECUCION A OTRA: LA DEVOLUCION DE UNA   *
      *  ORDEN CUYOS RECIBOS YA ESTAN EN EL SE LISTA COMO YA     *
      *  TRATADA Y NO VUELVE A CONTAR AL TITULAR NI A DEJAR SUS  *
      *  RECIBOS OTRA VEZ.                                       *
      ************************************************************
      *                      IDENTIFICATION DIVISION                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    386DEVOL.
       AUTHOR.        CORITEL(FRANCISCO GIL S-C).
       DATE-WRITTEN.  OCT, 2016.
       DATE-COMPILED.
      ************************************************************
      *                   ENVIRONMENT DIVISION                   *
      ************************************************************
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER.      IBM-PC.
       OBJECT-COMPUTER.      IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ************************************************************
      *                   INPUT  FILE                            *
      *----------------------------------------------------------*
      * TARJETA DE PARAMETROS DE LA EJECUCION. EN LAS POSICIONES *
      * 1-2 VIENE EL NUMERO DE DEVOLUCIONES A PARTIR DEL CUAL SE *
      * BLOQUEA LA CUENTA DEL TITULAR. ES OPTIONAL: SIN FICHERO, *
      * EN BLANCO O A CERO SE ASUMEN 2.                          *
      ************************************************************
       SELECT OPTIONAL PARAMETROS
               ASSIGN TO '386PARAM.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

      ************************************************************
      *                   INPUT  FILE                            *
      *----------------------------------------------------------*
      * DEVOLUCIONES DEL BANCO: UN REGISTRO POR ADEUDO DEVUELTO, *
      * CON EL NIF, LA FECHA DE VENCIMIENTO Y EL IMPORTE DE LA   *
      * ORDEN, EL CODIGO DE MOTIVO DE LA DEVOLUCION Y LA FECHA   *
      * EN QUE SE DEVOLVIO. NO HACE FALTA QUE VENGA ORDENADO.    *
      ************************************************************
       SELECT DEVOLUCIONES
               ASSIGN TO '386DEVOL.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

      ************************************************************
      *                   INPUT  FILE                            *
      *----------------------------------------------------------*
      * REMESA PRESENTADA AL BANCO POR 390REMESA; SOLO INTERESAN *
      * LAS ORDENES DE ADEUDO ('ADE').                           *
      ************************************************************
       SELECT REMESA
               ASSIGN TO '390REMESA.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

      ************************************************************
      *                   INPUT  FILE                            *
      *----------------------------------------------------------*
      * LINEAS DE RECIBO DEL PADRON QUE DEJA 370PADRON, DE LAS   *
      * QUE SE SUMO CADA ORDEN DE ADEUDO.                        *
      ************************************************************
       SELECT PADRON
               ASSIGN TO '370PADRON.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

      ************************************************************
      *                   INPUT/OUTPUT  FILE                     *
      *----------------------------------------------------------*
      * REGISTRO DE TITULARES INDEXADO POR NIF QUE CARGA         *
      * 320TITUL: SE ACTUALIZAN EN EL EL NUMERO DE DEVOLUCIONES  *
      * Y EL BLOQUEO DE LA CUENTA.                               *
      ************************************************************
       SELECT TITULARES
               ASSIGN TO '320TITUL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TIT-NIF.

      ************************************************************
      *                   SORT  FILE                             *
      *----------------------------------------------------------*
      * FICHERO DE TRABAJO DE LA CLASIFICACION POR NIF Y         *
      * VENCIMIENTO: UNA ENTRADA POR ORDEN DE ADEUDO, UNA POR    *
      * DEVOLUCION Y UNA POR LINEA DE RECIBO, CON UN INDICADOR   *
      * PARA QUE A IGUAL CLAVE LLEGUE PRIMERO LA ORDEN, LUEGO    *
      * SUS DEVOLUCIONES Y AL FINAL LOS RECIBOS QUE LA FORMAN.   *
      ************************************************************
       SELECT ORDENACION
               ASSIGN TO 'SORTWK01'.

      ************************************************************
      *                   OUTPUT  FILE                           *
      *----------------------------------------------------------*
      * RECIBOS DEVUELTOS: UNA LINEA POR CADA LINEA DE RECIBO DE *
      * UNA ORDEN DEVUELTA, CON EL IMPORTE QUE 380COBROS HA DE   *
      * DESCONTAR DE LO COBRADO. SE ACUMULA DE UNA EJECUCION A   *
      * OTRA; AL EMPEZAR SE CARGA PARA RECONOCER LAS ORDENES     *
      * CUYA DEVOLUCION YA SE TRATO.                             *
      ************************************************************
       SELECT OPTIONAL IMPAGADOS
               ASSIGN TO '386IMPAG.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

      ************************************************************
      *                   OUTPUT  FILE                           *
      *----------------------------------------------------------*
      * LISTADO DE DEVOLUCIONES: CADA DEVOLUCION RECIBIDA CON EL *
      * RESULTADO DE SU TRATAMIENTO (RECIBOS DEVUELTOS, CUENTA   *
      * BLOQUEADA, SIN ORDEN EN LA REMESA...).                   *
      ************************************************************
       SELECT LISTADO
               ASSIGN TO '386LISTA.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

      ************************************************************
      *                   OUTPUT  FILE                           *
      *----------------------------------------------------------*
      * RESUMEN DEL TRATAMIENTO DE DEVOLUCIONES, CON EL IMPORTE  *
      * DEVUELTO CASADO CONTRA EL IMPORTE DE LOS RECIBOS QUE     *
      * VUELVEN A QUEDAR PENDIENTES.                             *
      ************************************************************
       SELECT RESUMEN
               ASSIGN TO '386RESUM.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

      ************************************************************
      *                    DATA DIVISION                         *
      ************************************************************
       DATA DIVISION.
       FILE SECTION.

      ************************************************************
      *                    INPUT FILE                            *
      ************************************************************
       FD  PARAMETROS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS IN-PARAMETRO-REC.

       01  IN-PARAMETRO-REC                   PIC X(80).

       FD  DEVOLUCIONES
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DEVOLUCIONES-REC.

       01  DEVOLUCIONES-REC                   PIC X(80).

       FD  REMESA
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 91 CHARACTERS
           DATA RECORD IS REMESA-REC.

       01  REMESA-REC                         PIC X(91).

       FD  PADRON
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 92 CHARACTERS
           DATA RECORD IS PADRON-REC.

       01  PADRON-REC                         PIC X(92).

      ************************************************************
      *                 INPUT/OUTPUT FILE                        *
      ************************************************************
       FD  TITULARES
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS TITULARES-REC.

       01  TITULARES-REC.
           05 TIT-NIF                         PIC X(9).
           05 TIT-NOMBRE                      PIC X(40).
           05 TIT-DOMICILIO                   PIC X(60).
           05 TIT-CUENTA                      PIC X(20).
           05 TIT-BLOQUEO                     PIC X(1).
               88 TIT-CUENTA-BLOQUEADA            VALUE 'S'.
           05 TIT-DEVOLUCIONES                PIC 9(2).

      ************************************************************
      *                    SORT FILE                             *
      ************************************************************
       SD  ORDENACION
           RECORD CONTAINS 107 CHARACTERS
           DATA RECORD IS ORD-REG.

       01  ORD-REG.
           05 ORD-NIF                         PIC X(9).
           05 ORD-FECHA-VTO                   PIC 9(8).
      *    1 = ORDEN DE ADEUDO, 2 = DEVOLUCION DEL BANCO, 3 = LINEA
      *    DE RECIBO DEL PADRON.
           05 ORD-TIPO                        PIC 9.
           05 ORD-IMPORTE                     PIC 9(9)V99.
           05 ORD-MOTIVO                      PIC X(4).
           05 ORD-FECHA-DEVOL                 PIC 9(8).
           05 ORD-NLOTE                       PIC 9(9).
           05 ORD-NIF-PADRON                  PIC X(16).
           05 ORD-NOMBRE                      PIC X(40).
           05 ORD-PLAZO                       PIC 9.

      ************************************************************
      *                 INPUT/OUTPUT FILE                        *
      ************************************************************
       FD  IMPAGADOS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 55 CHARACTERS
           DATA RECORD IS OUT-IMPAGADO-REC.

       01  OUT-IMPAGADO-REC                   PIC X(55).

      ************************************************************
      *                    OUTPUT FILE                           *
      ************************************************************

       FD  LISTADO
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS OUT-LISTADO-REC.

       01  OUT-LISTADO-REC                    PIC X(80).

       FD  RESUMEN
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS OUT-RESUMEN-REC.

       01  OUT-RESUMEN-REC                    PIC X(60).

      ************************************************************
      *               WORKING-STORAGE SECTION                    *
      ************************************************************
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
      ************************************************************
      *                     RECORD LAYOUTS                       *
      ************************************************************
      ************************************************************
      *  TARJETA DE PARAMETROS DE LA EJECUCION (386PARAM.DAT).    *
      ************************************************************
           05  WS-PARAM-REG.
      *        DEVOLUCIONES (POSICIONES 1-2) A PARTIR DE LAS CUALES
      *        SE BLOQUEA LA CUENTA; EN BLANCO O CERO SE ASUMEN 2.
               10 WS-PARAM-MAX-DEVOLUCIONES PIC 9(2) VALUE 2.
               10 FILLER PIC X(78).

      *    DEVOLUCION DEL BANCO. EL MOTIVO ES EL CODIGO NORMALIZADO
      *    DE DEVOLUCION DE ADEUDOS (AC04 CUENTA CANCELADA, MD06
      *    RECLAMADO POR EL DEUDOR, AM04 SALDO INSUFICIENTE...).
           05  WS-DEVOLUCION-REG.
               10 WS-DVB-NIF PIC X(9).
               10 WS-DVB-FECHA-VTO PIC 9(8).
               10 WS-DVB-IMPORTE PIC 9(9)V99.
               10 WS-DVB-MOTIVO PIC X(4).
               10 WS-DVB-FECHA-DEVOL PIC 9(8).
               10 FILLER PIC X(40).

      *    REGISTRO DE LA REMESA, MISMO TRAZADO QUE ESCRIBE
      *    390REMESA; LA VISTA 'ADE' ES LA ORDEN DE ADEUDO.
           05  WS-REMESA-REG.
               10 WS-REM-TIPO PIC X(3).
                   88 REMESA-ORDEN VALUE 'ADE'.
               10 FILLER PIC X(88).

           05  WS-REMESA-ADE REDEFINES WS-REMESA-REG.
               10 FILLER PIC X(3).
               10 WS-ADE-NIF PIC X(9).
               10 WS-ADE-NOMBRE PIC X(40).
               10 WS-ADE-CUENTA PIC X(20).
               10 WS-ADE-FECHA-VTO PIC 9(8).
               10 WS-ADE-IMPORTE PIC 9(9)V99.

      *    LINEA DE RECIBO DEL PADRON, MISMO TRAZADO QUE ESCRIBE
      *    370PADRON.
           05  WS-PADRON-REG.
               10 WS-PAD-NLOTE PIC 9(9).
               10 WS-PAD-NIF PIC X(16).
               10 WS-PAD-NOMBRE PIC X(40).
               10 WS-PAD-PORCENT PIC 9(3)V99.
               10 WS-PAD-CUOTA-PARTE PIC 9(7)V99.
               10 WS-PAD-MARCA-MINIMA PIC X(1).
               10 WS-PAD-PLAZO PIC 9(1).
               10 WS-PAD-FECHA-VTO PIC 9(8).
               10 FILLER PIC X(3).

      *    RECIBO DEVUELTO, QUE LEE 380COBROS. LOTE, NIF, PLAZO Y
      *    VENCIMIENTO IDENTIFICAN LA LINEA DE RECIBO DEVUELTA.
           05  WS-IMPAGADO-REG.
               10 WS-IMP-NLOTE PIC 9(9).
               10 WS-IMP-NIF PIC X(16).
               10 WS-IMP-IMPORTE PIC 9(7)V99.
               10 WS-IMP-FECHA-DEVOL PIC 9(8).
               10 WS-IMP-MOTIVO PIC X(4).
               10 WS-IMP-PLAZO PIC 9(1).
               10 WS-IMP-FECHA-VTO PIC 9(8).

      *    ORDENES DE ADEUDO (NIF Y VENCIMIENTO) CUYOS RECIBOS YA
      *    ESTAN EN 386IMPAG.DAT DE EJECUCIONES ANTERIORES.
           05  WS-TRA-TABLA.
               10 WS-TRA-ENT OCCURS 20000 TIMES
                             INDEXED BY WS-TRA-IDX.
                   15 WS-TRA-NIF PIC X(9).
                   15 WS-TRA-FECHA-VTO PIC 9(8).
           05  WS-TRA-CNT PIC 9(5) COMP.

           05  WS-LISTADO-REG.
               10 WS-LIS-NIF PIC X(9).
               10 FILLER PIC X(2) VALUE SPACES.
               10 WS-LIS-FECHA-VTO PIC 9999/99/99.
               10 FILLER PIC X(2) VALUE SPACES.
               10 WS-LIS-IMPORTE PIC -(9)9.99.
               10 FILLER PIC X(2) VALUE SPACES.
               10 WS-LIS-MOTIVO PIC X(6).
               10 FILLER PIC X(2) VALUE SPACES.
               10 WS-LIS-RESULTADO PIC X(24).
               10 FILLER PIC X(10) VALUE SPACES.

           05  WS-RESUMEN-LIN.
               10 WS-RES-ETIQUETA PIC X(34).
               10 FILLER PIC X(2) VALUE SPACES.
               10 WS-RES-VALOR PIC -(9)9.99.
               10 FILLER PIC X(10) VALUE SPACES.

      ************************************************************
      *               REPORT LINES AND HEADINGS                  *
      ************************************************************
           05 CABECERA-LIS1.
               10 FILLER PIC X(9) VALUE 'NIF'.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(10) VALUE 'VENCIMIENT'.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(13) VALUE 'IMPORTE'.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(6) VALUE 'MOTIVO'.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(24) VALUE 'RESULTADO'.
               10 FILLER PIC X(10) VALUE SPACES.

           05 CABECERA-LIS3.
               10 FILLER PIC X(9) VALUE ALL '='.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(10) VALUE ALL '='.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(13) VALUE ALL '='.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(6) VALUE ALL '='.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(24) VALUE ALL '='.
               10 FILLER PIC X(10) VALUE SPACES.

      ************************************************************
      *                     FLAGS/SWITCHES                       *
      ************************************************************
           05 SW-FIN-DEVOLUCIONES PIC X VALUE 'N'.
               88 FIN-DEVOLUCIONES VALUE 'Y'.

           05 SW-FIN-REMESA PIC X VALUE 'N'.
               88 FIN-REMESA VALUE 'Y'.

           05 SW-FIN-PADRON PIC X VALUE 'N'.
               88 FIN-PADRON VALUE 'Y'.

           05 SW-FIN-ORDENACION PIC X VALUE 'N'.
               88 FIN-ORDENACION VALUE 'Y'.

           05 SW-FIN-IMPAGADOS PIC X VALUE 'N'.
               88 FIN-IMPAGADOS VALUE 'Y'.

           05 SW-PRIMERA-ORDEN PIC X VALUE 'Y'.
               88 PRIMERA-ORDEN VALUE 'Y'.

      *    CIERTO CUANDO EL NIF Y VENCIMIENTO EN CURSO TIENE ORDEN
      *    DE ADEUDO EN LA REMESA.
           05 SW-CON-ORDEN PIC X VALUE 'N'.
               88 CON-ORDEN VALUE 'Y'.

      *    CIERTO CUANDO ESA ORDEN YA HA CASADO CON UNA DEVOLUCION:
      *    SUS RECIBOS SE DEVUELVEN Y UNA SEGUNDA DEVOLUCION DE LA
      *    MISMA ORDEN ES REPETIDA.
           05 SW-ORDEN-DEVUELTA PIC X VALUE 'N'.
               88 ORDEN-DEVUELTA VALUE 'Y'.

      *    CIERTO CUANDO LOS RECIBOS DE LA ORDEN EN CURSO YA ESTAN
      *    EN 386IMPAG.DAT DE UNA EJECUCION ANTERIOR.
           05 SW-YA-TRATADA PIC X VALUE 'N'.
               88 YA-TRATADA VALUE 'Y'.

      ************************************************************
      *               COUNTERS AND ACCUMULATORS                  *
      ************************************************************
           05 WS-CNT-ORDENES PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-DEVOLUCIONES PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-CASADAS PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-SIN-ORDEN PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-IMPORTE-DISTINTO PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-REPETIDAS PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-YA-TRATADAS PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-RECIBOS-DEVUELTOS PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-BLOQUEADOS PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-SIN-FICHA PIC 9(9) VALUE ZERO COMP.

           05 WS-TOT-DEVUELTO PIC S9(11)V99 VALUE ZERO.
           05 WS-TOT-RECIBOS-DEVUELTOS PIC S9(11)V99 VALUE ZERO.
           05 WS-TOT-YA-TRATADO PIC S9(11)V99 VALUE ZERO.
           05 WS-DIF-DEVUELTO PIC S9(11)V99 VALUE ZERO.

      ************************************************************
      *                      SCRATCH AREA                        *
      ************************************************************
           05 WS-NIF-ACTUAL PIC X(9) VALUE SPACES.
           05 WS-VTO-ACTUAL PIC 9(8) VALUE ZERO.
           05 WS-IMPORTE-ORDEN PIC 9(9)V99 VALUE ZERO.
           05 WS-FECHA-DEVOL-ACTUAL PIC 9(8) VALUE ZERO.

      *    CODIGOS DE DEVOLUCION QUE DAN LA CUENTA POR INSERVIBLE
      *    (IBAN ERRONEO, CUENTA CANCELADA, CUENTA BLOQUEADA): LA
      *    CUENTA SE BLOQUEA A LA PRIMERA.
           05 WS-MOTIVO-ACTUAL PIC X(4) VALUE SPACES.
               88 MOTIVO-CUENTA-INSERVIBLE VALUE 'AC01' 'AC04' 'AC06'.

      ************************************************************
      *                    PROCEDURE DIVISION                    *
      ************************************************************
       PROCEDURE DIVISION.

      ************************************************************
      *                 1000 MAINLINE PARAGRAPH                  *
      * -------------------------------------------------------- *
      *  LA CLASIFICACION JUNTA CADA ORDEN DE ADEUDO CON SUS     *
      *  DEVOLUCIONES Y CON LAS LINEAS DE RECIBO QUE LA FORMAN;  *
      *  EL PROCEDIMIENTO DE SALIDA CASA LAS DEVOLUCIONES Y      *
      *  DEVUELVE LOS RECIBOS.                                   *
      ************************************************************
       1000-MAINLINE.
           PERFORM 1400-LEER-PARAMETROS
              THRU 1400-LEER-PARAMETROS-EXIT.

           PERFORM 2000-HOUSEKEEPING
              THRU 2000-HOUSEKEEPING-EXIT.

           SORT ORDENACION
               ON ASCENDING KEY ORD-NIF
                                ORD-FECHA-VTO
                                ORD-TIPO
               INPUT PROCEDURE IS 3000-CARGAR-MOVIMIENTOS
                  THRU 3000-CARGAR-MOVIMIENTOS-EXIT
               OUTPUT PROCEDURE IS 4000-CASAR-DEVOLUCIONES
                  THRU 4000-CASAR-DEVOLUCIONES-EXIT.

           PERFORM 8000-WRAP-UP
              THRU 8000-WRAP-UP-EXIT.

           STOP RUN.

      ************************************************************
      *              1400 LEER-PARAMETROS PARAGRAPH              *
      * -------------------------------------------------------- *
      * LEE LA TARJETA DE PARAMETROS (386PARAM.DAT) ANTES DE     *
      * ABRIR NINGUN OTRO FICHERO. SIN FICHERO, EN BLANCO O A    *
      * CERO, LA CUENTA SE BLOQUEA A LA SEGUNDA DEVOLUCION.      *
      ************************************************************
       1400-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS.

           READ PARAMETROS INTO WS-PARAM-REG
               AT END
                   MOVE 2 TO WS-PARAM-MAX-DEVOLUCIONES.

           CLOSE PARAMETROS.

           IF WS-PARAM-MAX-DEVOLUCIONES NOT NUMERIC
              OR WS-PARAM-MAX-DEVOLUCIONES = ZERO
               MOVE 2 TO WS-PARAM-MAX-DEVOLUCIONES
           END-IF.

       1400-LEER-PARAMETROS-EXIT.
           EXIT.

      ************************************************************
      *              2000 HOUSEKEEPING PARAGRAPH                 *
      * -------------------------------------------------------- *
      * 386IMPAG.DAT SE LEE ENTERO ANTES DE ABRIRLO PARA         *
      * ANADIR LOS RECIBOS QUE SE DEVUELVAN EN ESTA EJECUCION.   *
      ************************************************************
       2000-HOUSEKEEPING.
           PERFORM 2100-CARGAR-TRATADAS
              THRU 2100-CARGAR-TRATADAS-EXIT.

           OPEN I-O TITULARES
                EXTEND IMPAGADOS
                OUTPUT LISTADO
                       RESUMEN.

           WRITE OUT-LISTADO-REC FROM CABECERA-LIS1.
           WRITE OUT-LISTADO-REC FROM CABECERA-LIS3
               AFTER ADVANCING 1 LINE.

       2000-HOUSEKEEPING-EXIT.
           EXIT.
      ************************************************************
      *              2100-CARGAR-TRATADAS                        *
      * -------------------------------------------------------- *
      * CARGA EN WS-TRA-TABLA EL NIF Y VENCIMIENTO DE CADA ORDEN *
      * CON RECIBOS EN 386IMPAG.DAT: TODAS LAS LINEAS DE RECIBO  *
      * DE UNA ORDEN DEVUELTA SE ANOTAN JUNTAS, ASI QUE BASTA    *
      * UNA ENTRADA POR ORDEN.                                   *
      ************************************************************
       2100-CARGAR-TRATADAS.
           MOVE ZERO TO WS-TRA-CNT.
           MOVE 'N' TO SW-FIN-IMPAGADOS.
           SET WS-TRA-IDX TO 1.

           OPEN INPUT IMPAGADOS.
           PERFORM 2110-LEER-TRATADA
              THRU 2110-LEER-TRATADA-EXIT
             UNTIL FIN-IMPAGADOS.
           CLOSE IMPAGADOS.

       2100-CARGAR-TRATADAS-EXIT.
           EXIT.
      ************************************************************
      *              2110-LEER-TRATADA                           *
      ************************************************************
       2110-LEER-TRATADA.
           READ IMPAGADOS INTO WS-IMPAGADO-REG
               AT END
                   SET FIN-IMPAGADOS TO TRUE
               NOT AT END
                   PERFORM 2120-GUARDAR-TRATADA
                      THRU 2120-GUARDAR-TRATADA-EXIT
           END-READ.

       2110-LEER-TRATADA-EXIT.
           EXIT.
      ************************************************************
      *              2120-GUARDAR-TRATADA                        *
      * -------------------------------------------------------- *
      * LAS LINEAS DE UNA MISMA ORDEN VIENEN SEGUIDAS: SOLO SE   *
      * GUARDA LA ORDEN CUANDO CAMBIA EL NIF O EL VENCIMIENTO.   *
      ************************************************************
       2120-GUARDAR-TRATADA.
           IF WS-TRA-CNT = ZERO
              OR WS-IMP-NIF (1:9) NOT = WS-TRA-NIF (WS-TRA-IDX)
              OR WS-IMP-FECHA-VTO NOT = WS-TRA-FECHA-VTO (WS-TRA-IDX)
               IF WS-TRA-CNT NOT < 20000
                   DISPLAY '386IMPAG.DAT: MAS DE 20000 ORDENES '
                           'DEVUELTAS, NO CABEN EN LA TABLA'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-TRA-CNT
               SET WS-TRA-IDX TO WS-TRA-CNT
               MOVE WS-IMP-NIF (1:9) TO WS-TRA-NIF (WS-TRA-IDX)
               MOVE WS-IMP-FECHA-VTO TO WS-TRA-FECHA-VTO (WS-TRA-IDX)
           END-IF.

       2120-GUARDAR-TRATADA-EXIT.
           EXIT.

      ************************************************************
      *              3000-CARGAR-MOVIMIENTOS                     *
      * -------------------------------------------------------- *
      * PROCEDIMIENTO DE ENTRADA DE LA CLASIFICACION: SUELTA UNA *
      * ENTRADA POR CADA ORDEN DE ADEUDO DE LA REMESA (TIPO 1),  *
      * UNA POR CADA DEVOLUCION DEL BANCO (TIPO 2) Y UNA POR     *
      * CADA LINEA DE RECIBO DEL PADRON (TIPO 3).                *
      ************************************************************
       3000-CARGAR-MOVIMIENTOS.
           OPEN INPUT REMESA
                      DEVOLUCIONES
                      PADRON.

           READ REMESA INTO WS-REMESA-REG
               AT END
                   SET FIN-REMESA TO TRUE.

           PERFORM 3100-SOLTAR-ORDEN
              THRU 3100-SOLTAR-ORDEN-EXIT
             UNTIL FIN-REMESA.

           READ DEVOLUCIONES INTO WS-DEVOLUCION-REG
               AT END
                   SET FIN-DEVOLUCIONES TO TRUE.

           PERFORM 3200-SOLTAR-DEVOLUCION
              THRU 3200-SOLTAR-DEVOLUCION-EXIT
             UNTIL FIN-DEVOLUCIONES.

           READ PADRON INTO WS-PADRON-REG
               AT END
                   SET FIN-PADRON TO TRUE.

           PERFORM 3300-SOLTAR-RECIBO
              THRU 3300-SOLTAR-RECIBO-EXIT
             UNTIL FIN-PADRON.

           CLOSE REMESA
                 DEVOLUCIONES
                 PADRON.

       3000-CARGAR-MOVIMIENTOS-EXIT.
           EXIT.
      ************************************************************
      *                 3100-SOLTAR-ORDEN                        *
      * -------------------------------------------------------- *
      * LA CABECERA Y LA COLA DE LA REMESA NO ENTRAN EN LA       *
      * CLASIFICACION.                                           *
      ************************************************************
       3100-SOLTAR-ORDEN.
           IF REMESA-ORDEN
               INITIALIZE ORD-REG
               MOVE WS-ADE-NIF TO ORD-NIF
               MOVE WS-ADE-FECHA-VTO TO ORD-FECHA-VTO
               MOVE 1 TO ORD-TIPO
               MOVE WS-ADE-IMPORTE TO ORD-IMPORTE
               MOVE WS-ADE-NOMBRE TO ORD-NOMBRE
               RELEASE ORD-REG
               ADD 1 TO WS-CNT-ORDENES
           END-IF.

           READ REMESA INTO WS-REMESA-REG
               AT END
                   SET FIN-REMESA TO TRUE.

       3100-SOLTAR-ORDEN-EXIT.
           EXIT.
      ************************************************************
      *                 3200-SOLTAR-DEVOLUCION                   *
      ************************************************************
       3200-SOLTAR-DEVOLUCION.
           INITIALIZE ORD-REG.
           MOVE WS-DVB-NIF TO ORD-NIF.
           MOVE WS-DVB-FECHA-VTO TO ORD-FECHA-VTO.
           MOVE 2 TO ORD-TIPO.
           MOVE WS-DVB-IMPORTE TO ORD-IMPORTE.
           MOVE WS-DVB-MOTIVO TO ORD-MOTIVO.
           MOVE WS-DVB-FECHA-DEVOL TO ORD-FECHA-DEVOL.
           RELEASE ORD-REG.
           ADD 1 TO WS-CNT-DEVOLUCIONES.
           ADD WS-DVB-IMPORTE TO WS-TOT-DEVUELTO.

           READ DEVOLUCIONES INTO WS-DEVOLUCION-REG
               AT END
                   SET FIN-DEVOLUCIONES TO TRUE.

       3200-SOLTAR-DEVOLUCION-EXIT.
           EXIT.
      ************************************************************
      *                 3300-SOLTAR-RECIBO                       *
      * -------------------------------------------------------- *
      * LA ORDEN DE ADEUDO LLEVA EL NIF DE 9 POSICIONES DEL      *
      * TITULAR; LA LINEA DE RECIBO SE CLASIFICA POR ESE MISMO   *
      * NIF Y CONSERVA EL COMPLETO PARA 386IMPAG.DAT.            *
      ************************************************************
       3300-SOLTAR-RECIBO.
           INITIALIZE ORD-REG.
           MOVE WS-PAD-NIF (1:9) TO ORD-NIF.
           MOVE WS-PAD-FECHA-VTO TO ORD-FECHA-VTO.
           MOVE 3 TO ORD-TIPO.
           MOVE WS-PAD-CUOTA-PARTE TO ORD-IMPORTE.
           MOVE WS-PAD-NLOTE TO ORD-NLOTE.
           MOVE WS-PAD-NIF TO ORD-NIF-PADRON.
           MOVE WS-PAD-NOMBRE TO ORD-NOMBRE.
           MOVE WS-PAD-PLAZO TO ORD-PLAZO.
           RELEASE ORD-REG.

           READ PADRON INTO WS-PADRON-REG
               AT END
                   SET FIN-PADRON TO TRUE.

       3300-SOLTAR-RECIBO-EXIT.
           EXIT.

      ************************************************************
      *              4000-CASAR-DEVOLUCIONES                     *
      * -------------------------------------------------------- *
      * PROCEDIMIENTO DE SALIDA DE LA CLASIFICACION: CORTE DE    *
      * CONTROL POR NIF Y VENCIMIENTO, QUE ES LA CLAVE DE LA     *
      * ORDEN DE ADEUDO EN 390REMESA.                            *
      ************************************************************
       4000-CASAR-DEVOLUCIONES.
           PERFORM 4100-RECOGER-MOVIMIENTO
              THRU 4100-RECOGER-MOVIMIENTO-EXIT.

           PERFORM 4200-TRATAR-MOVIMIENTO
              THRU 4200-TRATAR-MOVIMIENTO-EXIT
             UNTIL FIN-ORDENACION.

       4000-CASAR-DEVOLUCIONES-EXIT.
           EXIT.
      ************************************************************
      *                 4100-RECOGER-MOVIMIENTO                  *
      ************************************************************
       4100-RECOGER-MOVIMIENTO.
           RETURN ORDENACION
               AT END
                   SET FIN-ORDENACION TO TRUE.

       4100-RECOGER-MOVIMIENTO-EXIT.
           EXIT.
      ************************************************************
      *                 4200-TRATAR-MOVIMIENTO                   *
      ************************************************************
       4200-TRATAR-MOVIMIENTO.
           IF PRIMERA-ORDEN
              OR ORD-NIF NOT = WS-NIF-ACTUAL
              OR ORD-FECHA-VTO NOT = WS-VTO-ACTUAL
               MOVE 'N' TO SW-PRIMERA-ORDEN
               MOVE ORD-NIF TO WS-NIF-ACTUAL
               MOVE ORD-FECHA-VTO TO WS-VTO-ACTUAL
               MOVE ZERO TO WS-IMPORTE-ORDEN
               MOVE 'N' TO SW-CON-ORDEN
               MOVE 'N' TO SW-ORDEN-DEVUELTA
               MOVE 'N' TO SW-YA-TRATADA
               PERFORM 4250-BUSCAR-TRATADA
                  THRU 4250-BUSCAR-TRATADA-EXIT
                  VARYING WS-TRA-IDX FROM 1 BY 1
                    UNTIL WS-TRA-IDX > WS-TRA-CNT
                       OR YA-TRATADA
           END-IF.

           EVALUATE ORD-TIPO
               WHEN 1
                   SET CON-ORDEN TO TRUE
                   MOVE ORD-IMPORTE TO WS-IMPORTE-ORDEN
               WHEN 2
                   PERFORM 4300-TRATAR-DEVOLUCION
                      THRU 4300-TRATAR-DEVOLUCION-EXIT
               WHEN OTHER
                   IF ORDEN-DEVUELTA
                       PERFORM 4500-DEVOLVER-RECIBO
                          THRU 4500-DEVOLVER-RECIBO-EXIT
                   END-IF
           END-EVALUATE.

           PERFORM 4100-RECOGER-MOVIMIENTO
              THRU 4100-RECOGER-MOVIMIENTO-EXIT.

       4200-TRATAR-MOVIMIENTO-EXIT.
           EXIT.
      ************************************************************
      *                 4250-BUSCAR-TRATADA                      *
      * -------------------------------------------------------- *
      * LA ORDEN YA ESTA TRATADA SI 386IMPAG.DAT TIENE RECIBOS   *
      * DEL MISMO NIF Y VENCIMIENTO: SON LAS MISMAS LINEAS DE    *
      * LOTE Y PLAZO QUE ESTA EJECUCION VOLVERIA A DEJAR.        *
      ************************************************************
       4250-BUSCAR-TRATADA.
           IF WS-TRA-NIF (WS-TRA-IDX) = WS-NIF-ACTUAL
              AND WS-TRA-FECHA-VTO (WS-TRA-IDX) = WS-VTO-ACTUAL
               SET YA-TRATADA TO TRUE
           END-IF.

       4250-BUSCAR-TRATADA-EXIT.
           EXIT.
      ************************************************************
      *                 4300-TRATAR-DEVOLUCION                   *
      * -------------------------------------------------------- *
      * LA DEVOLUCION CASA SI HAY ORDEN DE ADEUDO PARA EL MISMO  *
      * NIF Y VENCIMIENTO Y POR EL MISMO IMPORTE; SOLO LA        *
      * PRIMERA DEVOLUCION DE CADA ORDEN DEVUELVE SUS RECIBOS.   *
      * SI UNA EJECUCION ANTERIOR YA LOS DEVOLVIO, LA DEVOLUCION *
      * SE LISTA COMO YA TRATADA SIN TOCAR AL TITULAR.           *
      ************************************************************
       4300-TRATAR-DEVOLUCION.
           MOVE ORD-NIF TO WS-LIS-NIF.
           MOVE ORD-FECHA-VTO TO WS-LIS-FECHA-VTO.
           MOVE ORD-IMPORTE TO WS-LIS-IMPORTE.
           MOVE ORD-MOTIVO TO WS-LIS-MOTIVO.

           IF NOT CON-ORDEN
               MOVE 'SIN ORDEN EN LA REMESA' TO WS-LIS-RESULTADO
               ADD 1 TO WS-CNT-SIN-ORDEN
           ELSE
               IF ORD-IMPORTE NOT = WS-IMPORTE-ORDEN
                   MOVE 'IMPORTE NO COINCIDE' TO WS-LIS-RESULTADO
                   ADD 1 TO WS-CNT-IMPORTE-DISTINTO
               ELSE
                   IF ORDEN-DEVUELTA
                       MOVE 'DEVOLUCION REPETIDA' TO WS-LIS-RESULTADO
                       ADD 1 TO WS-CNT-REPETIDAS
                   ELSE
                       IF YA-TRATADA
                           MOVE 'DEVOLUCION YA TRATADA'
                               TO WS-LIS-RESULTADO
                           ADD 1 TO WS-CNT-YA-TRATADAS
                           ADD ORD-IMPORTE TO WS-TOT-YA-TRATADO
                       ELSE
                           SET ORDEN-DEVUELTA TO TRUE
                           MOVE ORD-MOTIVO TO WS-MOTIVO-ACTUAL
                           MOVE ORD-FECHA-DEVOL
                               TO WS-FECHA-DEVOL-ACTUAL
                           ADD 1 TO WS-CNT-CASADAS
                           MOVE 'RECIBOS DEVUELTOS'
                               TO WS-LIS-RESULTADO
                           PERFORM 4400-ANOTAR-TITULAR
                              THRU 4400-ANOTAR-TITULAR-EXIT
                       END-IF
                   END-IF
               END-IF
           END-IF.

           WRITE OUT-LISTADO-REC FROM WS-LISTADO-REG
               AFTER ADVANCING 1 LINE.

       4300-TRATAR-DEVOLUCION-EXIT.
           EXIT.
      ************************************************************
      *                 4400-ANOTAR-TITULAR                      *
      * -------------------------------------------------------- *
      * SUMA LA DEVOLUCION AL TITULAR Y BLOQUEA SU CUENTA SI EL  *
      * BANCO LA DA POR INSERVIBLE O SI YA ACUMULA EL MAXIMO DE  *
      * DEVOLUCIONES DE LA TARJETA DE PARAMETROS. EL BLOQUEO SE  *
      * LEVANTA AL CAMBIAR LA CUENTA EN EL MANTENIMIENTO DEL     *
      * REGISTRO DE TITULARES.                                   *
      ************************************************************
       4400-ANOTAR-TITULAR.
           MOVE WS-NIF-ACTUAL TO TIT-NIF.

           READ TITULARES
               INVALID KEY
                   MOVE 'DEVUELTOS - SIN FICHA'
                       TO WS-LIS-RESULTADO
                   ADD 1 TO WS-CNT-SIN-FICHA
               NOT INVALID KEY
                   PERFORM 4410-ACTUALIZAR-TITULAR
                      THRU 4410-ACTUALIZAR-TITULAR-EXIT
           END-READ.

       4400-ANOTAR-TITULAR-EXIT.
           EXIT.
      ************************************************************
      *                 4410-ACTUALIZAR-TITULAR                  *
      ************************************************************
       4410-ACTUALIZAR-TITULAR.
           IF TIT-DEVOLUCIONES NOT NUMERIC
               MOVE ZERO TO TIT-DEVOLUCIONES
           END-IF.
           IF TIT-DEVOLUCIONES < 99
               ADD 1 TO TIT-DEVOLUCIONES
           END-IF.

           IF NOT TIT-CUENTA-BLOQUEADA
               IF MOTIVO-CUENTA-INSERVIBLE
                  OR TIT-DEVOLUCIONES NOT < WS-PARAM-MAX-DEVOLUCIONES
                   SET TIT-CUENTA-BLOQUEADA TO TRUE
                   MOVE 'RECIBOS DEV. - CTA BLOQ.' TO WS-LIS-RESULTADO
                   ADD 1 TO WS-CNT-BLOQUEADOS
               END-IF
           END-IF.

           REWRITE TITULARES-REC
               INVALID KEY
                   DISPLAY 'NO SE PUDO REGRABAR EL TITULAR ' TIT-NIF
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.

       4410-ACTUALIZAR-TITULAR-EXIT.
           EXIT.
      ************************************************************
      *                 4500-DEVOLVER-RECIBO                     *
      ************************************************************
       4500-DEVOLVER-RECIBO.
           MOVE ORD-NLOTE TO WS-IMP-NLOTE.
           MOVE ORD-NIF-PADRON TO WS-IMP-NIF.
           MOVE ORD-IMPORTE TO WS-IMP-IMPORTE.
           MOVE WS-FECHA-DEVOL-ACTUAL TO WS-IMP-FECHA-DEVOL.
           MOVE WS-MOTIVO-ACTUAL TO WS-IMP-MOTIVO.
           MOVE ORD-PLAZO TO WS-IMP-PLAZO.
           MOVE ORD-FECHA-VTO TO WS-IMP-FECHA-VTO.

           WRITE OUT-IMPAGADO-REC FROM WS-IMPAGADO-REG.

           ADD 1 TO WS-CNT-RECIBOS-DEVUELTOS.
           ADD ORD-IMPORTE TO WS-TOT-RECIBOS-DEVUELTOS.

       4500-DEVOLVER-RECIBO-EXIT.
           EXIT.

      ************************************************************
      *                    8000 WRAP-UP PARAGRAPH                *
      ************************************************************
       8000-WRAP-UP.
           PERFORM 8100-ESCRIBIR-RESUMEN
              THRU 8100-ESCRIBIR-RESUMEN-EXIT.

           CLOSE TITULARES
                 IMPAGADOS
                 LISTADO
                 RESUMEN.

           DISPLAY 'DEVOLUCIONES RECIBIDAS: ' WS-CNT-DEVOLUCIONES.
           DISPLAY 'DEVOLUCIONES CASADAS:   ' WS-CNT-CASADAS.
           DISPLAY 'DEVOLUCIONES YA TRATADAS: ' WS-CNT-YA-TRATADAS.
           DISPLAY 'RECIBOS DEVUELTOS:      ' WS-CNT-RECIBOS-DEVUELTOS.
           DISPLAY 'CUENTAS BLOQUEADAS:     ' WS-CNT-BLOQUEADOS.

           IF WS-CNT-CASADAS + WS-CNT-YA-TRATADAS
              NOT = WS-CNT-DEVOLUCIONES
               DISPLAY 'HAY DEVOLUCIONES SIN CASAR: VEASE '
                       '386LISTA.DAT'
               MOVE 8 TO RETURN-CODE
           END-IF.

       8000-WRAP-UP-EXIT.
           EXIT.
      ************************************************************
      *               8100-ESCRIBIR-RESUMEN                      *
      * -------------------------------------------------------- *
      * EL IMPORTE DE LAS DEVOLUCIONES CASADAS HA DE SER         *
      * EXACTAMENTE EL DE LOS RECIBOS QUE VUELVEN A QUEDAR       *
      * PENDIENTES, PORQUE CADA ORDEN ES LA SUMA DE SUS LINEAS.  *
      ************************************************************
       8100-ESCRIBIR-RESUMEN.
           MOVE 'ORDENES DE ADEUDO EN LA REMESA' TO WS-RES-ETIQUETA.
           MOVE WS-CNT-ORDENES TO WS-RES-VALOR.
           WRITE OUT-RESUMEN-REC FROM WS-RESUMEN-LIN.

           MOVE 'DEVOLUCIONES RECIBIDAS' TO WS-RES-ETIQUETA.
           MOVE WS-CNT-DEVOLUCIONES TO WS-RES-VALOR.
           WRITE OUT-RESUMEN-REC FROM WS-RESUMEN-LIN
               AFTER ADVANCING 1 LINE.

           MOVE 'DEVOLUCIONES CASADAS' TO WS-RES-ETIQUETA.
           MOVE WS-CNT-CASADAS TO WS-RES-VALOR.
           WRITE OUT-RESUMEN-REC FROM WS-RESUMEN-LIN
               AFTER ADVANCING 1 LINE.

           MOVE 'DEVOLUCIONES SIN ORDEN' TO WS-RES-ETIQUETA.
           MOVE WS-CNT-SIN-ORDEN TO WS-RES-VALOR.
           WRITE OUT-RESUMEN-REC FROM WS-RESUMEN-LIN
               AFTER ADVANCING 1 LINE.

           MOVE 'DEVOLUCIONES CON IMPORTE DISTINTO' TO
               WS-RES-ETIQUETA.
           MOVE WS-CNT-IMPORTE-DISTINTO TO WS-RES-VALOR.
           WRITE OUT-RESUMEN-REC FROM WS-RESUMEN-LIN
               AFTER ADVANCING 1 LINE.

           MOVE 'DEVOLUCIONES REPETIDAS' TO WS-RES-ETIQUETA.
           MOVE WS-CNT-REPETIDAS TO WS-RES-VALOR.
           WRITE OUT-RESUMEN-REC FROM WS-RESUMEN-LIN
               AFTER ADVANCING 1 LINE.

           MOVE 'DEVOLUCIONES YA TRATADAS ANTES' TO WS-RES-ETIQUETA.
           MOVE WS-CNT-YA-TRATADAS TO WS-RES-VALOR.
           WRITE OUT-RESUMEN-REC FROM WS-RESUMEN-LIN
               AFTER ADVANCING 1 LINE.

           MOVE 'RECIBOS DEVUELTOS' TO WS-RES-ETIQUETA.
           MOVE WS-CNT-RECIBOS-DEVUELTOS TO WS-RES-VALOR.
           WRITE OUT-RESUMEN-REC FROM WS-RESUMEN-LIN
               AFTER ADVANCING 1 LINE.

           MOVE 'CUENTAS BLOQUEADAS' TO WS-RES-ETIQUETA.
           MOVE WS-CNT-BLOQUEADOS TO WS-RES-VALOR.
           WRITE OUT-RESUMEN-REC FROM WS-RESUMEN-LIN
               AFTER ADVANCING 1 LINE.

           MOVE 'DEVOLUCIONES SIN FICHA DE TITULAR' TO
               WS-RES-ETIQUETA.
           MOVE WS-CNT-SIN-FICHA TO WS-RES-VALOR.
           WRITE OUT-RESUMEN-REC FROM WS-RESUMEN-LIN
               AFTER ADVANCING 1 LINE.

           MOVE 'IMPORTE DEVUELTO POR EL BANCO' TO WS-RES-ETIQUETA.
           MOVE WS-TOT-DEVUELTO TO WS-RES-VALOR.
           WRITE OUT-RESUMEN-REC FROM WS-RESUMEN-LIN
               AFTER ADVANCING 1 LINE.

           MOVE 'IMPORTE DE RECIBOS DEVUELTOS' TO WS-RES-ETIQUETA.
           MOVE WS-TOT-RECIBOS-DEVUELTOS TO WS-RES-VALOR.
           WRITE OUT-RESUMEN-REC FROM WS-RESUMEN-LIN
               AFTER ADVANCING 1 LINE.

           MOVE 'IMPORTE YA TRATADO ANTES' TO WS-RES-ETIQUETA.
           MOVE WS-TOT-YA-TRATADO TO WS-RES-VALOR.
           WRITE OUT-RESUMEN-REC FROM WS-RESUMEN-LIN
               AFTER ADVANCING 1 LINE.

      *    LO DEVUELTO QUE NO CASA (SIN ORDEN, IMPORTE DISTINTO O
      *    REPETIDO) ES LA DIFERENCIA QUE QUEDA POR REVISAR; LO YA
      *    TRATADO EN UNA EJECUCION ANTERIOR NO CUENTA.
           COMPUTE WS-DIF-DEVUELTO =
               WS-TOT-DEVUELTO - WS-TOT-RECIBOS-DEVUELTOS
                               - WS-TOT-YA-TRATADO.
           MOVE 'DEVUELTO SIN CASAR' TO WS-RES-ETIQUETA.
           MOVE WS-DIF-DEVUELTO TO WS-RES-VALOR.
           WRITE OUT-RESUMEN-REC FROM WS-RESUMEN-LIN
               AFTER ADVANCING 1 LINE.

       8100-ESCRIBIR-RESUMEN-EXIT.
           EXIT.
