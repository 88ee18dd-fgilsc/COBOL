      ************************************************************
      *     NOTIFICACIONES DE CAMBIOS DE TITULARIDAD Y VALOR     *
      * -------------------------------------------------------- *
      *  DETRAS DE CADA CICLO REAL DE 330CURSO: TOMA DEL         *
      *  HISTORICO DEL CICLO (340HISTO.DAT) LOS CAMBIOS DE       *
      *  PROPIETARIO, DE VALORACION Y LAS ANULACIONES, JUNTA     *
      *  LOS DE CADA LOTE EN UN SOLO ANTES Y DESPUES, Y PREPARA  *
      *  UNA CARTA PARA CADA TITULAR AFECTADO (EL QUE SALE, EL   *
      *  QUE ENTRA Y EL QUE SIGUE PERO VE CAMBIAR SU CUOTA DE    *
      *  COPROPIEDAD O LA VALORACION DEL LOTE) CON LA VALORACION *
      *  Y LA CUOTA ANTERIORES Y NUEVAS, LA FECHA DE EFECTO Y EL *
      *  PLAZO PARA RECURRIR CONTADO DESDE HOY. EL NOMBRE Y EL   *
      *  DOMICILIO SALEN DE 320TITUL.DAT. LAS CARTAS VAN EN      *
      *  TRAZADO FIJO A 347CARTAS.DAT PARA LA IMPRENTA; LOS      *
      *  TITULARES QUE NO SE PUEDEN NOTIFICAR (SIN FICHA EN EL   *
      *  REGISTRO O SIN DOMICILIO) VAN A 347CONTROL.DAT.         *
      ************************************************************
      *                      IDENTIFICATION DIVISION                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    347NOTIF.
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
      * 1-2 EL PLAZO PARA RECURRIR EN MESES, CONTADO DE FECHA A  *
      * FECHA DESDE LA EJECUCION. ES OPTIONAL: SIN FICHERO, O    *
      * CON EL PLAZO EN BLANCO O A CEROS, SE TOMA UN MES.        *
      ************************************************************
       SELECT OPTIONAL PARAMETROS
               ASSIGN TO '347PARAM.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

      ************************************************************
      *                   INPUT  FILE                            *
      *----------------------------------------------------------*
      * HISTORICO DE CAMBIOS DEL CICLO (340HISTO.DAT), CON LA    *
      * FECHA DE EFECTO Y EL DETALLE CRUDO DEL LOTE ANTES Y      *
      * DESPUES DE CADA CAMBIO.                                  *
      ************************************************************
       SELECT HISTORICO
               ASSIGN TO '340HISTO.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

      ************************************************************
      *                   INPUT  FILE                            *
      *----------------------------------------------------------*
      * REGISTRO DE TITULARES INDEXADO POR NIF QUE CARGA         *
      * 320TITUL Y MANTIENE 325MANTIT: NOMBRE Y DOMICILIO POSTAL *
      * DE CADA TITULAR A QUIEN SE ESCRIBE.                      *
      ************************************************************
       SELECT TITULARES
               ASSIGN TO '320TITUL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TIT-NIF.

      ************************************************************
      *                   SORT  FILE                             *
      *----------------------------------------------------------*
      * FICHERO DE TRABAJO DE LA CLASIFICACION DE LAS ENTRADAS   *
      * DEL HISTORICO POR LOTE, EN SU ORDEN DE ESCRITURA.        *
      ************************************************************
       SELECT ORDENACION
               ASSIGN TO 'SORTWK01'.

      ************************************************************
      *                   INPUT  FILE                            *
      *----------------------------------------------------------*
      * CONTROL DE CICLOS DE 330CURSO: SE LEE SOLO PARA ANOTAR   *
      * EN EL DIARIO DE EJECUCIONES A QUE CICLO PERTENECEN ESTAS *
      * NOTIFICACIONES. ES OPTIONAL: SIN FICHERO SE ANOTA CERO.  *
      ************************************************************
       SELECT OPTIONAL CICLO-CONTROL
               ASSIGN TO '340CICLO.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

      ************************************************************
      *                   OUTPUT  FILE                           *
      *----------------------------------------------------------*
      * DIARIO DE EJECUCIONES COMUN A TODA LA CADENA: UN         *
      * REGISTRO 'INI' AL ARRANCAR Y OTRO 'FIN' AL TERMINAR CON  *
      * LOS CONTADORES CLAVE. LO IMPRIME 395DIARIO.              *
      ************************************************************
       SELECT OPTIONAL DIARIO
               ASSIGN TO '340DIARIO.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

      ************************************************************
      *                   OUTPUT  FILE                           *
      *----------------------------------------------------------*
      * CARTAS DE NOTIFICACION EN TRAZADO FIJO PARA LA IMPRENTA: *
      * UNA POR TITULAR AFECTADO Y LOTE, CON SU NOMBRE Y         *
      * DOMICILIO, VALORACION Y CUOTA ANTES Y DESPUES, FECHA DE  *
      * EFECTO Y FECHA LIMITE PARA RECURRIR.                     *
      ************************************************************
       SELECT CARTAS
               ASSIGN TO '347CARTAS.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

      ************************************************************
      *                   OUTPUT  FILE                           *
      *----------------------------------------------------------*
      * LISTADO DE CONTROL DE LOS TITULARES AFECTADOS QUE NO SE  *
      * HAN PODIDO NOTIFICAR (NIF QUE NO ESTA EN 320TITUL.DAT O  *
      * SIN DOMICILIO POSTAL) Y DE LOS LOTES CUYA LINEA DEL      *
      * HISTORICO NO TRAE EL DETALLE CRUDO, CON LOS TOTALES DE   *
      * LA EJECUCION AL PIE.                                     *
      ************************************************************
       SELECT CONTROL-NOTIF
               ASSIGN TO '347CONTROL.DAT'
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

      *    340HISTO.DAT SE ESCRIBE CON AFTER ADVANCING Y SE LEE CON
      *    SU TERMINADOR DE LINEA, COMO EN 355HISTOR.
       FD  HISTORICO
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 302 CHARACTERS
           DATA RECORD IS HISTORICO-REC.

       01  HISTORICO-REC                      PIC X(302).

       FD  TITULARES
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS TITULARES-REC.

       01  TITULARES-REC.
           05 TIT-NIF                         PIC X(9).
           05 TIT-NOMBRE                      PIC X(40).
           05 TIT-DOMICILIO                   PIC X(60).
           05 FILLER                          PIC X(23).

       FD  CICLO-CONTROL
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CICLO-CONTROL-REC.

       01  CICLO-CONTROL-REC                  PIC X(80).

      ************************************************************
      *                    SORT FILE                             *
      ************************************************************
       SD  ORDENACION
           RECORD CONTAINS 187 CHARACTERS
           DATA RECORD IS ORD-REG.

       01  ORD-REG.
           05 ORD-NLOTE                       PIC 9(9).
           05 ORD-SECUENCIA                   PIC 9(9).
           05 ORD-HIST-TIPO                   PIC X(18).
           05 ORD-FECHA-EFECTO                PIC 9(8).
      *    'Y' SI LA LINEA TRAE EL DETALLE CRUDO ANTES Y DESPUES.
           05 ORD-DETALLE-OK                  PIC X.
           05 ORD-DET-ANTES.
               10 ORD-ANT-COPROP              PIC X(63).
               10 ORD-ANT-TAS                 PIC S9(6)V99.
           05 ORD-DET-DESPUES.
               10 ORD-DES-COPROP              PIC X(63).
               10 ORD-DES-TAS                 PIC S9(6)V99.

      ************************************************************
      *                    OUTPUT FILE                           *
      ************************************************************
       FD  DIARIO
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS OUT-DIARIO-REC.

       01  OUT-DIARIO-REC                     PIC X(132).

       FD  CARTAS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS OUT-CARTA-REC.

       01  OUT-CARTA-REC                      PIC X(200).

       FD  CONTROL-NOTIF
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS OUT-CONTROL-REC.

       01  OUT-CONTROL-REC                    PIC X(132).

      ************************************************************
      *               WORKING-STORAGE SECTION                    *
      ************************************************************
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
      ************************************************************
      *                     RECORD LAYOUTS                       *
      ************************************************************
      ************************************************************
      *  TARJETA DE PARAMETROS (347PARAM.DAT): PLAZO PARA         *
      *  RECURRIR EN MESES.                                       *
      ************************************************************
           05  WS-PARAM-REG.
               10 WS-PARAM-PLAZO-MESES PIC 9(2).
               10 FILLER PIC X(78).

      *    LINEA DE 340HISTO.DAT TAL CUAL LA ESCRIBE 330CURSO (LAS
      *    CABECERAS DE LISTADO SE RECONOCEN PORQUE EL ANO DE LA
      *    FECHA NO ES NUMERICO), CON EL DETALLE CRUDO DEL LOTE Y
      *    LA FECHA DE EFECTO DEL CAMBIO.
           05  WS-HISTO-LIN.
               10 WS-HIS-NLOTE-ED PIC X(9).
               10 FILLER PIC X(2).
               10 WS-HIS-FECHA-ED.
                   15 WS-HIS-FEC-AAAA PIC X(4).
                   15 FILLER PIC X(1).
                   15 WS-HIS-FEC-MM PIC X(2).
                   15 FILLER PIC X(1).
                   15 WS-HIS-FEC-DD PIC X(2).
               10 FILLER PIC X(2).
               10 WS-HIS-TIPO PIC X(18).
               10 FILLER PIC X(2).
               10 WS-HIS-ANTES PIC X(50).
               10 FILLER PIC X(2).
               10 WS-HIS-DESPUES PIC X(50).
               10 FILLER PIC X(2).
               10 WS-HIS-DET-ANTES.
                   15 WS-HIS-DET-ANT-COPROP PIC X(63).
                   15 WS-HIS-DET-ANT-TAS PIC S9(6)V99.
               10 FILLER PIC X(2).
               10 WS-HIS-DET-DESPUES.
                   15 WS-HIS-DET-DES-COPROP PIC X(63).
                   15 WS-HIS-DET-DES-TAS PIC S9(6)V99.
               10 FILLER PIC X(2).
               10 WS-HIS-FECHA-EFECTO PIC X(8).
               10 WS-HIS-EFECTO-NUM REDEFINES WS-HIS-FECHA-EFECTO
                                    PIC 9(8).
      *        TERMINADOR DE LINEA DEL AFTER ADVANCING.
               10 FILLER PIC X(1).

      ************************************************************
      *  ESTADO DEL LOTE ANTES DEL PRIMER CAMBIO DEL CICLO Y      *
      *  DESPUES DEL ULTIMO (CUADRO DE COPROPIETARIOS Y TASACION, *
      *  COMO EL DETALLE CRUDO).                                  *
      ************************************************************
           05  WS-LOTE-ANTES.
               10 WS-ANT-COPROP OCCURS 3 TIMES
                                INDEXED BY WS-ANT-IDX.
                   15 WS-ANT-NIF PIC X(16).
                   15 WS-ANT-PORCENT PIC 9(3)V99.
               10 WS-ANT-TAS PIC S9(6)V99.

           05  WS-LOTE-DESPUES.
               10 WS-DES-COPROP OCCURS 3 TIMES
                                INDEXED BY WS-DES-IDX.
                   15 WS-DES-NIF PIC X(16).
                   15 WS-DES-PORCENT PIC 9(3)V99.
               10 WS-DES-TAS PIC S9(6)V99.

      ************************************************************
      *  CARTA PARA LA IMPRENTA (347CARTAS.DAT), TRAZADO FIJO DE  *
      *  200 POSICIONES. SITUACION DEL TITULAR: 'S' SALE DEL LOTE,*
      *  'E' ENTRA EN EL LOTE, 'C' CONTINUA EN EL LOTE. IMPORTES  *
      *  Y PORCENTAJES SIN EDITAR, CON DOS DECIMALES IMPLICITOS.  *
      ************************************************************
           05  WS-CARTA-REG.
               10 WS-CAR-NIF PIC X(9).
               10 WS-CAR-NOMBRE PIC X(40).
               10 WS-CAR-DOMICILIO PIC X(60).
               10 WS-CAR-NLOTE PIC 9(9).
               10 WS-CAR-SITUACION PIC X(1).
                   88 CAR-SALIENTE VALUE 'S'.
                   88 CAR-ENTRANTE VALUE 'E'.
                   88 CAR-CONTINUA VALUE 'C'.
               10 WS-CAR-TIPO-CAMBIO PIC X(18).
               10 WS-CAR-TAS-ANTERIOR PIC 9(6)V99.
               10 WS-CAR-TAS-NUEVA PIC 9(6)V99.
               10 WS-CAR-PORC-ANTERIOR PIC 9(3)V99.
               10 WS-CAR-PORC-NUEVO PIC 9(3)V99.
               10 WS-CAR-FECHA-EFECTO PIC 9(8).
               10 WS-CAR-FECHA-EMISION PIC 9(8).
               10 WS-CAR-FECHA-LIMITE PIC 9(8).
               10 FILLER PIC X(13) VALUE SPACES.

      ************************************************************
      *               REPORT LINES AND HEADINGS                  *
      ************************************************************
           05 CABECERA-CTL1.
               10 FILLER PIC X(32)
                  VALUE 'TITULARES AFECTADOS NO NOTIFICAD'.
               10 FILLER PIC X(31)
                  VALUE 'OS - EJECUCION:                '.
               10 WS-CAB-FECHA-EJECUCION PIC 9999/99/99.
               10 FILLER PIC X(59) VALUE SPACES.

           05 CABECERA-CTL2.
               10 FILLER PIC X(9) VALUE '     LOTE'.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(16) VALUE 'NIF'.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(10) VALUE 'SITUACION'.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(30) VALUE 'MOTIVO'.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(18) VALUE 'TIPO DE CAMBIO'.
               10 FILLER PIC X(41) VALUE SPACES.

           05 CABECERA-CTL3.
               10 FILLER PIC X(9) VALUE ALL '='.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(16) VALUE ALL '='.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(10) VALUE ALL '='.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(30) VALUE ALL '='.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(18) VALUE ALL '='.
               10 FILLER PIC X(41) VALUE SPACES.

           05  WS-LINEA-CONTROL.
               10 WS-CTL-NLOTE PIC ZZZZZZZZ9.
               10 FILLER PIC X(2) VALUE SPACES.
               10 WS-CTL-NIF PIC X(16).
               10 FILLER PIC X(2) VALUE SPACES.
               10 WS-CTL-SITUACION PIC X(10).
               10 FILLER PIC X(2) VALUE SPACES.
               10 WS-CTL-MOTIVO PIC X(30).
               10 FILLER PIC X(2) VALUE SPACES.
               10 WS-CTL-TIPO PIC X(18).
               10 FILLER PIC X(41) VALUE SPACES.

           05  WS-TOTAL-LIN.
               10 WS-TOT-ETIQUETA PIC X(34).
               10 FILLER PIC X(2) VALUE SPACES.
               10 WS-TOT-VALOR PIC ZZZ,ZZZ,ZZ9.
               10 FILLER PIC X(85) VALUE SPACES.

      ************************************************************
      *                     FLAGS/SWITCHES                       *
      ************************************************************
           05 SW-FIN-HISTORICO PIC X VALUE 'N'.
               88 FIN-HISTORICO VALUE 'Y'.

           05 SW-FIN-ORDENACION PIC X VALUE 'N'.
               88 FIN-ORDENACION VALUE 'Y'.

           05 SW-PRIMER-LOTE PIC X VALUE 'Y'.
               88 PRIMER-LOTE VALUE 'Y'.

      *    ALGUNA LINEA DEL LOTE EN CURSO NO TRAE EL DETALLE CRUDO:
      *    SIN EL NO SE SABE QUIEN ERA TITULAR NI CON QUE CUOTA.
           05 SW-LOTE-SIN-DETALLE PIC X VALUE 'N'.
               88 LOTE-SIN-DETALLE VALUE 'Y'.

           05 SW-NIF-HALLADO PIC X VALUE 'N'.
               88 NIF-HALLADO VALUE 'Y'.

      ************************************************************
      *               COUNTERS AND ACCUMULATORS                  *
      ************************************************************
           05 WS-CNT-ENTRADAS-HIST PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-CAMBIOS PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-SECUENCIA PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-LOTES PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-LOTES-SIN-DETALLE PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-AFECTADOS PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-CARTAS PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-SIN-REGISTRO PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-SIN-DOMICILIO PIC 9(9) VALUE ZERO COMP.

      ************************************************************
      *                      SCRATCH AREA                        *
      ************************************************************
           05 WS-FECHA-EJECUCION PIC 9(8) VALUE ZERO.
           05 WS-FECHA-LIMITE PIC 9(8) VALUE ZERO.
           05 WS-FECHA-ENTRADA PIC 9(8) VALUE ZERO.
           05 WS-PLAZO-MESES PIC 9(2) VALUE 1.

      *    LOTE DEL HISTORICO, EDITADO CON SUPRESION DE CEROS, Y SU
      *    VALOR NUMERICO (LOS BLANCOS SE CAMBIAN POR CEROS).
           05 WS-LOTE-X PIC X(9).
           05 WS-LOTE-NUM REDEFINES WS-LOTE-X PIC 9(9).

      *    LOTE EN CURSO, TIPO DE CAMBIO QUE SE NOTIFICA (SI HUBO
      *    ALGUN CAMBIO DE PROPIETARIO, ESE) Y FECHA DE EFECTO DEL
      *    ULTIMO CAMBIO DEL LOTE EN EL CICLO.
           05 WS-LOTE-EN-CURSO PIC 9(9) VALUE ZERO.
           05 WS-LOTE-TIPO-CAMBIO PIC X(18).
           05 WS-LOTE-FECHA-EFECTO PIC 9(8) VALUE ZERO.

      *    TITULAR EN CURSO: NIF TAL CUAL VIENE EN LA POSICION DE
      *    COPROPIETARIO, CUOTAS ANTES Y DESPUES, SU SITUACION Y,
      *    SI NO SE LE PUEDE NOTIFICAR, EL MOTIVO.
           05 WS-TIT-NIF PIC X(16).
           05 WS-TIT-PORC-ANTES PIC 9(3)V99 VALUE ZERO.
           05 WS-TIT-PORC-DESPUES PIC 9(3)V99 VALUE ZERO.
           05 WS-TIT-SITUACION PIC X(1).
           05 WS-MOTIVO-CONTROL PIC X(30).

      *    CALCULO DE LA FECHA LIMITE: MESES CONTADOS DE FECHA A
      *    FECHA; SI EL MES DE DESTINO NO TIENE ESE DIA, EL ULTIMO
      *    DIA DE ESE MES.
           05 WS-FEC-ENTRADA.
               10 WS-FEC-AAAA PIC 9(4).
               10 WS-FEC-MM PIC 9(2).
               10 WS-FEC-DD PIC 9(2).
           05 WS-FEC-MESES PIC 9(4) COMP.
           05 WS-FEC-ANOS PIC 9(4) COMP.
           05 WS-FEC-RESTO PIC 9(4) COMP.
           05 WS-FEC-COCIENTE PIC 9(4) COMP.
           05 WS-FEC-DIAS-MES PIC 9(2) COMP.

      *    ULTIMO CICLO APLICADO SEGUN 340CICLO.DAT, PARA EL
      *    DIARIO DE EJECUCIONES.
           05 WS-CICLO-REG.
               10 WS-CIC-ULT-CICLO PIC 9(6).
               10 FILLER PIC X(74).

      ************************************************************
      *  REGISTRO DEL DIARIO DE EJECUCIONES (340DIARIO.DAT),      *
      *  COMUN A TODA LA CADENA.                                  *
      ************************************************************
           05 WS-DIARIO-REG.
               10 WS-DIA-TIPO PIC X(3).
               10 WS-DIA-PROGRAMA PIC X(9) VALUE '347NOTIF'.
               10 WS-DIA-CICLO PIC 9(6).
               10 WS-DIA-FECHA PIC 9(8).
               10 WS-DIA-HORA PIC 9(8).
               10 WS-DIA-MODO PIC X(10).
               10 WS-DIA-ESTADO PIC X(12).
               10 WS-DIA-CONTADORES OCCURS 4 TIMES.
                   15 WS-DIA-CNT-NOMBRE PIC X(10).
                   15 WS-DIA-CNT-VALOR PIC 9(9).
           05 WS-DIA-IDX PIC 9 COMP.

      ************************************************************
      *  DIAS DE CADA MES (FEBRERO SE CORRIGE EN LOS BISIESTOS).  *
      ************************************************************
       01  WS-TABLA-MESES.
           05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01  WS-TABLA-MESES-R REDEFINES WS-TABLA-MESES.
           05 WS-DIAS-DEL-MES PIC 9(2) OCCURS 12 TIMES.

      ************************************************************
      *                    PROCEDURE DIVISION                    *
      ************************************************************
       PROCEDURE DIVISION.

      ************************************************************
      *                 1000 MAINLINE PARAGRAPH                  *
      ************************************************************
       1000-MAINLINE.
           PERFORM 1300-LEER-PARAMETROS
              THRU 1300-LEER-PARAMETROS-EXIT.

           PERFORM 2000-HOUSEKEEPING
              THRU 2000-HOUSEKEEPING-EXIT.

           PERFORM 3000-PROCESS
              THRU 3000-PROCESS-EXIT.

           PERFORM 8000-WRAP-UP
              THRU 8000-WRAP-UP-EXIT.

           STOP RUN.

      ************************************************************
      *              1300 LEER-PARAMETROS PARAGRAPH              *
      * -------------------------------------------------------- *
      * LEE EL PLAZO PARA RECURRIR DE 347PARAM.DAT (UN MES SI NO *
      * VIENE) Y CALCULA LA FECHA LIMITE QUE LLEVARAN TODAS LAS  *
      * CARTAS DE ESTA EJECUCION.                                *
      ************************************************************
       1300-LEER-PARAMETROS.
           ACCEPT WS-FECHA-EJECUCION FROM DATE YYYYMMDD.

           OPEN INPUT PARAMETROS.

           MOVE SPACES TO WS-PARAM-REG.
           READ PARAMETROS INTO WS-PARAM-REG
               AT END
                   MOVE ZERO TO WS-PARAM-PLAZO-MESES.

           CLOSE PARAMETROS.

           IF WS-PARAM-REG (1:2) = SPACES
               MOVE ZERO TO WS-PARAM-PLAZO-MESES
           END-IF.

           IF WS-PARAM-PLAZO-MESES NOT NUMERIC
               DISPLAY 'PLAZO PARA RECURRIR NO NUMERICO EN '
                       '347PARAM.DAT: ' WS-PARAM-REG (1:2)
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-PARAM-PLAZO-MESES = ZERO
               MOVE 1 TO WS-PLAZO-MESES
           ELSE
               MOVE WS-PARAM-PLAZO-MESES TO WS-PLAZO-MESES
           END-IF.

           PERFORM 9200-CALCULAR-FECHA-LIMITE
              THRU 9200-CALCULAR-FECHA-LIMITE-EXIT.

           DISPLAY 'NOTIFICACIONES CON PLAZO PARA RECURRIR HASTA '
                   WS-FECHA-LIMITE.

       1300-LEER-PARAMETROS-EXIT.
           EXIT.

      ************************************************************
      *              2000 HOUSEKEEPING PARAGRAPH                 *
      ************************************************************
       2000-HOUSEKEEPING.
           PERFORM 9000-LEER-CICLO
              THRU 9000-LEER-CICLO-EXIT.

           MOVE 'INI' TO WS-DIA-TIPO.
           MOVE SPACES TO WS-DIA-MODO.
           MOVE 'EN CURSO' TO WS-DIA-ESTADO.
           PERFORM 9050-LIMPIAR-CONTADORES-DIA
              THRU 9050-LIMPIAR-CONTADORES-DIA-EXIT.
           PERFORM 9100-ANOTAR-DIARIO
              THRU 9100-ANOTAR-DIARIO-EXIT.

           OPEN INPUT TITULARES
                OUTPUT CARTAS
                       CONTROL-NOTIF.

           MOVE WS-FECHA-EJECUCION TO WS-CAB-FECHA-EJECUCION.
           WRITE OUT-CONTROL-REC FROM CABECERA-CTL1.
           WRITE OUT-CONTROL-REC FROM CABECERA-CTL2
               AFTER ADVANCING 1 LINE.
           WRITE OUT-CONTROL-REC FROM CABECERA-CTL3
               AFTER ADVANCING 1 LINE.

       2000-HOUSEKEEPING-EXIT.
           EXIT.

      ************************************************************
      *                   3000 PROCESS PARAGRAPH                 *
      * -------------------------------------------------------- *
      * LA CLASIFICACION JUNTA POR LOTE, EN SU ORDEN, LOS        *
      * CAMBIOS DEL CICLO QUE SE NOTIFICAN; EL PROCEDIMIENTO DE  *
      * SALIDA PREPARA LAS CARTAS DE CADA LOTE.                  *
      ************************************************************
       3000-PROCESS.
           SORT ORDENACION
               ON ASCENDING KEY ORD-NLOTE
                                ORD-SECUENCIA
               INPUT PROCEDURE IS 3100-CARGAR-CAMBIOS
                  THRU 3100-CARGAR-CAMBIOS-EXIT
               OUTPUT PROCEDURE IS 3500-NOTIFICAR-LOTES
                  THRU 3500-NOTIFICAR-LOTES-EXIT.

       3000-PROCESS-EXIT.
           EXIT.
      ************************************************************
      *                 3100-CARGAR-CAMBIOS                      *
      ************************************************************
       3100-CARGAR-CAMBIOS.
           OPEN INPUT HISTORICO.

           PERFORM 3110-LEER-LINEA-HISTO
              THRU 3110-LEER-LINEA-HISTO-EXIT
             UNTIL FIN-HISTORICO.

           CLOSE HISTORICO.

       3100-CARGAR-CAMBIOS-EXIT.
           EXIT.
      ************************************************************
      *                 3110-LEER-LINEA-HISTO                    *
      ************************************************************
       3110-LEER-LINEA-HISTO.
           READ HISTORICO INTO WS-HISTO-LIN
               AT END
                   SET FIN-HISTORICO TO TRUE
               NOT AT END
                   IF WS-HIS-FEC-AAAA NUMERIC
                       ADD 1 TO WS-CNT-ENTRADAS-HIST
                       IF WS-HIS-TIPO = 'VALORACION'
                          OR WS-HIS-TIPO = 'PROPIETARIO'
                          OR WS-HIS-TIPO (1:9) = 'ANULACION'
                           PERFORM 3120-SOLTAR-CAMBIO
                              THRU 3120-SOLTAR-CAMBIO-EXIT
                       END-IF
                   END-IF
           END-READ.

       3110-LEER-LINEA-HISTO-EXIT.
           EXIT.
      ************************************************************
      *                 3120-SOLTAR-CAMBIO                       *
      * -------------------------------------------------------- *
      * SUELTA UN CAMBIO DEL HISTORICO BAJO SU LOTE. LAS LINEAS  *
      * SIN FECHA DE EFECTO SURTEN EFECTO EL DIA EN QUE SE       *
      * REGISTRARON, COMO EN 375COMPL.                           *
      ************************************************************
       3120-SOLTAR-CAMBIO.
           MOVE WS-HIS-FEC-AAAA TO WS-FECHA-ENTRADA (1:4).
           MOVE WS-HIS-FEC-MM TO WS-FECHA-ENTRADA (5:2).
           MOVE WS-HIS-FEC-DD TO WS-FECHA-ENTRADA (7:2).
           ADD 1 TO WS-CNT-CAMBIOS.
           ADD 1 TO WS-CNT-SECUENCIA.

           INITIALIZE ORD-REG.
           MOVE WS-HIS-NLOTE-ED TO WS-LOTE-X.
           INSPECT WS-LOTE-X REPLACING LEADING SPACES BY ZEROS.
           MOVE WS-LOTE-NUM TO ORD-NLOTE.
           MOVE WS-CNT-SECUENCIA TO ORD-SECUENCIA.
           IF WS-HIS-TIPO (1:9) = 'ANULACION'
               MOVE 'ANULACION' TO ORD-HIST-TIPO
           ELSE
               MOVE WS-HIS-TIPO TO ORD-HIST-TIPO
           END-IF.

           IF WS-HIS-FECHA-EFECTO NUMERIC
              AND WS-HIS-EFECTO-NUM > ZERO
               MOVE WS-HIS-EFECTO-NUM TO ORD-FECHA-EFECTO
           ELSE
               MOVE WS-FECHA-ENTRADA TO ORD-FECHA-EFECTO
           END-IF.

           IF WS-HIS-DET-ANT-TAS NUMERIC
              AND WS-HIS-DET-DES-TAS NUMERIC
              AND WS-HIS-DET-ANT-COPROP NOT = SPACES
              AND WS-HIS-DET-DES-COPROP NOT = SPACES
               MOVE 'Y' TO ORD-DETALLE-OK
               MOVE WS-HIS-DET-ANTES TO ORD-DET-ANTES
               MOVE WS-HIS-DET-DESPUES TO ORD-DET-DESPUES
           ELSE
               MOVE 'N' TO ORD-DETALLE-OK
           END-IF.

           RELEASE ORD-REG.

       3120-SOLTAR-CAMBIO-EXIT.
           EXIT.
      ************************************************************
      *                 3500-NOTIFICAR-LOTES                     *
      * -------------------------------------------------------- *
      * PROCEDIMIENTO DE SALIDA: RECORRE LOS CAMBIOS LOTE A LOTE *
      * Y, AL CAMBIAR DE LOTE, PREPARA LAS CARTAS DEL ANTERIOR.  *
      ************************************************************
       3500-NOTIFICAR-LOTES.
           PERFORM 3510-RECOGER-CAMBIO
              THRU 3510-RECOGER-CAMBIO-EXIT.

           PERFORM 3520-TRATAR-CAMBIO
              THRU 3520-TRATAR-CAMBIO-EXIT
             UNTIL FIN-ORDENACION.

           IF NOT PRIMER-LOTE
               PERFORM 3540-CERRAR-LOTE
                  THRU 3540-CERRAR-LOTE-EXIT
           END-IF.

       3500-NOTIFICAR-LOTES-EXIT.
           EXIT.
      ************************************************************
      *                 3510-RECOGER-CAMBIO                      *
      ************************************************************
       3510-RECOGER-CAMBIO.
           RETURN ORDENACION
               AT END SET FIN-ORDENACION TO TRUE.

       3510-RECOGER-CAMBIO-EXIT.
           EXIT.
      ************************************************************
      *                 3520-TRATAR-CAMBIO                       *
      * -------------------------------------------------------- *
      * EL ESTADO ANTERIOR DEL LOTE ES EL QUE TENIA ANTES DE SU  *
      * PRIMER CAMBIO DEL CICLO Y EL NUEVO EL QUE DEJA EL        *
      * ULTIMO, DE MODO QUE CADA TITULAR RECIBE UNA SOLA CARTA   *
      * POR LOTE AUNQUE EL LOTE HAYA CAMBIADO VARIAS VECES (UN   *
      * CODIGO 3 DEJA UN CAMBIO DE PROPIETARIO Y OTRO DE         *
      * VALORACION).                                             *
      ************************************************************
       3520-TRATAR-CAMBIO.
           IF PRIMER-LOTE OR ORD-NLOTE NOT = WS-LOTE-EN-CURSO
               IF NOT PRIMER-LOTE
                   PERFORM 3540-CERRAR-LOTE
                      THRU 3540-CERRAR-LOTE-EXIT
               END-IF
               MOVE 'N' TO SW-PRIMER-LOTE
               MOVE ORD-NLOTE TO WS-LOTE-EN-CURSO
               MOVE SPACES TO WS-LOTE-TIPO-CAMBIO
               MOVE 'N' TO SW-LOTE-SIN-DETALLE
               MOVE ORD-DET-ANTES TO WS-LOTE-ANTES
               ADD 1 TO WS-CNT-LOTES
           END-IF.

           IF ORD-DETALLE-OK = 'Y'
               MOVE ORD-DET-DESPUES TO WS-LOTE-DESPUES
           ELSE
               SET LOTE-SIN-DETALLE TO TRUE
           END-IF.

           IF WS-LOTE-TIPO-CAMBIO NOT = 'PROPIETARIO'
               MOVE ORD-HIST-TIPO TO WS-LOTE-TIPO-CAMBIO
           END-IF.
           MOVE ORD-FECHA-EFECTO TO WS-LOTE-FECHA-EFECTO.

           PERFORM 3510-RECOGER-CAMBIO
              THRU 3510-RECOGER-CAMBIO-EXIT.

       3520-TRATAR-CAMBIO-EXIT.
           EXIT.
      ************************************************************
      *                 3540-CERRAR-LOTE                         *
      * -------------------------------------------------------- *
      * RECORRE LOS TITULARES QUE TENIA EL LOTE ANTES (LOS QUE   *
      * YA NO ESTAN DESPUES SON LOS SALIENTES) Y DESPUES LOS QUE *
      * TIENE AHORA Y NO TENIA (LOS ENTRANTES). UN LOTE CON      *
      * ALGUNA LINEA SIN DETALLE CRUDO NO SE NOTIFICA: SE DEJA   *
      * EN EL LISTADO DE CONTROL.                                *
      ************************************************************
       3540-CERRAR-LOTE.
           IF LOTE-SIN-DETALLE
               ADD 1 TO WS-CNT-LOTES-SIN-DETALLE
               MOVE SPACES TO WS-TIT-NIF
               MOVE SPACE TO WS-TIT-SITUACION
               MOVE 'HISTORICO SIN DETALLE CRUDO' TO WS-MOTIVO-CONTROL
               PERFORM 3590-ESCRIBIR-CONTROL
                  THRU 3590-ESCRIBIR-CONTROL-EXIT
           ELSE
               PERFORM 3550-TITULAR-ANTERIOR
                  THRU 3550-TITULAR-ANTERIOR-EXIT
                  VARYING WS-ANT-IDX FROM 1 BY 1
                    UNTIL WS-ANT-IDX > 3
               PERFORM 3555-TITULAR-NUEVO
                  THRU 3555-TITULAR-NUEVO-EXIT
                  VARYING WS-DES-IDX FROM 1 BY 1
                    UNTIL WS-DES-IDX > 3
           END-IF.

       3540-CERRAR-LOTE-EXIT.
           EXIT.
      ************************************************************
      *                 3550-TITULAR-ANTERIOR                    *
      ************************************************************
       3550-TITULAR-ANTERIOR.
           IF WS-ANT-NIF (WS-ANT-IDX) NOT = SPACES
               MOVE WS-ANT-NIF (WS-ANT-IDX) TO WS-TIT-NIF
               MOVE WS-ANT-PORCENT (WS-ANT-IDX) TO WS-TIT-PORC-ANTES
               MOVE ZERO TO WS-TIT-PORC-DESPUES
               MOVE 'N' TO SW-NIF-HALLADO
               PERFORM 3551-BUSCAR-EN-DESPUES
                  THRU 3551-BUSCAR-EN-DESPUES-EXIT
                  VARYING WS-DES-IDX FROM 1 BY 1
                    UNTIL WS-DES-IDX > 3 OR NIF-HALLADO
               IF NIF-HALLADO
                   MOVE 'C' TO WS-TIT-SITUACION
               ELSE
                   MOVE 'S' TO WS-TIT-SITUACION
               END-IF
               PERFORM 3560-NOTIFICAR-TITULAR
                  THRU 3560-NOTIFICAR-TITULAR-EXIT
           END-IF.

       3550-TITULAR-ANTERIOR-EXIT.
           EXIT.
      ************************************************************
      *                 3551-BUSCAR-EN-DESPUES                   *
      ************************************************************
       3551-BUSCAR-EN-DESPUES.
           IF WS-DES-NIF (WS-DES-IDX) = WS-TIT-NIF
               MOVE WS-DES-PORCENT (WS-DES-IDX) TO WS-TIT-PORC-DESPUES
               SET NIF-HALLADO TO TRUE
           END-IF.

       3551-BUSCAR-EN-DESPUES-EXIT.
           EXIT.
      ************************************************************
      *                 3555-TITULAR-NUEVO                       *
      ************************************************************
       3555-TITULAR-NUEVO.
           IF WS-DES-NIF (WS-DES-IDX) NOT = SPACES
               MOVE WS-DES-NIF (WS-DES-IDX) TO WS-TIT-NIF
               MOVE 'N' TO SW-NIF-HALLADO
               PERFORM 3556-BUSCAR-EN-ANTES
                  THRU 3556-BUSCAR-EN-ANTES-EXIT
                  VARYING WS-ANT-IDX FROM 1 BY 1
                    UNTIL WS-ANT-IDX > 3 OR NIF-HALLADO
               IF NOT NIF-HALLADO
                   MOVE ZERO TO WS-TIT-PORC-ANTES
                   MOVE WS-DES-PORCENT (WS-DES-IDX)
                       TO WS-TIT-PORC-DESPUES
                   MOVE 'E' TO WS-TIT-SITUACION
                   PERFORM 3560-NOTIFICAR-TITULAR
                      THRU 3560-NOTIFICAR-TITULAR-EXIT
               END-IF
           END-IF.

       3555-TITULAR-NUEVO-EXIT.
           EXIT.
      ************************************************************
      *                 3556-BUSCAR-EN-ANTES                     *
      ************************************************************
       3556-BUSCAR-EN-ANTES.
           IF WS-ANT-NIF (WS-ANT-IDX) = WS-TIT-NIF
               SET NIF-HALLADO TO TRUE
           END-IF.

       3556-BUSCAR-EN-ANTES-EXIT.
           EXIT.
      ************************************************************
      *                 3560-NOTIFICAR-TITULAR                   *
      * -------------------------------------------------------- *
      * UN TITULAR QUE SIGUE EN EL LOTE CON LA MISMA CUOTA Y     *
      * CUYA VALORACION NO HA CAMBIADO NO ESTA AFECTADO (POR     *
      * EJEMPLO, UNA ANULACION QUE DEJA EL LOTE COMO ESTABA).    *
      * AL AFECTADO SE LE BUSCA EN 320TITUL.DAT: SIN FICHA O SIN *
      * DOMICILIO VA AL LISTADO DE CONTROL EN LUGAR DE A LA      *
      * IMPRENTA.                                                *
      ************************************************************
       3560-NOTIFICAR-TITULAR.
           IF WS-TIT-SITUACION = 'C'
              AND WS-TIT-PORC-ANTES = WS-TIT-PORC-DESPUES
              AND WS-ANT-TAS = WS-DES-TAS
               CONTINUE
           ELSE
               ADD 1 TO WS-CNT-AFECTADOS
               MOVE WS-TIT-NIF (1:9) TO TIT-NIF
               READ TITULARES
                   INVALID KEY
                       ADD 1 TO WS-CNT-SIN-REGISTRO
                       MOVE 'NIF NO ESTA EN 320TITUL'
                           TO WS-MOTIVO-CONTROL
                       PERFORM 3590-ESCRIBIR-CONTROL
                          THRU 3590-ESCRIBIR-CONTROL-EXIT
                   NOT INVALID KEY
                       IF TIT-DOMICILIO = SPACES
                           ADD 1 TO WS-CNT-SIN-DOMICILIO
                           MOVE 'SIN DOMICILIO POSTAL'
                               TO WS-MOTIVO-CONTROL
                           PERFORM 3590-ESCRIBIR-CONTROL
                              THRU 3590-ESCRIBIR-CONTROL-EXIT
                       ELSE
                           PERFORM 3570-ESCRIBIR-CARTA
                              THRU 3570-ESCRIBIR-CARTA-EXIT
                       END-IF
               END-READ
           END-IF.

       3560-NOTIFICAR-TITULAR-EXIT.
           EXIT.
      ************************************************************
      *                 3570-ESCRIBIR-CARTA                      *
      ************************************************************
       3570-ESCRIBIR-CARTA.
           MOVE TIT-NIF TO WS-CAR-NIF.
           MOVE TIT-NOMBRE TO WS-CAR-NOMBRE.
           MOVE TIT-DOMICILIO TO WS-CAR-DOMICILIO.
           MOVE WS-LOTE-EN-CURSO TO WS-CAR-NLOTE.
           MOVE WS-TIT-SITUACION TO WS-CAR-SITUACION.
           MOVE WS-LOTE-TIPO-CAMBIO TO WS-CAR-TIPO-CAMBIO.
           MOVE WS-ANT-TAS TO WS-CAR-TAS-ANTERIOR.
           MOVE WS-DES-TAS TO WS-CAR-TAS-NUEVA.
           MOVE WS-TIT-PORC-ANTES TO WS-CAR-PORC-ANTERIOR.
           MOVE WS-TIT-PORC-DESPUES TO WS-CAR-PORC-NUEVO.
           MOVE WS-LOTE-FECHA-EFECTO TO WS-CAR-FECHA-EFECTO.
           MOVE WS-FECHA-EJECUCION TO WS-CAR-FECHA-EMISION.
           MOVE WS-FECHA-LIMITE TO WS-CAR-FECHA-LIMITE.

           WRITE OUT-CARTA-REC FROM WS-CARTA-REG.
           ADD 1 TO WS-CNT-CARTAS.

       3570-ESCRIBIR-CARTA-EXIT.
           EXIT.
      ************************************************************
      *                 3590-ESCRIBIR-CONTROL                    *
      ************************************************************
       3590-ESCRIBIR-CONTROL.
           MOVE WS-LOTE-EN-CURSO TO WS-CTL-NLOTE.
           MOVE WS-TIT-NIF TO WS-CTL-NIF.
           EVALUATE WS-TIT-SITUACION
               WHEN 'S'
                   MOVE 'SALIENTE' TO WS-CTL-SITUACION
               WHEN 'E'
                   MOVE 'ENTRANTE' TO WS-CTL-SITUACION
               WHEN 'C'
                   MOVE 'CONTINUA' TO WS-CTL-SITUACION
               WHEN OTHER
                   MOVE SPACES TO WS-CTL-SITUACION
           END-EVALUATE.
           MOVE WS-MOTIVO-CONTROL TO WS-CTL-MOTIVO.
           MOVE WS-LOTE-TIPO-CAMBIO TO WS-CTL-TIPO.

           WRITE OUT-CONTROL-REC FROM WS-LINEA-CONTROL
               AFTER ADVANCING 1 LINE.

       3590-ESCRIBIR-CONTROL-EXIT.
           EXIT.

      ************************************************************
      *                    8000 WRAP-UP PARAGRAPH                *
      ************************************************************
       8000-WRAP-UP.
           PERFORM 8100-ESCRIBIR-TOTALES
              THRU 8100-ESCRIBIR-TOTALES-EXIT.

           CLOSE TITULARES
                 CARTAS
                 CONTROL-NOTIF.

           DISPLAY 'CARTAS DE NOTIFICACION:        ' WS-CNT-CARTAS.
           DISPLAY 'TITULARES SIN NOTIFICAR:       '
                   WS-CNT-SIN-REGISTRO ' SIN FICHA, '
                   WS-CNT-SIN-DOMICILIO ' SIN DOMICILIO'.
           DISPLAY 'LOTES SIN DETALLE EN HISTORICO:'
                   WS-CNT-LOTES-SIN-DETALLE.

           MOVE 'FIN' TO WS-DIA-TIPO.
           MOVE 'COMPLETADO' TO WS-DIA-ESTADO.
           PERFORM 9050-LIMPIAR-CONTADORES-DIA
              THRU 9050-LIMPIAR-CONTADORES-DIA-EXIT.
           MOVE 'LOTES' TO WS-DIA-CNT-NOMBRE (1).
           MOVE WS-CNT-LOTES TO WS-DIA-CNT-VALOR (1).
           MOVE 'CARTAS' TO WS-DIA-CNT-NOMBRE (2).
           MOVE WS-CNT-CARTAS TO WS-DIA-CNT-VALOR (2).
           MOVE 'SIN FICHA' TO WS-DIA-CNT-NOMBRE (3).
           MOVE WS-CNT-SIN-REGISTRO TO WS-DIA-CNT-VALOR (3).
           MOVE 'SIN DOMIC' TO WS-DIA-CNT-NOMBRE (4).
           MOVE WS-CNT-SIN-DOMICILIO TO WS-DIA-CNT-VALOR (4).
           PERFORM 9100-ANOTAR-DIARIO
              THRU 9100-ANOTAR-DIARIO-EXIT.

       8000-WRAP-UP-EXIT.
           EXIT.
      ************************************************************
      *               8100-ESCRIBIR-TOTALES                      *
      * -------------------------------------------------------- *
      * TOTALES DE CONTROL AL PIE DEL LISTADO. CUADRE: TITULARES *
      * AFECTADOS = CARTAS + SIN FICHA + SIN DOMICILIO.          *
      ************************************************************
       8100-ESCRIBIR-TOTALES.
           MOVE 'ENTRADAS DEL HISTORICO DEL CICLO' TO WS-TOT-ETIQUETA.
           MOVE WS-CNT-ENTRADAS-HIST TO WS-TOT-VALOR.
           WRITE OUT-CONTROL-REC FROM WS-TOTAL-LIN
               AFTER ADVANCING 2 LINES.

           MOVE 'CAMBIOS QUE SE NOTIFICAN' TO WS-TOT-ETIQUETA.
           MOVE WS-CNT-CAMBIOS TO WS-TOT-VALOR.
           WRITE OUT-CONTROL-REC FROM WS-TOTAL-LIN
               AFTER ADVANCING 1 LINE.

           MOVE 'LOTES CON CAMBIOS' TO WS-TOT-ETIQUETA.
           MOVE WS-CNT-LOTES TO WS-TOT-VALOR.
           WRITE OUT-CONTROL-REC FROM WS-TOTAL-LIN
               AFTER ADVANCING 1 LINE.

           MOVE 'LOTES SIN DETALLE EN HISTORICO' TO WS-TOT-ETIQUETA.
           MOVE WS-CNT-LOTES-SIN-DETALLE TO WS-TOT-VALOR.
           WRITE OUT-CONTROL-REC FROM WS-TOTAL-LIN
               AFTER ADVANCING 1 LINE.

           MOVE 'TITULARES AFECTADOS' TO WS-TOT-ETIQUETA.
           MOVE WS-CNT-AFECTADOS TO WS-TOT-VALOR.
           WRITE OUT-CONTROL-REC FROM WS-TOTAL-LIN
               AFTER ADVANCING 1 LINE.

           MOVE 'CARTAS PARA LA IMPRENTA' TO WS-TOT-ETIQUETA.
           MOVE WS-CNT-CARTAS TO WS-TOT-VALOR.
           WRITE OUT-CONTROL-REC FROM WS-TOTAL-LIN
               AFTER ADVANCING 1 LINE.

           MOVE 'SIN FICHA EN 320TITUL' TO WS-TOT-ETIQUETA.
           MOVE WS-CNT-SIN-REGISTRO TO WS-TOT-VALOR.
           WRITE OUT-CONTROL-REC FROM WS-TOTAL-LIN
               AFTER ADVANCING 1 LINE.

           MOVE 'SIN DOMICILIO POSTAL' TO WS-TOT-ETIQUETA.
           MOVE WS-CNT-SIN-DOMICILIO TO WS-TOT-VALOR.
           WRITE OUT-CONTROL-REC FROM WS-TOTAL-LIN
               AFTER ADVANCING 1 LINE.

       8100-ESCRIBIR-TOTALES-EXIT.
           EXIT.
      ************************************************************
      *            9000-LEER-CICLO                               *
      * -------------------------------------------------------- *
      * LEE DE 340CICLO.DAT EL ULTIMO CICLO APLICADO, SOLO PARA  *
      * ESTAMPARLO EN EL DIARIO DE EJECUCIONES.                  *
      ************************************************************
       9000-LEER-CICLO.
           OPEN INPUT CICLO-CONTROL.

           INITIALIZE WS-CICLO-REG.
           READ CICLO-CONTROL INTO WS-CICLO-REG
               AT END
                   MOVE ZERO TO WS-CIC-ULT-CICLO.

           CLOSE CICLO-CONTROL.

           MOVE WS-CIC-ULT-CICLO TO WS-DIA-CICLO.

       9000-LEER-CICLO-EXIT.
           EXIT.
      ************************************************************
      *            9050-LIMPIAR-CONTADORES-DIA                   *
      ************************************************************
       9050-LIMPIAR-CONTADORES-DIA.
           PERFORM 9060-LIMPIAR-CONTADOR-DIA
              THRU 9060-LIMPIAR-CONTADOR-DIA-EXIT
              VARYING WS-DIA-IDX FROM 1 BY 1
                 UNTIL WS-DIA-IDX > 4.

       9050-LIMPIAR-CONTADORES-DIA-EXIT.
           EXIT.
      ************************************************************
      *            9060-LIMPIAR-CONTADOR-DIA                     *
      ************************************************************
       9060-LIMPIAR-CONTADOR-DIA.
           MOVE SPACES TO WS-DIA-CNT-NOMBRE (WS-DIA-IDX).
           MOVE ZERO TO WS-DIA-CNT-VALOR (WS-DIA-IDX).

       9060-LIMPIAR-CONTADOR-DIA-EXIT.
           EXIT.
      ************************************************************
      *            9100-ANOTAR-DIARIO                            *
      * -------------------------------------------------------- *
      * ANADE AL DIARIO DE EJECUCIONES (340DIARIO.DAT) EL        *
      * REGISTRO PREPARADO EN WS-DIARIO-REG, ESTAMPANDO LA FECHA *
      * Y LA HORA. SE ABRE Y SE CIERRA EN CADA ANOTACION.        *
      ************************************************************
       9100-ANOTAR-DIARIO.
           ACCEPT WS-DIA-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-DIA-HORA FROM TIME.

           OPEN EXTEND DIARIO.
           WRITE OUT-DIARIO-REC FROM WS-DIARIO-REG.
           CLOSE DIARIO.

       9100-ANOTAR-DIARIO-EXIT.
           EXIT.
      ************************************************************
      *            9200-CALCULAR-FECHA-LIMITE                    *
      * -------------------------------------------------------- *
      * FECHA LIMITE PARA RECURRIR: LA DE EJECUCION MAS EL PLAZO *
      * EN MESES, DE FECHA A FECHA. SI EL MES DE DESTINO NO      *
      * TIENE EL MISMO DIA (31 DE UN MES DE 30, 29-31 EN         *
      * FEBRERO) VENCE EL ULTIMO DIA DE ESE MES.                 *
      ************************************************************
       9200-CALCULAR-FECHA-LIMITE.
           MOVE WS-FECHA-EJECUCION TO WS-FEC-ENTRADA.

           COMPUTE WS-FEC-MESES = WS-FEC-MM - 1 + WS-PLAZO-MESES.
           DIVIDE WS-FEC-MESES BY 12 GIVING WS-FEC-ANOS
               REMAINDER WS-FEC-RESTO.
           ADD WS-FEC-ANOS TO WS-FEC-AAAA.
           ADD 1 TO WS-FEC-RESTO GIVING WS-FEC-MM.

           MOVE WS-DIAS-DEL-MES (WS-FEC-MM) TO WS-FEC-DIAS-MES.
           IF WS-FEC-MM = 2
               DIVIDE WS-FEC-AAAA BY 4 GIVING WS-FEC-COCIENTE
                   REMAINDER WS-FEC-RESTO
               IF WS-FEC-RESTO = ZERO
                   MOVE 29 TO WS-FEC-DIAS-MES
                   DIVIDE WS-FEC-AAAA BY 100 GIVING WS-FEC-COCIENTE
                       REMAINDER WS-FEC-RESTO
                   IF WS-FEC-RESTO = ZERO
                       DIVIDE WS-FEC-AAAA BY 400
                           GIVING WS-FEC-COCIENTE
                           REMAINDER WS-FEC-RESTO
                       IF WS-FEC-RESTO NOT = ZERO
                           MOVE 28 TO WS-FEC-DIAS-MES
                       END-IF
                   END-IF
               END-IF
           END-IF.

           IF WS-FEC-DD > WS-FEC-DIAS-MES
               MOVE WS-FEC-DIAS-MES TO WS-FEC-DD
           END-IF.

           MOVE WS-FEC-ENTRADA TO WS-FECHA-LIMITE.

       9200-CALCULAR-FECHA-LIMITE-EXIT.
           EXIT.
