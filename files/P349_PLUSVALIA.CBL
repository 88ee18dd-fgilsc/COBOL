      ************************************************************
      *     LIQUIDACIONES DEL IMPUESTO SOBRE EL INCREMENTO DE    *
      *     VALOR DE LOS TERRENOS (PLUSVALIA)                    *
      * -------------------------------------------------------- *
      *  DETRAS DE CADA CICLO REAL DE 330CURSO: CADA CAMBIO DE   *
      *  PROPIETARIO (CODIGOS 1 Y 3) DEL HISTORICO DEL CICLO     *
      *  (340HISTO.DAT) ES UNA TRANSMISION. POR CADA TITULAR QUE *
      *  SALE DEL LOTE, O QUE REDUCE SU PARTE, SE BUSCA EN EL    *
      *  HISTORICO ACUMULADO INDEXADO (340HISTO-ANT.DAT) CUANDO  *
      *  ENTRO EN EL (ALTA, CAMBIO DE PROPIETARIO, O EN EL LOTE  *
      *  DEL QUE SE SEGREGO), SE CALCULAN LOS ANOS COMPLETOS DE  *
      *  TENENCIA Y SE APLICA EL COEFICIENTE DE 349COEFIC.DAT    *
      *  PARA ESE PERIODO A LA TASACION DEL LOTE AL TRANSMITIR,  *
      *  EN PROPORCION A LA PARTE TRANSMITIDA. EL TIPO DE        *
      *  GRAVAMEN DE LA MISMA TABLA DA LA CUOTA. VA UNA          *
      *  LIQUIDACION POR TITULAR TRANSMITENTE A 349LIQUID.DAT;   *
      *  LAS TRANSMISIONES CUYA FECHA DE ADQUISICION NO CONSTA   *
      *  EN EL HISTORICO SE LISTAN EN 349CONTROL.DAT PARA QUE LA *
      *  INSPECCION PIDA LAS ESCRITURAS, CON LOS TOTALES AL PIE. *
      ************************************************************
      *                      IDENTIFICATION DIVISION                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    349PLUSV.
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
      * TABLA DEL IMPUESTO: REGISTROS 'COE' CON LOS ANOS DE      *
      * TENENCIA DESDE LOS QUE RIGE CADA COEFICIENTE, EN ORDEN   *
      * CRECIENTE, Y UN REGISTRO 'TIP' CON EL TIPO DE GRAVAMEN.  *
      ************************************************************
       SELECT COEFICIENTES
               ASSIGN TO '349COEFIC.DAT'
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
      * HISTORICO ACUMULADO INDEXADO POR LOTE + FECHA DEL CAMBIO *
      * + CICLO + LINEA, QUE 330CURSO AMPLIA EN CADA CICLO. SE   *
      * RECORREN SOLO LAS ENTRADAS DEL LOTE TRANSMITIDO. ES      *
      * OPTIONAL: SIN ACUMULADO NINGUNA ADQUISICION CONSTA.      *
      ************************************************************
       SELECT OPTIONAL HISTORICO-ANT
               ASSIGN TO '340HISTO-ANT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIA-CLAVE.

      ************************************************************
      *                   INPUT  FILE                            *
      *----------------------------------------------------------*
      * REGISTRO DE TITULARES INDEXADO POR NIF QUE CARGA         *
      * 320TITUL, PARA EL NOMBRE DEL TRANSMITENTE. ES OPTIONAL:  *
      * SIN REGISTRO SE ESTAMPA LA POSICION DE COPROPIETARIO.    *
      ************************************************************
       SELECT OPTIONAL TITULARES
               ASSIGN TO '320TITUL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TIT-NIF.

      ************************************************************
      *                   INPUT  FILE                            *
      *----------------------------------------------------------*
      * CONTROL DE CICLOS DE 330CURSO: EL ULTIMO CICLO APLICADO  *
      * ES EL DE 340HISTO.DAT, Y CON EL SE ACOTAN EN EL          *
      * ACUMULADO LAS ENTRADAS ANTERIORES A CADA TRANSMISION.    *
      * TAMBIEN SE ANOTA EN EL DIARIO. ES OPTIONAL: SIN FICHERO  *
      * SE TOMA CERO.                                            *
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
      * LIQUIDACIONES: UNA POR TITULAR TRANSMITENTE Y LOTE, CON  *
      * LAS FECHAS, LOS ANOS DE TENENCIA, LA PARTE TRANSMITIDA,  *
      * LA BASE Y LA CUOTA.                                      *
      ************************************************************
       SELECT LIQUIDACIONES
               ASSIGN TO '349LIQUID.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

      ************************************************************
      *                   OUTPUT  FILE                           *
      *----------------------------------------------------------*
      * TRANSMISIONES QUE NO SE LIQUIDAN PORQUE LA FECHA DE      *
      * ADQUISICION NO CONSTA (O NO HAY DETALLE CRUDO), PARA LA  *
      * INSPECCION, Y TOTALES DE CONTROL AL PIE.                 *
      ************************************************************
       SELECT CONTROL-PLUSV
               ASSIGN TO '349CONTROL.DAT'
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
       FD  COEFICIENTES
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS COEFICIENTES-REC.

       01  COEFICIENTES-REC                   PIC X(80).

      *    340HISTO.DAT SE ESCRIBE CON AFTER ADVANCING Y SE LEE CON
      *    SU TERMINADOR DE LINEA, COMO EN 355HISTOR.
       FD  HISTORICO
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 302 CHARACTERS
           DATA RECORD IS HISTORICO-REC.

       01  HISTORICO-REC                      PIC X(302).

      *    CADA ENTRADA LLEVA LA LINEA COMPLETA DE 340HISTO.DAT BAJO
      *    SU CLAVE. LA LINEA DE UNA SEGREGACION ESTA ADEMAS BAJO EL
      *    LOTE HIJO, CONSERVANDO EN LA LINEA EL LOTE DE ORIGEN.
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

       FD  TITULARES
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS TITULARES-REC.

       01  TITULARES-REC.
           05 TIT-NIF                         PIC X(9).
           05 TIT-NOMBRE                      PIC X(40).
           05 FILLER                          PIC X(83).

       FD  CICLO-CONTROL
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CICLO-CONTROL-REC.

       01  CICLO-CONTROL-REC                  PIC X(80).

      ************************************************************
      *                    OUTPUT FILE                           *
      ************************************************************
       FD  DIARIO
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS OUT-DIARIO-REC.

       01  OUT-DIARIO-REC                     PIC X(132).

       FD  LIQUIDACIONES
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS OUT-LIQUID-REC.

       01  OUT-LIQUID-REC                     PIC X(132).

       FD  CONTROL-PLUSV
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
      *  REGISTRO DE LA TABLA DEL IMPUESTO (349COEFIC.DAT):       *
      *  'COE' + ANOS DE TENENCIA DESDE LOS QUE RIGE + COEFICIEN- *
      *  TE CON 4 DECIMALES; 'TIP' + TIPO DE GRAVAMEN EN %.       *
      ************************************************************
           05  WS-COEFIC-REG.
               10 WS-COE-TIPO-REG PIC X(3).
                   88 COEFIC-PERIODO VALUE 'COE'.
                   88 COEFIC-GRAVAMEN VALUE 'TIP'.
               10 WS-COE-ANOS PIC 9(2).
               10 WS-COE-COEFICIENTE PIC 9(1)V9(4).
               10 WS-COE-TIPO-PCT PIC 9(3)V99.
               10 FILLER PIC X(65).

           05  WS-PERIODOS.
               10 WS-PERIODO OCCURS 21 TIMES
                             INDEXED BY WS-PER-IDX.
                   15 WS-PER-DESDE PIC 9(2).
                   15 WS-PER-COEFICIENTE PIC 9(1)V9(4).
           05  WS-CNT-PERIODOS PIC 9(2) VALUE ZERO COMP.
           05  WS-TIPO-GRAVAMEN PIC 9(3)V99 VALUE ZERO.
           05  SW-HAY-GRAVAMEN PIC X VALUE 'N'.
               88 HAY-GRAVAMEN VALUE 'Y'.

      *    LINEA DE 340HISTO.DAT TAL CUAL LA ESCRIBE 330CURSO (LAS
      *    CABECERAS DE LISTADO SE RECONOCEN PORQUE EL ANO DE LA
      *    FECHA NO ES NUMERICO), CON EL DETALLE CRUDO DEL LOTE Y
      *    LA FECHA DE EFECTO DEL CAMBIO. LAS ENTRADAS DEL
      *    ACUMULADO SE LEEN SOBRE LA MISMA VISTA.
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
      *  CUADROS DE COPROPIETARIOS ANTES Y DESPUES DEL CAMBIO,    *
      *  COMO EN EL DETALLE CRUDO (NIF/NOMBRE X(16) + % 9(3)V99). *
      ************************************************************
           05  WS-COPROP-ANTES.
               10 WS-CAN-SLOT OCCURS 3 TIMES
                              INDEXED BY WS-CAN-IDX.
                   15 WS-CAN-NIF PIC X(16).
                   15 WS-CAN-PORCENT PIC 9(3)V99.

           05  WS-COPROP-DESPUES.
               10 WS-CDE-SLOT OCCURS 3 TIMES
                              INDEXED BY WS-CDE-IDX.
                   15 WS-CDE-NIF PIC X(16).
                   15 WS-CDE-PORCENT PIC 9(3)V99.

      *    LOS MISMOS CUADROS DE CADA ENTRADA DEL ACUMULADO LEIDA
      *    AL BUSCAR LA ADQUISICION.
           05  WS-ENTRADA-ANTES.
               10 WS-EAN-SLOT OCCURS 3 TIMES
                              INDEXED BY WS-EAN-IDX.
                   15 WS-EAN-NIF PIC X(16).
                   15 WS-EAN-PORCENT PIC 9(3)V99.

           05  WS-ENTRADA-DESPUES.
               10 WS-EDE-SLOT OCCURS 3 TIMES
                              INDEXED BY WS-EDE-IDX.
                   15 WS-EDE-NIF PIC X(16).
                   15 WS-EDE-PORCENT PIC 9(3)V99.

      ************************************************************
      *  LIQUIDACION: UNA POR TITULAR TRANSMITENTE Y LOTE.        *
      *  BASE = TASACION AL TRANSMITIR x PARTE TRANSMITIDA x      *
      *  COEFICIENTE; CUOTA = BASE x TIPO DE GRAVAMEN.            *
      ************************************************************
           05  WS-LIQUID-REG.
               10 WS-LIQ-NLOTE PIC 9(9).
               10 WS-LIQ-NIF PIC X(16).
               10 WS-LIQ-NOMBRE PIC X(40).
               10 WS-LIQ-FECHA-TRANSMISION PIC 9(8).
               10 WS-LIQ-FECHA-ADQUISICION PIC 9(8).
               10 WS-LIQ-ANOS PIC 9(2).
               10 WS-LIQ-PORCENT PIC 9(3)V99.
               10 WS-LIQ-TASACION PIC 9(6)V99.
               10 WS-LIQ-COEFICIENTE PIC 9(1)V9(4).
               10 WS-LIQ-BASE PIC 9(7)V99.
               10 WS-LIQ-TIPO PIC 9(3)V99.
               10 WS-LIQ-CUOTA PIC 9(7)V99.
               10 FILLER PIC X(8) VALUE SPACES.

      ************************************************************
      *               REPORT LINES AND HEADINGS                  *
      ************************************************************
           05 CABECERA-CTL1.
               10 FILLER PIC X(32)
                  VALUE 'TRANSMISIONES SIN FECHA DE ADQUI'.
               10 FILLER PIC X(31)
                  VALUE 'SICION - EJECUCION:            '.
               10 WS-CAB-FECHA-EJECUCION PIC 9999/99/99.
               10 FILLER PIC X(59) VALUE SPACES.

           05 CABECERA-CTL2.
               10 FILLER PIC X(9) VALUE '     LOTE'.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(16) VALUE 'TRANSMITENTE'.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(30) VALUE 'MOTIVO'.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(10) VALUE 'F.TRANSMIS'.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(6) VALUE 'PARTE'.
               10 FILLER PIC X(53) VALUE SPACES.

           05 CABECERA-CTL3.
               10 FILLER PIC X(9) VALUE ALL '='.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(16) VALUE ALL '='.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(30) VALUE ALL '='.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(10) VALUE ALL '='.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(6) VALUE ALL '='.
               10 FILLER PIC X(53) VALUE SPACES.

           05  WS-LINEA-CONTROL.
               10 WS-CTL-NLOTE PIC ZZZZZZZZ9.
               10 FILLER PIC X(2) VALUE SPACES.
               10 WS-CTL-NIF PIC X(16).
               10 FILLER PIC X(2) VALUE SPACES.
               10 WS-CTL-MOTIVO PIC X(30).
               10 FILLER PIC X(2) VALUE SPACES.
               10 WS-CTL-FECHA-TRANSMISION PIC 9999/99/99.
               10 FILLER PIC X(2) VALUE SPACES.
               10 WS-CTL-PORCENT PIC ZZ9.99.
               10 FILLER PIC X(53) VALUE SPACES.

           05  WS-TOTAL-LIN.
               10 WS-TOT-ETIQUETA PIC X(34).
               10 FILLER PIC X(2) VALUE SPACES.
               10 WS-TOT-VALOR PIC ZZZ,ZZZ,ZZ9.
               10 FILLER PIC X(85) VALUE SPACES.

           05  WS-TOTAL-IMP-LIN.
               10 WS-TIM-ETIQUETA PIC X(34).
               10 FILLER PIC X(2) VALUE SPACES.
               10 WS-TIM-VALOR PIC -(9)9.99.
               10 FILLER PIC X(83) VALUE SPACES.

      ************************************************************
      *                     FLAGS/SWITCHES                       *
      ************************************************************
           05 SW-FIN-COEFICIENTES PIC X VALUE 'N'.
               88 FIN-COEFICIENTES VALUE 'Y'.

           05 SW-FIN-HISTORICO PIC X VALUE 'N'.
               88 FIN-HISTORICO VALUE 'Y'.

           05 SW-FIN-ACUMULADO PIC X VALUE 'N'.
               88 FIN-ACUMULADO VALUE 'Y'.

           05 SW-PERIODO-HALLADO PIC X VALUE 'N'.
               88 PERIODO-HALLADO VALUE 'Y'.

      *    SITUACION DEL TITULAR BUSCADO SEGUN LAS ENTRADAS DEL
      *    ACUMULADO LEIDAS HASTA EL MOMENTO: 'N' NO ES TITULAR
      *    (O NO CONSTA SU ENTRADA), 'H' ENTRO EN EL LOTE EN
      *    WS-ADQ-FECHA, 'S' LE VIENE DE LA SEGREGACION DE OTRO
      *    LOTE, 'D' UNA ENTRADA SIN DETALLE CRUDO IMPIDE SABERLO.
           05 SW-ADQUISICION PIC X VALUE 'N'.
               88 ADQ-NO-CONSTA VALUE 'N'.
               88 ADQ-HALLADA VALUE 'H'.
               88 ADQ-SEGREGADA VALUE 'S'.
               88 ADQ-SIN-DETALLE VALUE 'D'.

      ************************************************************
      *               COUNTERS AND ACCUMULATORS                  *
      ************************************************************
           05 WS-CNT-LINEAS-HIST PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-ENTRADAS-HIST PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-TRANSMISIONES PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-SIN-DETALLE PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-TRANSMITENTES PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-LIQUIDACIONES PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-SIN-ADQUISICION PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-ACU-LEIDAS PIC 9(9) VALUE ZERO COMP.
           05 WS-SUM-BASES PIC S9(9)V99 VALUE ZERO.
           05 WS-SUM-CUOTAS PIC S9(9)V99 VALUE ZERO.

      ************************************************************
      *                      SCRATCH AREA                        *
      ************************************************************
           05 WS-FECHA-EJECUCION PIC 9(8) VALUE ZERO.
           05 WS-FECHA-ENTRADA PIC 9(8) VALUE ZERO.

      *    LOTE DEL HISTORICO, EDITADO CON SUPRESION DE CEROS, Y SU
      *    VALOR NUMERICO (LOS BLANCOS SE CAMBIAN POR CEROS).
           05 WS-LOTE-X PIC X(9).
           05 WS-LOTE-NUM REDEFINES WS-LOTE-X PIC 9(9).

      *    TRANSMISION EN CURSO: LOTE, FECHA (LA DE EFECTO, O LA
      *    DEL CAMBIO SI LA LINEA NO LA TRAE), TASACION DEL LOTE AL
      *    TRANSMITIR Y CLAVE QUE SU LINEA TIENE EN EL ACUMULADO.
           05 WS-TRA-NLOTE PIC 9(9) VALUE ZERO.
           05 WS-TRA-FECHA PIC 9(8) VALUE ZERO.
           05 WS-TRA-FECHA-R REDEFINES WS-TRA-FECHA.
               10 WS-TRA-AAAA PIC 9(4).
               10 WS-TRA-MMDD PIC 9(4).
           05 WS-TRA-TASACION PIC 9(6)V99 VALUE ZERO.
           05 WS-TRA-CLAVE.
               10 WS-TRA-CLA-NLOTE PIC 9(9).
               10 WS-TRA-CLA-FECHA PIC 9(8).
               10 WS-TRA-CLA-CICLO PIC 9(6).
               10 WS-TRA-CLA-LINEA PIC 9(7).

      *    TITULAR TRANSMITENTE EN CURSO Y LA PARTE QUE TRANSMITE
      *    (LA QUE TENIA MENOS LA QUE CONSERVA).
           05 WS-SAL-NIF PIC X(16).
           05 WS-SAL-NOMBRE PIC X(40).
           05 WS-SAL-PORCENT PIC 9(3)V99 VALUE ZERO.
           05 WS-SAL-CONSERVA PIC 9(3)V99 VALUE ZERO.

      *    BUSQUEDA EN EL ACUMULADO: LOTE QUE SE RECORRE Y CLAVE
      *    HASTA LA QUE SE LEE (LA DE LA TRANSMISION, O LA DE LA
      *    SEGREGACION DE LA QUE NACIO EL LOTE HIJO); PARTE DEL
      *    TITULAR ANTES Y DESPUES DE CADA ENTRADA.
           05 WS-BUS-NLOTE PIC 9(9) VALUE ZERO.
           05 WS-BUS-LIMITE.
               10 WS-BUS-LIM-NLOTE PIC 9(9).
               10 WS-BUS-LIM-FECHA PIC 9(8).
               10 WS-BUS-LIM-CICLO PIC 9(6).
               10 WS-BUS-LIM-LINEA PIC 9(7).
      *    LOTE DE ORIGEN Y CLAVE DE LA SEGREGACION DE LA QUE LE
      *    VIENE AL TITULAR SU PARTE EN EL LOTE HIJO.
           05 WS-ORI-LIMITE.
               10 WS-ORI-LIM-NLOTE PIC 9(9).
               10 WS-ORI-LIM-FECHA PIC 9(8).
               10 WS-ORI-LIM-CICLO PIC 9(6).
               10 WS-ORI-LIM-LINEA PIC 9(7).
           05 WS-BUS-NIVEL PIC 9(2) VALUE ZERO COMP.
           05 WS-BUS-PCT-ANTES PIC 9(3)V99 VALUE ZERO.
           05 WS-BUS-PCT-DESPUES PIC 9(3)V99 VALUE ZERO.

      *    FECHA EN QUE ENTRO EL TITULAR, Y LA SITUACION QUE TENIA
      *    ANTES DE SALIR DEL LOTE POR UN CAMBIO QUE LUEGO SE ANULO.
           05 WS-ADQ-FECHA PIC 9(8) VALUE ZERO.
           05 WS-ADQ-FECHA-R REDEFINES WS-ADQ-FECHA.
               10 WS-ADQ-AAAA PIC 9(4).
               10 WS-ADQ-MMDD PIC 9(4).
           05 WS-ADQ-PREVIA-SW PIC X VALUE 'N'.
           05 WS-ADQ-PREVIA-FECHA PIC 9(8) VALUE ZERO.

           05 WS-ANOS-TENENCIA PIC 9(4) VALUE ZERO.
           05 WS-MOTIVO-CONTROL PIC X(30).

      *    ENTRADA Y RESULTADO DE LA RESOLUCION DE TITULARES EN
      *    320TITUL.DAT.
           05 WS-TIT-ENTRADA PIC X(16).
           05 WS-TIT-RESUELTO PIC X(40).

      *    ULTIMO CICLO APLICADO SEGUN 340CICLO.DAT.
           05 WS-CICLO-REG.
               10 WS-CIC-ULT-CICLO PIC 9(6).
               10 FILLER PIC X(74).

      ************************************************************
      *  REGISTRO DEL DIARIO DE EJECUCIONES (340DIARIO.DAT),      *
      *  COMUN A TODA LA CADENA.                                  *
      ************************************************************
           05 WS-DIARIO-REG.
               10 WS-DIA-TIPO PIC X(3).
               10 WS-DIA-PROGRAMA PIC X(9) VALUE '349PLUSV'.
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
      *                    PROCEDURE DIVISION                    *
      ************************************************************
       PROCEDURE DIVISION.

      ************************************************************
      *                 1000 MAINLINE PARAGRAPH                  *
      ************************************************************
       1000-MAINLINE.
           PERFORM 1400-CARGAR-COEFICIENTES
              THRU 1400-CARGAR-COEFICIENTES-EXIT.

           PERFORM 2000-HOUSEKEEPING
              THRU 2000-HOUSEKEEPING-EXIT.

           PERFORM 3000-PROCESS
              THRU 3000-PROCESS-EXIT.

           PERFORM 8000-WRAP-UP
              THRU 8000-WRAP-UP-EXIT.

           STOP RUN.

      ************************************************************
      *            1400 CARGAR-COEFICIENTES PARAGRAPH            *
      * -------------------------------------------------------- *
      * CARGA LA TABLA DEL IMPUESTO ANTES DE ABRIR NADA MAS: SIN *
      * COEFICIENTES O SIN TIPO DE GRAVAMEN NO HAY NADA QUE      *
      * LIQUIDAR Y SE DETIENE LA EJECUCION.                      *
      ************************************************************
       1400-CARGAR-COEFICIENTES.
           ACCEPT WS-FECHA-EJECUCION FROM DATE YYYYMMDD.

           OPEN INPUT COEFICIENTES.

           PERFORM 1410-LEER-COEFICIENTE
              THRU 1410-LEER-COEFICIENTE-EXIT
             UNTIL FIN-COEFICIENTES.

           CLOSE COEFICIENTES.

           IF WS-CNT-PERIODOS = ZERO
               DISPLAY 'LA TABLA 349COEFIC.DAT NO TRAE NINGUN '
                       'COEFICIENTE: IMPOSIBLE LIQUIDAR'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF NOT HAY-GRAVAMEN
               DISPLAY 'LA TABLA 349COEFIC.DAT NO TRAE EL TIPO DE '
                       'GRAVAMEN: IMPOSIBLE LIQUIDAR'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       1400-CARGAR-COEFICIENTES-EXIT.
           EXIT.
      ************************************************************
      *                 1410-LEER-COEFICIENTE                    *
      ************************************************************
       1410-LEER-COEFICIENTE.
           READ COEFICIENTES INTO WS-COEFIC-REG
               AT END
                   SET FIN-COEFICIENTES TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN COEFIC-PERIODO
                           PERFORM 1420-CARGAR-PERIODO
                              THRU 1420-CARGAR-PERIODO-EXIT
                       WHEN COEFIC-GRAVAMEN
                           MOVE WS-COE-TIPO-PCT TO WS-TIPO-GRAVAMEN
                           SET HAY-GRAVAMEN TO TRUE
                       WHEN OTHER
                           DISPLAY 'REGISTRO DE COEFICIENTES NO '
                                   'RECONOCIDO: ' WS-COE-TIPO-REG
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                   END-EVALUATE
           END-READ.

       1410-LEER-COEFICIENTE-EXIT.
           EXIT.
      ************************************************************
      *                 1420-CARGAR-PERIODO                      *
      * -------------------------------------------------------- *
      * LOS PERIODOS VIENEN POR ANOS DE TENENCIA CRECIENTES: LA  *
      * BUSQUEDA SE QUEDA CON EL ULTIMO QUE NO PASE DE LOS ANOS  *
      * DEL TITULAR.                                             *
      ************************************************************
       1420-CARGAR-PERIODO.
           IF WS-CNT-PERIODOS = 21
               DISPLAY 'DEMASIADOS PERIODOS EN 349COEFIC.DAT '
                       '(MAXIMO 21)'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-CNT-PERIODOS > ZERO
               IF WS-COE-ANOS NOT > WS-PER-DESDE (WS-CNT-PERIODOS)
                   DISPLAY 'PERIODOS FUERA DE ORDEN EN 349COEFIC.DAT'
                           ': ' WS-COE-ANOS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           ADD 1 TO WS-CNT-PERIODOS.
           SET WS-PER-IDX TO WS-CNT-PERIODOS.
           MOVE WS-COE-ANOS TO WS-PER-DESDE (WS-PER-IDX).
           MOVE WS-COE-COEFICIENTE TO WS-PER-COEFICIENTE (WS-PER-IDX).

       1420-CARGAR-PERIODO-EXIT.
           EXIT.

      ************************************************************
      *              2000 HOUSEKEEPING PARAGRAPH                 *
      ************************************************************
       2000-HOUSEKEEPING.
           PERFORM 9000-LEER-CICLO
              THRU 9000-LEER-CICLO-EXIT.

           IF WS-CIC-ULT-CICLO = ZERO
               DISPLAY 'SIN NUMERO DE CICLO EN 340CICLO.DAT: LAS '
                       'ENTRADAS DEL CICLO NO SE BUSCAN EN EL '
                       'ACUMULADO'
           END-IF.

           MOVE 'INI' TO WS-DIA-TIPO.
           MOVE SPACES TO WS-DIA-MODO.
           MOVE 'EN CURSO' TO WS-DIA-ESTADO.
           PERFORM 9050-LIMPIAR-CONTADORES-DIA
              THRU 9050-LIMPIAR-CONTADORES-DIA-EXIT.
           PERFORM 9100-ANOTAR-DIARIO
              THRU 9100-ANOTAR-DIARIO-EXIT.

           OPEN INPUT HISTORICO
                      HISTORICO-ANT
                      TITULARES
                OUTPUT LIQUIDACIONES
                       CONTROL-PLUSV.

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
      * LAS LINEAS DEL HISTORICO DEL CICLO SE NUMERAN COMO LAS   *
      * NUMERA 330CURSO AL PASARLAS AL ACUMULADO (CONTANDO LAS   *
      * CABECERAS), PARA CONOCER LA CLAVE DE CADA TRANSMISION.   *
      ************************************************************
       3000-PROCESS.
           PERFORM 3100-LEER-LINEA-HISTO
              THRU 3100-LEER-LINEA-HISTO-EXIT
             UNTIL FIN-HISTORICO.

       3000-PROCESS-EXIT.
           EXIT.
      ************************************************************
      *                 3100-LEER-LINEA-HISTO                    *
      ************************************************************
       3100-LEER-LINEA-HISTO.
           READ HISTORICO INTO WS-HISTO-LIN
               AT END
                   SET FIN-HISTORICO TO TRUE
               NOT AT END
                   ADD 1 TO WS-CNT-LINEAS-HIST
                   IF WS-HIS-FEC-AAAA NUMERIC
                       ADD 1 TO WS-CNT-ENTRADAS-HIST
                       IF WS-HIS-TIPO = 'PROPIETARIO'
                           PERFORM 3200-TRATAR-TRANSMISION
                              THRU 3200-TRATAR-TRANSMISION-EXIT
                       END-IF
                   END-IF
           END-READ.

       3100-LEER-LINEA-HISTO-EXIT.
           EXIT.
      ************************************************************
      *                 3200-TRATAR-TRANSMISION                  *
      * -------------------------------------------------------- *
      * UN CAMBIO DE PROPIETARIO ES UNA TRANSMISION. LA TASACION *
      * AL TRANSMITIR ES LA DEL DETALLE CRUDO ANTERIOR (EN EL    *
      * CODIGO 3 LA NUEVA VALORACION VA EN OTRA LINEA DETRAS).   *
      * SIN DETALLE CRUDO NO SE SABE QUIEN TRANSMITE NI QUE      *
      * PARTE, Y LA TRANSMISION SE LISTA ENTERA.                 *
      ************************************************************
       3200-TRATAR-TRANSMISION.
           ADD 1 TO WS-CNT-TRANSMISIONES.

           MOVE WS-HIS-FEC-AAAA TO WS-FECHA-ENTRADA (1:4).
           MOVE WS-HIS-FEC-MM TO WS-FECHA-ENTRADA (5:2).
           MOVE WS-HIS-FEC-DD TO WS-FECHA-ENTRADA (7:2).

           MOVE WS-HIS-NLOTE-ED TO WS-LOTE-X.
           INSPECT WS-LOTE-X REPLACING LEADING SPACES BY ZEROS.
           MOVE WS-LOTE-NUM TO WS-TRA-NLOTE.

           IF WS-HIS-FECHA-EFECTO NUMERIC
              AND WS-HIS-EFECTO-NUM > ZERO
               MOVE WS-HIS-EFECTO-NUM TO WS-TRA-FECHA
           ELSE
               MOVE WS-FECHA-ENTRADA TO WS-TRA-FECHA
           END-IF.

           MOVE WS-TRA-NLOTE TO WS-TRA-CLA-NLOTE.
           MOVE WS-FECHA-ENTRADA TO WS-TRA-CLA-FECHA.
           MOVE WS-CIC-ULT-CICLO TO WS-TRA-CLA-CICLO.
           MOVE WS-CNT-LINEAS-HIST TO WS-TRA-CLA-LINEA.

           IF WS-HIS-DET-ANT-COPROP = SPACES
              OR WS-HIS-DET-ANT-TAS NOT NUMERIC
               ADD 1 TO WS-CNT-SIN-DETALLE
               MOVE SPACES TO WS-SAL-NIF
               MOVE ZERO TO WS-SAL-PORCENT
               MOVE 'TRANSMISION SIN DETALLE' TO WS-MOTIVO-CONTROL
               PERFORM 3590-ESCRIBIR-CONTROL
                  THRU 3590-ESCRIBIR-CONTROL-EXIT
           ELSE
               MOVE WS-HIS-DET-ANT-TAS TO WS-TRA-TASACION
               MOVE WS-HIS-DET-ANT-COPROP TO WS-COPROP-ANTES
               MOVE WS-HIS-DET-DES-COPROP TO WS-COPROP-DESPUES
               PERFORM 3210-BUSCAR-TRANSMITENTE
                  THRU 3210-BUSCAR-TRANSMITENTE-EXIT
                  VARYING WS-CAN-IDX FROM 1 BY 1
                     UNTIL WS-CAN-IDX > 3
           END-IF.

       3200-TRATAR-TRANSMISION-EXIT.
           EXIT.
      ************************************************************
      *                 3210-BUSCAR-TRANSMITENTE                 *
      * -------------------------------------------------------- *
      * TRANSMITE QUIEN ESTABA EN EL LOTE ANTES DEL CAMBIO Y     *
      * DESPUES NO ESTA, O SE QUEDA CON MENOS PARTE.             *
      ************************************************************
       3210-BUSCAR-TRANSMITENTE.
           IF WS-CAN-NIF (WS-CAN-IDX) NOT = SPACES
               MOVE WS-CAN-NIF (WS-CAN-IDX) TO WS-SAL-NIF
               MOVE ZERO TO WS-SAL-CONSERVA
               PERFORM 3220-SUMAR-CONSERVA
                  THRU 3220-SUMAR-CONSERVA-EXIT
                  VARYING WS-CDE-IDX FROM 1 BY 1
                     UNTIL WS-CDE-IDX > 3
               IF WS-SAL-CONSERVA < WS-CAN-PORCENT (WS-CAN-IDX)
                   SUBTRACT WS-SAL-CONSERVA
                       FROM WS-CAN-PORCENT (WS-CAN-IDX)
                       GIVING WS-SAL-PORCENT
                   PERFORM 3300-TRATAR-TRANSMITENTE
                      THRU 3300-TRATAR-TRANSMITENTE-EXIT
               END-IF
           END-IF.

       3210-BUSCAR-TRANSMITENTE-EXIT.
           EXIT.
      ************************************************************
      *                 3220-SUMAR-CONSERVA                      *
      ************************************************************
       3220-SUMAR-CONSERVA.
           IF WS-CDE-NIF (WS-CDE-IDX) = WS-SAL-NIF
               ADD WS-CDE-PORCENT (WS-CDE-IDX) TO WS-SAL-CONSERVA
           END-IF.

       3220-SUMAR-CONSERVA-EXIT.
           EXIT.
      ************************************************************
      *                 3300-TRATAR-TRANSMITENTE                 *
      * -------------------------------------------------------- *
      * BUSCA EN EL ACUMULADO CUANDO ENTRO EL TRANSMITENTE EN EL *
      * LOTE, EMPEZANDO POR LAS ENTRADAS ANTERIORES A LA PROPIA  *
      * TRANSMISION. SI LE VIENE DE UNA SEGREGACION SE SIGUE     *
      * POR EL LOTE DE ORIGEN HASTA LA FECHA DE LA SEGREGACION   *
      * (HASTA 10 SEGREGACIONES ENCADENADAS). CON LA FECHA       *
      * HALLADA SE LIQUIDA; SI NO, SE LISTA PARA LA INSPECCION.  *
      ************************************************************
       3300-TRATAR-TRANSMITENTE.
           ADD 1 TO WS-CNT-TRANSMITENTES.

           MOVE WS-TRA-NLOTE TO WS-BUS-NLOTE.
           MOVE WS-TRA-CLAVE TO WS-BUS-LIMITE.
           MOVE ZERO TO WS-BUS-NIVEL.
           SET ADQ-SEGREGADA TO TRUE.

           PERFORM 3400-RECORRER-LOTE
              THRU 3400-RECORRER-LOTE-EXIT
             UNTIL NOT ADQ-SEGREGADA
                OR WS-BUS-NIVEL > 10.

           EVALUATE TRUE
               WHEN ADQ-HALLADA
                   IF WS-ADQ-FECHA > WS-TRA-FECHA
                       MOVE 'ADQUISICION POSTERIOR' TO
                           WS-MOTIVO-CONTROL
                       PERFORM 3590-ESCRIBIR-CONTROL
                          THRU 3590-ESCRIBIR-CONTROL-EXIT
                   ELSE
                       PERFORM 3500-LIQUIDAR-TRANSMITENTE
                          THRU 3500-LIQUIDAR-TRANSMITENTE-EXIT
                   END-IF
               WHEN ADQ-SIN-DETALLE
                   MOVE 'HISTORICO SIN DETALLE' TO WS-MOTIVO-CONTROL
                   PERFORM 3590-ESCRIBIR-CONTROL
                      THRU 3590-ESCRIBIR-CONTROL-EXIT
               WHEN OTHER
                   MOVE 'ADQUISICION NO CONSTA' TO WS-MOTIVO-CONTROL
                   PERFORM 3590-ESCRIBIR-CONTROL
                      THRU 3590-ESCRIBIR-CONTROL-EXIT
           END-EVALUATE.

       3300-TRATAR-TRANSMITENTE-EXIT.
           EXIT.
      ************************************************************
      *                 3400-RECORRER-LOTE                       *
      * -------------------------------------------------------- *
      * LEE EN ORDEN DE CLAVE LAS ENTRADAS DEL LOTE BUSCADO      *
      * ANTERIORES A LA CLAVE LIMITE.                            *
      ************************************************************
       3400-RECORRER-LOTE.
           ADD 1 TO WS-BUS-NIVEL.
           SET ADQ-NO-CONSTA TO TRUE.
           MOVE 'N' TO WS-ADQ-PREVIA-SW.
           MOVE ZERO TO WS-ADQ-FECHA.
           MOVE 'N' TO SW-FIN-ACUMULADO.

           MOVE WS-BUS-NLOTE TO HIA-NLOTE.
           MOVE ZERO TO HIA-FECHA
                        HIA-CICLO
                        HIA-LINEA.
           START HISTORICO-ANT
               KEY IS NOT LESS THAN HIA-CLAVE
               INVALID KEY
                   SET FIN-ACUMULADO TO TRUE
           END-START.

           PERFORM 3410-LEER-ACUMULADO
              THRU 3410-LEER-ACUMULADO-EXIT
             UNTIL FIN-ACUMULADO.

      *    SI AL ACABAR EL LOTE LA PARTE SIGUE VINIENDO DE LA
      *    SEGREGACION, SE PASA A BUSCAR EN EL LOTE DE ORIGEN.
           IF ADQ-SEGREGADA
               MOVE WS-ORI-LIMITE TO WS-BUS-LIMITE
               MOVE WS-ORI-LIM-NLOTE TO WS-BUS-NLOTE
           END-IF.

       3400-RECORRER-LOTE-EXIT.
           EXIT.
      ************************************************************
      *                 3410-LEER-ACUMULADO                      *
      ************************************************************
       3410-LEER-ACUMULADO.
           READ HISTORICO-ANT NEXT RECORD
               AT END
                   SET FIN-ACUMULADO TO TRUE
               NOT AT END
                   IF HIA-NLOTE NOT = WS-BUS-NLOTE
                      OR HIA-CLAVE NOT < WS-BUS-LIMITE
                       SET FIN-ACUMULADO TO TRUE
                   ELSE
                       ADD 1 TO WS-CNT-ACU-LEIDAS
                       MOVE HIA-DATOS TO WS-HISTO-LIN
                       PERFORM 3420-EVALUAR-ENTRADA
                          THRU 3420-EVALUAR-ENTRADA-EXIT
                   END-IF
           END-READ.

       3410-LEER-ACUMULADO-EXIT.
           EXIT.
      ************************************************************
      *                 3420-EVALUAR-ENTRADA                     *
      * -------------------------------------------------------- *
      * - COPIA DE FILIACION (EL LOTE DE LA LINEA NO ES EL DE LA *
      *   CLAVE): SI EL TITULAR ESTA EN EL LOTE HIJO, SU PARTE   *
      *   VIENE DEL LOTE DE ORIGEN, SALVO QUE UNA ENTRADA        *
      *   POSTERIOR DEL HIJO DIGA OTRA COSA.                     *
      * - ALTA O CAMBIO DE PROPIETARIO: ENTRA SI ANTES NO ESTABA *
      *   Y DESPUES SI; SALE SI ESTABA Y YA NO ESTA.             *
      * - ANULACION QUE CAMBIA EL CUADRO: SI LE DEVUELVE EL LOTE *
      *   RECUPERA LA FECHA QUE TENIA ANTES DE SALIR.            *
      * LAS DEMAS ENTRADAS NO CAMBIAN LOS TITULARES.             *
      ************************************************************
       3420-EVALUAR-ENTRADA.
           MOVE WS-HIS-NLOTE-ED TO WS-LOTE-X.
           INSPECT WS-LOTE-X REPLACING LEADING SPACES BY ZEROS.

           MOVE WS-HIS-DET-ANT-COPROP TO WS-ENTRADA-ANTES.
           MOVE WS-HIS-DET-DES-COPROP TO WS-ENTRADA-DESPUES.
           MOVE ZERO TO WS-BUS-PCT-ANTES
                        WS-BUS-PCT-DESPUES.
           PERFORM 3430-SUMAR-PARTES
              THRU 3430-SUMAR-PARTES-EXIT
              VARYING WS-EAN-IDX FROM 1 BY 1
                 UNTIL WS-EAN-IDX > 3.

           IF WS-LOTE-NUM NOT = HIA-NLOTE
               IF WS-BUS-PCT-DESPUES > ZERO
                   SET ADQ-SEGREGADA TO TRUE
                   MOVE WS-LOTE-NUM TO WS-ORI-LIM-NLOTE
                   MOVE HIA-FECHA TO WS-ORI-LIM-FECHA
                   MOVE HIA-CICLO TO WS-ORI-LIM-CICLO
                   MOVE HIA-LINEA TO WS-ORI-LIM-LINEA
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN WS-HIS-TIPO = 'PROPIETARIO'
                     OR WS-HIS-TIPO = 'ALTA'
                       IF WS-HIS-DET-DES-COPROP = SPACES
                           SET ADQ-SIN-DETALLE TO TRUE
                       ELSE
                           PERFORM 3440-ANOTAR-ENTRADA-SALIDA
                              THRU 3440-ANOTAR-ENTRADA-SALIDA-EXIT
                       END-IF
                   WHEN WS-HIS-TIPO (1:9) = 'ANULACION'
                       IF WS-HIS-DET-DES-COPROP NOT = SPACES
                          AND WS-HIS-DET-ANT-COPROP NOT =
                              WS-HIS-DET-DES-COPROP
                           PERFORM 3450-ANOTAR-ANULACION
                              THRU 3450-ANOTAR-ANULACION-EXIT
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       3420-EVALUAR-ENTRADA-EXIT.
           EXIT.
      ************************************************************
      *                 3430-SUMAR-PARTES                        *
      ************************************************************
       3430-SUMAR-PARTES.
           SET WS-EDE-IDX TO WS-EAN-IDX.

           IF WS-EAN-NIF (WS-EAN-IDX) = WS-SAL-NIF
              AND WS-EAN-PORCENT (WS-EAN-IDX) NUMERIC
               ADD WS-EAN-PORCENT (WS-EAN-IDX) TO WS-BUS-PCT-ANTES
           END-IF.

           IF WS-EDE-NIF (WS-EDE-IDX) = WS-SAL-NIF
              AND WS-EDE-PORCENT (WS-EDE-IDX) NUMERIC
               ADD WS-EDE-PORCENT (WS-EDE-IDX) TO WS-BUS-PCT-DESPUES
           END-IF.

       3430-SUMAR-PARTES-EXIT.
           EXIT.
      ************************************************************
      *                 3440-ANOTAR-ENTRADA-SALIDA               *
      * -------------------------------------------------------- *
      * LA FECHA DE ADQUISICION ES LA DE EFECTO DEL CAMBIO, O LA *
      * DEL CAMBIO SI LA ENTRADA NO LA TRAE (LAS CONVERTIDAS DEL *
      * HISTORICO SECUENCIAL).                                   *
      ************************************************************
       3440-ANOTAR-ENTRADA-SALIDA.
           IF WS-BUS-PCT-ANTES = ZERO
              AND WS-BUS-PCT-DESPUES > ZERO
               SET ADQ-HALLADA TO TRUE
               IF WS-HIS-FECHA-EFECTO NUMERIC
                  AND WS-HIS-EFECTO-NUM > ZERO
                   MOVE WS-HIS-EFECTO-NUM TO WS-ADQ-FECHA
               ELSE
                   MOVE HIA-FECHA TO WS-ADQ-FECHA
               END-IF
           ELSE
               IF WS-BUS-PCT-ANTES > ZERO
                  AND WS-BUS-PCT-DESPUES = ZERO
                   MOVE SW-ADQUISICION TO WS-ADQ-PREVIA-SW
                   MOVE WS-ADQ-FECHA TO WS-ADQ-PREVIA-FECHA
                   SET ADQ-NO-CONSTA TO TRUE
                   MOVE ZERO TO WS-ADQ-FECHA
               END-IF
           END-IF.

       3440-ANOTAR-ENTRADA-SALIDA-EXIT.
           EXIT.
      ************************************************************
      *                 3450-ANOTAR-ANULACION                    *
      ************************************************************
       3450-ANOTAR-ANULACION.
           IF WS-BUS-PCT-ANTES = ZERO
              AND WS-BUS-PCT-DESPUES > ZERO
               MOVE WS-ADQ-PREVIA-SW TO SW-ADQUISICION
               MOVE WS-ADQ-PREVIA-FECHA TO WS-ADQ-FECHA
           ELSE
               IF WS-BUS-PCT-ANTES > ZERO
                  AND WS-BUS-PCT-DESPUES = ZERO
                   MOVE SW-ADQUISICION TO WS-ADQ-PREVIA-SW
                   MOVE WS-ADQ-FECHA TO WS-ADQ-PREVIA-FECHA
                   SET ADQ-NO-CONSTA TO TRUE
                   MOVE ZERO TO WS-ADQ-FECHA
               END-IF
           END-IF.

       3450-ANOTAR-ANULACION-EXIT.
           EXIT.
      ************************************************************
      *                 3500-LIQUIDAR-TRANSMITENTE               *
      * -------------------------------------------------------- *
      * ANOS COMPLETOS DE TENENCIA ENTRE LA ADQUISICION Y LA     *
      * TRANSMISION; EL COEFICIENTE ES EL DEL ULTIMO PERIODO     *
      * DE LA TABLA QUE NO PASA DE ESOS ANOS.                    *
      ************************************************************
       3500-LIQUIDAR-TRANSMITENTE.
           SUBTRACT WS-ADQ-AAAA FROM WS-TRA-AAAA
               GIVING WS-ANOS-TENENCIA.
           IF WS-TRA-MMDD < WS-ADQ-MMDD
               SUBTRACT 1 FROM WS-ANOS-TENENCIA
           END-IF.

           MOVE 'N' TO SW-PERIODO-HALLADO.
           PERFORM 3510-BUSCAR-PERIODO
              THRU 3510-BUSCAR-PERIODO-EXIT
              VARYING WS-PER-IDX FROM WS-CNT-PERIODOS BY -1
                 UNTIL PERIODO-HALLADO
                    OR WS-PER-IDX < 1.

           IF NOT PERIODO-HALLADO
               MOVE 'SIN COEFICIENTE PARA LOS ANOS' TO
                   WS-MOTIVO-CONTROL
               PERFORM 3590-ESCRIBIR-CONTROL
                  THRU 3590-ESCRIBIR-CONTROL-EXIT
           ELSE
               MOVE WS-TRA-NLOTE TO WS-LIQ-NLOTE
               MOVE WS-SAL-NIF TO WS-LIQ-NIF
               MOVE WS-SAL-NIF TO WS-TIT-ENTRADA
               PERFORM 3595-RESOLVER-TITULAR
                  THRU 3595-RESOLVER-TITULAR-EXIT
               MOVE WS-TIT-RESUELTO TO WS-LIQ-NOMBRE
               MOVE WS-TRA-FECHA TO WS-LIQ-FECHA-TRANSMISION
               MOVE WS-ADQ-FECHA TO WS-LIQ-FECHA-ADQUISICION
               IF WS-ANOS-TENENCIA > 99
                   MOVE 99 TO WS-LIQ-ANOS
               ELSE
                   MOVE WS-ANOS-TENENCIA TO WS-LIQ-ANOS
               END-IF
               MOVE WS-SAL-PORCENT TO WS-LIQ-PORCENT
               MOVE WS-TRA-TASACION TO WS-LIQ-TASACION
               MOVE WS-TIPO-GRAVAMEN TO WS-LIQ-TIPO
               COMPUTE WS-LIQ-BASE ROUNDED =
                   WS-TRA-TASACION * WS-SAL-PORCENT / 100
                   * WS-LIQ-COEFICIENTE
               COMPUTE WS-LIQ-CUOTA ROUNDED =
                   WS-LIQ-BASE * WS-TIPO-GRAVAMEN / 100
               WRITE OUT-LIQUID-REC FROM WS-LIQUID-REG
               ADD 1 TO WS-CNT-LIQUIDACIONES
               ADD WS-LIQ-BASE TO WS-SUM-BASES
               ADD WS-LIQ-CUOTA TO WS-SUM-CUOTAS
           END-IF.

       3500-LIQUIDAR-TRANSMITENTE-EXIT.
           EXIT.
      ************************************************************
      *                 3510-BUSCAR-PERIODO                      *
      ************************************************************
       3510-BUSCAR-PERIODO.
           IF WS-PER-DESDE (WS-PER-IDX) NOT > WS-ANOS-TENENCIA
               SET PERIODO-HALLADO TO TRUE
               MOVE WS-PER-COEFICIENTE (WS-PER-IDX)
                   TO WS-LIQ-COEFICIENTE
           END-IF.

       3510-BUSCAR-PERIODO-EXIT.
           EXIT.
      ************************************************************
      *                 3590-ESCRIBIR-CONTROL                    *
      ************************************************************
       3590-ESCRIBIR-CONTROL.
           MOVE WS-TRA-NLOTE TO WS-CTL-NLOTE.
           MOVE WS-SAL-NIF TO WS-CTL-NIF.
           MOVE WS-MOTIVO-CONTROL TO WS-CTL-MOTIVO.
           MOVE WS-TRA-FECHA TO WS-CTL-FECHA-TRANSMISION.
           MOVE WS-SAL-PORCENT TO WS-CTL-PORCENT.

           WRITE OUT-CONTROL-REC FROM WS-LINEA-CONTROL
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-CNT-SIN-ADQUISICION.

       3590-ESCRIBIR-CONTROL-EXIT.
           EXIT.
      ************************************************************
      *                 3595-RESOLVER-TITULAR                    *
      * -------------------------------------------------------- *
      * NOMBRE COMPLETO DEL NIF EN 320TITUL.DAT; SI NO ESTA (O   *
      * NO HAY REGISTRO) SE DEVUELVE LA POSICION TAL CUAL.       *
      ************************************************************
       3595-RESOLVER-TITULAR.
           MOVE WS-TIT-ENTRADA (1:9) TO TIT-NIF.

           READ TITULARES
               INVALID KEY
                   MOVE WS-TIT-ENTRADA TO WS-TIT-RESUELTO
               NOT INVALID KEY
                   IF TIT-NOMBRE = SPACES
                       MOVE WS-TIT-ENTRADA TO WS-TIT-RESUELTO
                   ELSE
                       MOVE TIT-NOMBRE TO WS-TIT-RESUELTO
                   END-IF
           END-READ.

       3595-RESOLVER-TITULAR-EXIT.
           EXIT.

      ************************************************************
      *                    8000 WRAP-UP PARAGRAPH                *
      ************************************************************
       8000-WRAP-UP.
           PERFORM 8100-ESCRIBIR-TOTALES
              THRU 8100-ESCRIBIR-TOTALES-EXIT.

           CLOSE HISTORICO
                 HISTORICO-ANT
                 TITULARES
                 LIQUIDACIONES
                 CONTROL-PLUSV.

           DISPLAY 'TRANSMISIONES DEL CICLO:       '
                   WS-CNT-TRANSMISIONES.
           DISPLAY 'LIQUIDACIONES DE PLUSVALIA:    '
                   WS-CNT-LIQUIDACIONES.
           DISPLAY 'TRANSMITENTES SIN LIQUIDAR:    '
                   WS-CNT-SIN-ADQUISICION.

           MOVE 'FIN' TO WS-DIA-TIPO.
           MOVE 'COMPLETADO' TO WS-DIA-ESTADO.
           PERFORM 9050-LIMPIAR-CONTADORES-DIA
              THRU 9050-LIMPIAR-CONTADORES-DIA-EXIT.
           MOVE 'TRANSMISIO' TO WS-DIA-CNT-NOMBRE (1).
           MOVE WS-CNT-TRANSMISIONES TO WS-DIA-CNT-VALOR (1).
           MOVE 'TRANSMITEN' TO WS-DIA-CNT-NOMBRE (2).
           MOVE WS-CNT-TRANSMITENTES TO WS-DIA-CNT-VALOR (2).
           MOVE 'LIQUIDADAS' TO WS-DIA-CNT-NOMBRE (3).
           MOVE WS-CNT-LIQUIDACIONES TO WS-DIA-CNT-VALOR (3).
           MOVE 'SIN ADQUIS' TO WS-DIA-CNT-NOMBRE (4).
           MOVE WS-CNT-SIN-ADQUISICION TO WS-DIA-CNT-VALOR (4).
           PERFORM 9100-ANOTAR-DIARIO
              THRU 9100-ANOTAR-DIARIO-EXIT.

       8000-WRAP-UP-EXIT.
           EXIT.
      ************************************************************
      *               8100-ESCRIBIR-TOTALES                      *
      * -------------------------------------------------------- *
      * CUADRE: TRANSMITENTES = LIQUIDACIONES + LINEAS DEL       *
      * LISTADO QUE NO SON TRANSMISIONES SIN DETALLE.            *
      ************************************************************
       8100-ESCRIBIR-TOTALES.
           MOVE 'ENTRADAS DEL HISTORICO DEL CICLO' TO WS-TOT-ETIQUETA.
           MOVE WS-CNT-ENTRADAS-HIST TO WS-TOT-VALOR.
           WRITE OUT-CONTROL-REC FROM WS-TOTAL-LIN
               AFTER ADVANCING 2 LINES.

           MOVE 'TRANSMISIONES (CAMBIOS PROPIET.)' TO WS-TOT-ETIQUETA.
           MOVE WS-CNT-TRANSMISIONES TO WS-TOT-VALOR.
           WRITE OUT-CONTROL-REC FROM WS-TOTAL-LIN
               AFTER ADVANCING 1 LINE.

           MOVE 'TRANSMISIONES SIN DETALLE' TO WS-TOT-ETIQUETA.
           MOVE WS-CNT-SIN-DETALLE TO WS-TOT-VALOR.
           WRITE OUT-CONTROL-REC FROM WS-TOTAL-LIN
               AFTER ADVANCING 1 LINE.

           MOVE 'TITULARES TRANSMITENTES' TO WS-TOT-ETIQUETA.
           MOVE WS-CNT-TRANSMITENTES TO WS-TOT-VALOR.
           WRITE OUT-CONTROL-REC FROM WS-TOTAL-LIN
               AFTER ADVANCING 1 LINE.

           MOVE 'LIQUIDACIONES EMITIDAS' TO WS-TOT-ETIQUETA.
           MOVE WS-CNT-LIQUIDACIONES TO WS-TOT-VALOR.
           WRITE OUT-CONTROL-REC FROM WS-TOTAL-LIN
               AFTER ADVANCING 1 LINE.

           MOVE 'LINEAS PARA LA INSPECCION' TO WS-TOT-ETIQUETA.
           MOVE WS-CNT-SIN-ADQUISICION TO WS-TOT-VALOR.
           WRITE OUT-CONTROL-REC FROM WS-TOTAL-LIN
               AFTER ADVANCING 1 LINE.

           MOVE 'ENTRADAS DEL ACUMULADO LEIDAS' TO WS-TOT-ETIQUETA.
           MOVE WS-CNT-ACU-LEIDAS TO WS-TOT-VALOR.
           WRITE OUT-CONTROL-REC FROM WS-TOTAL-LIN
               AFTER ADVANCING 1 LINE.

           MOVE 'SUMA DE BASES IMPONIBLES' TO WS-TIM-ETIQUETA.
           MOVE WS-SUM-BASES TO WS-TIM-VALOR.
           WRITE OUT-CONTROL-REC FROM WS-TOTAL-IMP-LIN
               AFTER ADVANCING 1 LINE.

           MOVE 'SUMA DE CUOTAS LIQUIDADAS' TO WS-TIM-ETIQUETA.
           MOVE WS-SUM-CUOTAS TO WS-TIM-VALOR.
           WRITE OUT-CONTROL-REC FROM WS-TOTAL-IMP-LIN
               AFTER ADVANCING 1 LINE.

       8100-ESCRIBIR-TOTALES-EXIT.
           EXIT.
      ************************************************************
      *            9000-LEER-CICLO                               *
      * -------------------------------------------------------- *
      * LEE DE 340CICLO.DAT EL ULTIMO CICLO APLICADO, QUE ES EL  *
      * DEL HISTORICO DEL CICLO, Y LO ESTAMPA EN EL DIARIO.      *
      ************************************************************
       9000-LEER-CICLO.
           OPEN INPUT CICLO-CONTROL.

           INITIALIZE WS-CICLO-REG.
           READ CICLO-CONTROL INTO WS-CICLO-REG
               AT END
                   MOVE ZERO TO WS-CIC-ULT-CICLO.

           CLOSE CICLO-CONTROL.

           IF WS-CIC-ULT-CICLO NOT NUMERIC
               MOVE ZERO TO WS-CIC-ULT-CICLO
           END-IF.

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
