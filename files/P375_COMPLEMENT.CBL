      ************************************************************
      *     LIQUIDACIONES COMPLEMENTARIAS Y DE DEVOLUCION        *
      * -------------------------------------------------------- *
      *  DETRAS DE 330CURSO, 370PADRON Y 380COBROS: TOMA DEL     *
      *  HISTORICO DEL CICLO (340HISTO.DAT) LOS CAMBIOS DE       *
      *  VALORACION Y DE PROPIETARIO, Y LAS ANULACIONES, CUYA    *
      *  FECHA DE EFECTO ES ANTERIOR O IGUAL AL DEVENGO DE UN    *
      *  PADRON YA FACTURADO (370PARAM/375PARAM.DAT) PERO QUE SE *
      *  HAN REGISTRADO DESPUES, DE MODO QUE EL PADRON SE EMITIO *
      *  CON LOS DATOS ANTERIORES. RECALCULA LA CUOTA DEL LOTE   *
      *  CON LA TARIFA DE 370TARIF.DAT Y EL ESTADO QUE DEJA EL   *
      *  CAMBIO, LA REPARTE ENTRE SUS TITULARES COMO 370PADRON,  *
      *  Y LA COMPARA CON LO QUE 370PADRON.DAT FACTURO A CADA    *
      *  UNO: SI LA CUOTA SUBE SE EMITE UNA LIQUIDACION          *
      *  COMPLEMENTARIA POR LA DIFERENCIA; SI BAJA, UNA          *
      *  LIQUIDACION DE DEVOLUCION DE LO COBRADO DE MAS (SEGUN   *
      *  380ESTADO.DAT) Y LA BAJA DEL RESTO AUN PENDIENTE. TODO  *
      *  VA A 375LIQUID.DAT, CON TOTALES DE CONTROL SEPARADOS    *
      *  POR CLASE EN 375RESUM.DAT. LOS LOTES QUE NO SE PUEDEN   *
      *  LIQUIDAR CON SEGURIDAD SE LISTAN EN 375INCID.DAT. CADA  *
      *  LIQUIDACION SE GUARDA ADEMAS EN EL ACUMULADO            *
      *  375LIQACU.DAT, Y LO YA LIQUIDADO DEL MISMO PADRON EN    *
      *  CICLOS ANTERIORES CUENTA COMO FACTURADO (Y LO DEVUELTO, *
      *  COMO NO COBRADO), DE MODO QUE UN SEGUNDO CAMBIO SOLO    *
      *  LIQUIDA LA DIFERENCIA Y UNA ANULACION DESHACE LO        *
      *  LIQUIDADO POR EL CAMBIO ANULADO.                        *
      ************************************************************
      *                      IDENTIFICATION DIVISION                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    375COMPL.
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
      * 1-8 LA FECHA DE DEVENGO (AAAAMMDD) DEL PADRON FACTURADO  *
      * QUE SE CORRIGE, LA MISMA QUE SE DIO A 370PADRON. ES      *
      * OPTIONAL: SIN FICHERO, O CON LA FECHA EN BLANCO O A      *
      * CEROS, SE TOMA EL 1 DE ENERO DEL ANO DE LA EJECUCION.    *
      ************************************************************
       SELECT OPTIONAL PARAMETROS
               ASSIGN TO '375PARAM.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

      ************************************************************
      *                   INPUT  FILE                            *
      *----------------------------------------------------------*
      * TARIFA DEL PADRON (370TARIF.DAT): REGISTROS 'EXE', 'MIN' *
      * Y 'TRM' COMO EN 370PADRON. EL CALENDARIO DE PLAZOS       *
      * ('CAL') NO SE USA: LA LIQUIDACION ES DE PAGO UNICO.      *
      ************************************************************
       SELECT TARIFAS
               ASSIGN TO '370TARIF.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

      ************************************************************
      *                   INPUT  FILE                            *
      *----------------------------------------------------------*
      * HISTORICO DE CAMBIOS DEL CICLO (340HISTO.DAT), CON LA    *
      * FECHA DE EFECTO Y EL DETALLE CRUDO DEL LOTE DESPUES DE   *
      * CADA CAMBIO.                                             *
      ************************************************************
       SELECT HISTORICO
               ASSIGN TO '340HISTO.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

      ************************************************************
      *                   INPUT  FILE                            *
      *----------------------------------------------------------*
      * HISTORICO ACUMULADO INDEXADO POR LOTE + FECHA DEL CAMBIO *
      * + CICLO + LINEA, QUE 330CURSO AMPLIA EN CADA CICLO. DE   *
      * CADA LOTE QUE SE LIQUIDA SE LEEN LAS ENTRADAS            *
      * REGISTRADAS DESPUES DEL DEVENGO. ES OPTIONAL: SIN        *
      * ACUMULADO NO CONSTA NINGUN CAMBIO DE OTRO CICLO.         *
      ************************************************************
       SELECT OPTIONAL HISTORICO-ANT
               ASSIGN TO '340HISTO-ANT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIA-CLAVE.

      ************************************************************
      *                   INPUT  FILE                            *
      *----------------------------------------------------------*
      * LINEAS DE RECIBO DEL PADRON QUE DEJA 370PADRON: UNA POR  *
      * TITULAR, LOTE Y PLAZO. ES LO FACTURADO A CADA TITULAR.   *
      ************************************************************
       SELECT PADRON
               ASSIGN TO '370PADRON.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

      ************************************************************
      *                   INPUT  FILE                            *
      *----------------------------------------------------------*
      * ESTADO DE CADA RECIBO QUE DEJA 380COBROS: UNO POR        *
      * TITULAR Y LOTE, CON LO COBRADO. ES OPTIONAL: SIN         *
      * CONCILIACION NO HAY NADA COBRADO QUE DEVOLVER Y TODA     *
      * REBAJA DE CUOTA ES BAJA DE LO PENDIENTE.                 *
      ************************************************************
       SELECT OPTIONAL ESTADO
               ASSIGN TO '380ESTADO.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

      ************************************************************
      *                   INPUT  FILE                            *
      *----------------------------------------------------------*
      * REGISTRO DE TITULARES INDEXADO POR NIF QUE CARGA         *
      * 320TITUL, PARA EL NOMBRE DE LOS TITULARES A QUIENES EL   *
      * PADRON NO FACTURO NADA. ES OPTIONAL: SIN REGISTRO SE     *
      * ESTAMPA LA POSICION DE COPROPIETARIO TAL CUAL.           *
      ************************************************************
       SELECT OPTIONAL TITULARES
               ASSIGN TO '320TITUL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TIT-NIF.

      ************************************************************
      *                   SORT  FILE                             *
      *----------------------------------------------------------*
      * FICHERO DE TRABAJO DE LA CLASIFICACION POR LOTE: PRIMERO *
      * LAS ENTRADAS DEL HISTORICO DEL LOTE EN SU ORDEN DE       *
      * ESCRITURA Y DETRAS SUS RECIBOS Y ESTADOS POR TITULAR.    *
      ************************************************************
       SELECT ORDENACION
               ASSIGN TO 'SORTWK01'.

      ************************************************************
      *                   INPUT  FILE                            *
      *----------------------------------------------------------*
      * CONTROL DE CICLOS DE 330CURSO: EL ULTIMO CICLO APLICADO  *
      * SEPARA LAS ENTRADAS DE 340HISTO-ANT DE ESTE CICLO DE LAS *
      * DE OTROS CICLOS, Y SE ANOTA EN EL DIARIO DE EJECUCIONES. *
      * ES OPTIONAL: SIN FICHERO EL CICLO ES CERO Y NO SE BUSCAN *
      * CAMBIOS ANTERIORES.                                      *
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
      * LIQUIDACIONES: UNA POR TITULAR Y LOTE CUYA CUOTA CAMBIA, *
      * 'C' COMPLEMENTARIA O 'D' DE DEVOLUCION, CON LO           *
      * FACTURADO, LO CORRECTO, LO COBRADO Y EL IMPORTE.         *
      ************************************************************
       SELECT LIQUIDACIONES
               ASSIGN TO '375LIQUID.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

      ************************************************************
      *                   INPUT/OUTPUT  FILE                     *
      *----------------------------------------------------------*
      * ACUMULADO DE LIQUIDACIONES, CON EL MISMO TRAZADO QUE     *
      * 375LIQUID.DAT. SE ACUMULA DE UNA EJECUCION A OTRA: SE    *
      * LEE PARA DESCONTAR LO YA LIQUIDADO DEL MISMO DEVENGO Y   *
      * SE LE ANADEN LAS LIQUIDACIONES DE ESTA EJECUCION.        *
      ************************************************************
       SELECT OPTIONAL LIQ-ACUMULADAS
               ASSIGN TO '375LIQACU.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

      ************************************************************
      *                   OUTPUT  FILE                           *
      *----------------------------------------------------------*
      * RESUMEN CON LOS TOTALES DE CONTROL DE CADA CLASE DE      *
      * LIQUIDACION Y EL CUADRE ENTRE CUOTA FACTURADA Y CUOTA    *
      * CORRECTA DE LOS TITULARES LIQUIDADOS.                    *
      ************************************************************
       SELECT RESUMEN
               ASSIGN TO '375RESUM.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

      ************************************************************
      *                   OUTPUT  FILE                           *
      *----------------------------------------------------------*
      * LOTES CON CAMBIO RETROACTIVO QUE NO SE LIQUIDAN (SIN     *
      * DETALLE CRUDO O MEZCLADO CON CAMBIOS NO RETROACTIVOS     *
      * ANTERIORES, DEL MISMO CICLO O DE OTRO), PARA REVISARLOS  *
      * A MANO.                                                  *
      ************************************************************
       SELECT INCIDENCIAS
               ASSIGN TO '375INCID.DAT'
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

       FD  TARIFAS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS TARIFAS-REC.

       01  TARIFAS-REC                        PIC X(80).

      *    340HISTO.DAT SE ESCRIBE CON AFTER ADVANCING Y SE LEE CON
      *    SU TERMINADOR DE LINEA, COMO EN 355HISTOR.
       FD  HISTORICO
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 302 CHARACTERS
           DATA RECORD IS HISTORICO-REC.

       01  HISTORICO-REC                      PIC X(302).

      *    CADA ENTRADA LLEVA LA LINEA COMPLETA DE 340HISTO.DAT BAJO
      *    SU CLAVE.
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

       FD  PADRON
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 92 CHARACTERS
           DATA RECORD IS PADRON-REC.

       01  PADRON-REC                         PIC X(92).

       FD  ESTADO
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 93 CHARACTERS
           DATA RECORD IS ESTADO-REC.

       01  ESTADO-REC                         PIC X(93).

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
      *                    SORT FILE                             *
      ************************************************************
       SD  ORDENACION
           RECORD CONTAINS 194 CHARACTERS
           DATA RECORD IS ORD-REG.

       01  ORD-REG.
           05 ORD-NLOTE                       PIC 9(9).
      *    1 = ENTRADA DEL HISTORICO, 2 = RECIBO O ESTADO DEL
      *    TITULAR: A IGUAL LOTE, PRIMERO TODO EL HISTORICO.
           05 ORD-CLASE                       PIC 9.
           05 ORD-NIF                         PIC X(16).
           05 ORD-SECUENCIA                   PIC 9(9).
      *    EN LA CLASE 2: 'P' LINEA DEL PADRON (IMPORTE = CUOTA-
      *    PARTE DEL PLAZO), 'E' ESTADO DE 380COBROS (IMPORTE =
      *    COBRADO), 'L' LIQUIDACION ANTERIOR DEL MISMO DEVENGO
      *    (IMPORTE DE LA LIQUIDACION).
           05 ORD-ORIGEN                      PIC X.
           05 ORD-IMPORTE                     PIC 9(7)V99.
           05 ORD-NOMBRE                      PIC X(40).
      *    EN LA CLASE 1: TIPO DE CAMBIO, SI ES UN CAMBIO
      *    RETROACTIVO QUE SE LIQUIDA ('Y'), SI TRAE DETALLE
      *    CRUDO, SU FECHA DE EFECTO Y EL ESTADO QUE DEJA.
           05 ORD-HIST-TIPO                   PIC X(18).
           05 ORD-APLICA                      PIC X.
           05 ORD-DETALLE-OK                  PIC X.
           05 ORD-FECHA-EFECTO                PIC 9(8).
           05 ORD-DET-DESPUES.
               10 ORD-DES-COPROP              PIC X(63).
               10 ORD-DES-TAS                 PIC S9(6)V99.
      *    EN LA CLASE 2 CON ORIGEN 'L': CLASE Y BAJA DE LA
      *    LIQUIDACION ANTERIOR.
           05 ORD-LIQ-CLASE                   PIC X.
           05 ORD-LIQ-BAJA                    PIC 9(7)V99.

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

       FD  LIQ-ACUMULADAS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS LIQ-ACUMULADA-REC.

       01  LIQ-ACUMULADA-REC                  PIC X(132).

       FD  RESUMEN
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS OUT-RESUMEN-REC.

       01  OUT-RESUMEN-REC                    PIC X(60).

       FD  INCIDENCIAS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS OUT-INCID-REC.

       01  OUT-INCID-REC                      PIC X(132).

      ************************************************************
      *               WORKING-STORAGE SECTION                    *
      ************************************************************
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
      ************************************************************
      *                     RECORD LAYOUTS                       *
      ************************************************************
      ************************************************************
      *  TARJETA DE PARAMETROS (375PARAM.DAT): FECHA DE DEVENGO   *
      *  AAAAMMDD DEL PADRON QUE SE CORRIGE, COMO EN 370PARAM.    *
      ************************************************************
           05  WS-PARAM-REG.
               10 WS-PARAM-FECHA-DEVENGO PIC 9(8).
               10 WS-PARAM-DEVENGO-R REDEFINES WS-PARAM-FECHA-DEVENGO.
                   15 WS-PARAM-DEV-AAAA PIC 9(4).
                   15 WS-PARAM-DEV-MM PIC 9(2).
                   15 WS-PARAM-DEV-DD PIC 9(2).
               10 FILLER PIC X(72).

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

      *    ESTADO DE CADA RECIBO, MISMO TRAZADO QUE ESCRIBE
      *    380COBROS.
           05  WS-ESTADO-REG.
               10 WS-EST-NLOTE PIC 9(9).
               10 WS-EST-NIF PIC X(16).
               10 WS-EST-NOMBRE PIC X(40).
               10 WS-EST-FACTURADO PIC 9(7)V99.
               10 WS-EST-PAGADO PIC 9(7)V99.
               10 WS-EST-ESTADO PIC X(10).

      ************************************************************
      *  ESTADO CORRECTO DEL LOTE EN LA FECHA DE DEVENGO: EL QUE  *
      *  DEJA EL ULTIMO CAMBIO RETROACTIVO DEL CICLO (CUADRO DE   *
      *  COPROPIETARIOS Y TASACION, COMO EL DETALLE CRUDO).       *
      ************************************************************
           05  WS-ESTADO-CORRECTO.
               10 WS-COR-COPROP OCCURS 3 TIMES
                                INDEXED BY WS-COR-IDX.
                   15 WS-COR-NIF PIC X(16).
                   15 WS-COR-PORCENT PIC 9(3)V99.
               10 WS-COR-TAS PIC S9(6)V99.

      *    CUOTA CORRECTA DE CADA POSICION DE COPROPIETARIO, YA
      *    REPARTIDA, Y SI YA SE HA CRUZADO CON LO FACTURADO.
           05  WS-REPARTO.
               10 WS-REP-SLOT OCCURS 3 TIMES
                              INDEXED BY WS-REP-IDX.
                   15 WS-REP-NIF PIC X(16).
                   15 WS-REP-PARTE PIC 9(7)V99.
                   15 WS-REP-CRUZADA PIC X.

      ************************************************************
      *  REGISTRO DE LA TARIFA (370TARIF.DAT), COMO EN 370PADRON. *
      ************************************************************
           05  WS-TARIFA-REG.
               10 WS-TAR-TIPO-REG PIC X(3).
                   88 TARIFA-EXENCION VALUE 'EXE'.
                   88 TARIFA-MINIMA VALUE 'MIN'.
                   88 TARIFA-TRAMO VALUE 'TRM'.
                   88 TARIFA-CALENDARIO VALUE 'CAL'.
               10 WS-TAR-IMPORTE PIC 9(6)V99.
               10 WS-TAR-TIPO-PCT PIC 9(3)V99.
               10 FILLER PIC X(64).

           05  WS-TRAMOS.
               10 WS-TRAMO OCCURS 10 TIMES
                           INDEXED BY WS-TRAMO-IDX.
                   15 WS-TRAMO-HASTA PIC 9(6)V99.
                   15 WS-TRAMO-TIPO PIC 9(3)V99.
           05  WS-CNT-TRAMOS PIC 9(2) VALUE ZERO COMP.
           05  WS-UMBRAL-EXENCION PIC 9(6)V99 VALUE ZERO.
           05  WS-CUOTA-MINIMA PIC 9(6)V99 VALUE ZERO.

      ************************************************************
      *  LIQUIDACION: UNA POR TITULAR Y LOTE CUYA CUOTA CAMBIA.   *
      *  CLASE 'C' COMPLEMENTARIA (IMPORTE = LO QUE FALTA POR     *
      *  FACTURAR) O 'D' DEVOLUCION (IMPORTE = LO COBRADO DE MAS  *
      *  QUE SE DEVUELVE; BAJA = LO FACTURADO DE MAS AUN NO       *
      *  COBRADO, QUE SE DA DE BAJA DEL RECIBO).                  *
      ************************************************************
           05  WS-LIQUID-REG.
               10 WS-LIQ-NLOTE PIC 9(9).
               10 WS-LIQ-NIF PIC X(16).
               10 WS-LIQ-NOMBRE PIC X(40).
               10 WS-LIQ-CLASE PIC X(1).
                   88 LIQ-COMPLEMENTARIA VALUE 'C'.
                   88 LIQ-DEVOLUCION VALUE 'D'.
               10 WS-LIQ-FECHA-DEVENGO PIC 9(8).
               10 WS-LIQ-FECHA-EFECTO PIC 9(8).
               10 WS-LIQ-FACTURADO PIC 9(7)V99.
               10 WS-LIQ-CORRECTO PIC 9(7)V99.
               10 WS-LIQ-PAGADO PIC 9(7)V99.
               10 WS-LIQ-IMPORTE PIC 9(7)V99.
               10 WS-LIQ-BAJA PIC 9(7)V99.
               10 FILLER PIC X(5) VALUE SPACES.

           05  WS-RESUMEN-LIN.
               10 WS-RES-ETIQUETA PIC X(34).
               10 FILLER PIC X(2) VALUE SPACES.
               10 WS-RES-VALOR PIC -(9)9.99.
               10 FILLER PIC X(10) VALUE SPACES.

      ************************************************************
      *               REPORT LINES AND HEADINGS                  *
      ************************************************************
           05 CABECERA-INC1.
               10 FILLER PIC X(32)
                  VALUE 'CAMBIOS RETROACTIVOS NO LIQUIDAD'.
               10 FILLER PIC X(31)
                  VALUE 'OS - DEVENGO:                  '.
               10 WS-CAB-FECHA-DEVENGO PIC 9999/99/99.
               10 FILLER PIC X(59) VALUE SPACES.

           05 CABECERA-INC2.
               10 FILLER PIC X(9) VALUE '     LOTE'.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(30) VALUE 'MOTIVO'.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(18) VALUE 'TIPO DE CAMBIO'.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(10) VALUE 'F.EFECTO'.
               10 FILLER PIC X(59) VALUE SPACES.

           05 CABECERA-INC3.
               10 FILLER PIC X(9) VALUE ALL '='.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(30) VALUE ALL '='.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(18) VALUE ALL '='.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(10) VALUE ALL '='.
               10 FILLER PIC X(59) VALUE SPACES.

           05  WS-LINEA-INCID.
               10 WS-INC-NLOTE PIC ZZZZZZZZ9.
               10 FILLER PIC X(2) VALUE SPACES.
               10 WS-INC-MOTIVO PIC X(30).
               10 FILLER PIC X(2) VALUE SPACES.
               10 WS-INC-TIPO PIC X(18).
               10 FILLER PIC X(2) VALUE SPACES.
               10 WS-INC-FECHA-EFECTO PIC 9999/99/99.
               10 FILLER PIC X(59) VALUE SPACES.

      ************************************************************
      *                     FLAGS/SWITCHES                       *
      ************************************************************
           05 SW-FIN-TARIFAS PIC X VALUE 'N'.
               88 FIN-TARIFAS VALUE 'Y'.

           05 SW-FIN-HISTORICO PIC X VALUE 'N'.
               88 FIN-HISTORICO VALUE 'Y'.

           05 SW-FIN-PADRON PIC X VALUE 'N'.
               88 FIN-PADRON VALUE 'Y'.

           05 SW-FIN-ESTADO PIC X VALUE 'N'.
               88 FIN-ESTADO VALUE 'Y'.

           05 SW-FIN-ORDENACION PIC X VALUE 'N'.
               88 FIN-ORDENACION VALUE 'Y'.

           05 SW-FIN-LIQ-ACUMULADAS PIC X VALUE 'N'.
               88 FIN-LIQ-ACUMULADAS VALUE 'Y'.

           05 SW-FIN-ACUMULADO PIC X VALUE 'N'.
               88 FIN-ACUMULADO VALUE 'Y'.

           05 SW-PRIMER-LOTE PIC X VALUE 'Y'.
               88 PRIMER-LOTE VALUE 'Y'.

           05 SW-TRAMO-HALLADO PIC X VALUE 'N'.
               88 TRAMO-HALLADO VALUE 'Y'.

      *    SITUACION DEL LOTE EN CURSO: SI TIENE ALGUN CAMBIO
      *    RETROACTIVO QUE LIQUIDAR, SI ANTES DE EL HUBO EN EL
      *    CICLO OTRO CAMBIO NO RETROACTIVO (SU DETALLE YA LO
      *    LLEVARIA DENTRO), SI NO SE PUEDE LIQUIDAR Y SI YA
      *    ESTA CALCULADA SU CUOTA CORRECTA.
           05 SW-LOTE-AFECTADO PIC X VALUE 'N'.
               88 LOTE-AFECTADO VALUE 'Y'.

           05 SW-CAMBIO-PREVIO PIC X VALUE 'N'.
               88 CAMBIO-PREVIO VALUE 'Y'.

           05 SW-LOTE-INCIDENCIA PIC X VALUE 'N'.
               88 LOTE-INCIDENCIA VALUE 'Y'.

           05 SW-REPARTO-HECHO PIC X VALUE 'N'.
               88 REPARTO-HECHO VALUE 'Y'.

      *    CIERTO MIENTRAS SE ACUMULAN LOS RECIBOS Y ESTADOS DE UN
      *    TITULAR DEL LOTE EN CURSO.
           05 SW-HAY-TITULAR PIC X VALUE 'N'.
               88 HAY-TITULAR VALUE 'Y'.

      ************************************************************
      *               COUNTERS AND ACCUMULATORS                  *
      ************************************************************
           05 WS-CNT-ENTRADAS-HIST PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-RETROACTIVAS PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-LINEAS-PADRON PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-ESTADOS PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-YA-LIQUIDADAS PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-SECUENCIA PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-LOTES-AFECTADOS PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-INCIDENCIAS PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-SIN-DIFERENCIA PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-COMPLEMENTARIAS PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-DEVOLUCIONES PIC 9(9) VALUE ZERO COMP.
           05 WS-SUM-COMPLEMENTARIAS PIC S9(9)V99 VALUE ZERO.
           05 WS-SUM-DEVUELTO PIC S9(9)V99 VALUE ZERO.
           05 WS-SUM-BAJAS PIC S9(9)V99 VALUE ZERO.
           05 WS-SUM-FACTURADO PIC S9(9)V99 VALUE ZERO.
           05 WS-SUM-CORRECTO PIC S9(9)V99 VALUE ZERO.
           05 WS-SUM-PAGADO PIC S9(9)V99 VALUE ZERO.

      ************************************************************
      *                      SCRATCH AREA                        *
      ************************************************************
           05 WS-FECHA-EJECUCION PIC 9(8) VALUE ZERO.
           05 WS-FECHA-DEVENGO PIC 9(8) VALUE ZERO.
           05 WS-FECHA-ENTRADA PIC 9(8) VALUE ZERO.

      *    LOTE DEL HISTORICO, EDITADO CON SUPRESION DE CEROS, Y SU
      *    VALOR NUMERICO (LOS BLANCOS SE CAMBIAN POR CEROS).
           05 WS-LOTE-X PIC X(9).
           05 WS-LOTE-NUM REDEFINES WS-LOTE-X PIC 9(9).

      *    LOTE EN CURSO, Y TIPO Y FECHA DE EFECTO DEL ULTIMO
      *    CAMBIO RETROACTIVO QUE SE LE LIQUIDA.
           05 WS-LOTE-EN-CURSO PIC 9(9) VALUE ZERO.
           05 WS-LOTE-TIPO-CAMBIO PIC X(18).
           05 WS-LOTE-FECHA-EFECTO PIC 9(8) VALUE ZERO.
           05 WS-MOTIVO-INCIDENCIA PIC X(30).

      *    CUOTA CORRECTA DEL LOTE Y SU REPARTO, COMO 370PADRON.
           05 WS-CUOTA-LOTE PIC 9(7)V99 VALUE ZERO.
           05 WS-CUOTA-REPARTIDA PIC 9(7)V99 VALUE ZERO.
           05 WS-CNT-SLOTS-LOTE PIC 9 VALUE ZERO COMP.
           05 WS-SLOT-EN-CURSO PIC 9 VALUE ZERO COMP.

      *    TITULAR EN CURSO DEL LOTE: LO FACTURADO (SUMA DE SUS
      *    PLAZOS), LO COBRADO Y SU CUOTA CORRECTA.
           05 WS-TIT-EN-CURSO PIC X(16).
           05 WS-TIT-NOMBRE PIC X(40).
           05 WS-TIT-FACTURADO PIC 9(7)V99 VALUE ZERO.
           05 WS-TIT-PAGADO PIC 9(7)V99 VALUE ZERO.
           05 WS-TIT-CORRECTO PIC 9(7)V99 VALUE ZERO.
           05 WS-TIT-REBAJA PIC 9(7)V99 VALUE ZERO.

      *    LO QUE LAS LIQUIDACIONES ANTERIORES DEL MISMO DEVENGO
      *    CAMBIARON LO FACTURADO AL TITULAR (COMPLEMENTARIAS MENOS
      *    DEVOLUCIONES Y BAJAS) Y LO QUE LE DEVOLVIERON.
           05 WS-TIT-YA-LIQUIDADO PIC S9(7)V99 VALUE ZERO.
           05 WS-TIT-YA-DEVUELTO PIC 9(7)V99 VALUE ZERO.
           05 WS-TIT-NETO PIC S9(8)V99 VALUE ZERO.

      *    ENTRADA Y RESULTADO DE LA RESOLUCION DE TITULARES EN
      *    320TITUL.DAT.
           05 WS-TIT-ENTRADA PIC X(16).
           05 WS-TIT-RESUELTO PIC X(40).

      *    ULTIMO CICLO APLICADO SEGUN 340CICLO.DAT, PARA
      *    SEPARAR EN 340HISTO-ANT LO DE ESTE CICLO Y PARA EL
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
               10 WS-DIA-PROGRAMA PIC X(9) VALUE '375COMPL'.
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
           PERFORM 1300-LEER-PARAMETROS
              THRU 1300-LEER-PARAMETROS-EXIT.

           PERFORM 1400-CARGAR-TARIFAS
              THRU 1400-CARGAR-TARIFAS-EXIT.

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
      * LEE LA FECHA DE DEVENGO DEL PADRON QUE SE CORRIGE DE     *
      * 375PARAM.DAT, CON LAS MISMAS REGLAS QUE 370PADRON: SIN   *
      * FECHA, EL 1 DE ENERO DEL ANO EN CURSO; UNA FECHA MAL     *
      * FORMADA O POSTERIOR A LA EJECUCION DETIENE EL PROCESO.   *
      ************************************************************
       1300-LEER-PARAMETROS.
           ACCEPT WS-FECHA-EJECUCION FROM DATE YYYYMMDD.

           OPEN INPUT PARAMETROS.

           READ PARAMETROS INTO WS-PARAM-REG
               AT END
                   MOVE ZERO TO WS-PARAM-FECHA-DEVENGO.

           CLOSE PARAMETROS.

           IF WS-PARAM-REG (1:8) = SPACES
               MOVE ZERO TO WS-PARAM-FECHA-DEVENGO
           END-IF.

           IF WS-PARAM-FECHA-DEVENGO NOT NUMERIC
               DISPLAY 'FECHA DE DEVENGO NO NUMERICA EN '
                       '375PARAM.DAT: ' WS-PARAM-REG (1:8)
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-PARAM-FECHA-DEVENGO = ZERO
               MOVE WS-FECHA-EJECUCION TO WS-FECHA-DEVENGO
               MOVE '0101' TO WS-FECHA-DEVENGO (5:4)
           ELSE
               IF WS-PARAM-DEV-MM < 1 OR WS-PARAM-DEV-MM > 12
                  OR WS-PARAM-DEV-DD < 1 OR WS-PARAM-DEV-DD > 31
                   DISPLAY 'FECHA DE DEVENGO NO VALIDA EN '
                           '375PARAM.DAT: ' WS-PARAM-FECHA-DEVENGO
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PARAM-FECHA-DEVENGO TO WS-FECHA-DEVENGO
           END-IF.

           IF WS-FECHA-DEVENGO > WS-FECHA-EJECUCION
               DISPLAY 'LA FECHA DE DEVENGO ' WS-FECHA-DEVENGO
                       ' ES POSTERIOR A LA EJECUCION'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY 'LIQUIDACIONES DEL PADRON DE DEVENGO '
                   WS-FECHA-DEVENGO.

       1300-LEER-PARAMETROS-EXIT.
           EXIT.

      ************************************************************
      *              1400 CARGAR-TARIFAS PARAGRAPH               *
      * -------------------------------------------------------- *
      * CARGA LA TARIFA ANTES DE ABRIR NADA MAS: SIN TRAMOS NO   *
      * HAY CUOTA QUE RECALCULAR Y SE DETIENE LA EJECUCION.      *
      ************************************************************
       1400-CARGAR-TARIFAS.
           OPEN INPUT TARIFAS.

           PERFORM 1410-LEER-TARIFA
              THRU 1410-LEER-TARIFA-EXIT
             UNTIL FIN-TARIFAS.

           CLOSE TARIFAS.

           IF WS-CNT-TRAMOS = ZERO
               DISPLAY 'LA TARIFA 370TARIF.DAT NO TRAE NINGUN '
                       'TRAMO: IMPOSIBLE RECALCULAR LAS CUOTAS'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       1400-CARGAR-TARIFAS-EXIT.
           EXIT.
      ************************************************************
      *                 1410-LEER-TARIFA                         *
      ************************************************************
       1410-LEER-TARIFA.
           READ TARIFAS INTO WS-TARIFA-REG
               AT END
                   SET FIN-TARIFAS TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN TARIFA-EXENCION
                           MOVE WS-TAR-IMPORTE TO WS-UMBRAL-EXENCION
                       WHEN TARIFA-MINIMA
                           MOVE WS-TAR-IMPORTE TO WS-CUOTA-MINIMA
                       WHEN TARIFA-TRAMO
                           PERFORM 1420-CARGAR-TRAMO
                              THRU 1420-CARGAR-TRAMO-EXIT
                       WHEN TARIFA-CALENDARIO
                           CONTINUE
                       WHEN OTHER
                           DISPLAY 'REGISTRO DE TARIFA NO '
                                   'RECONOCIDO: ' WS-TAR-TIPO-REG
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                   END-EVALUATE
           END-READ.

       1410-LEER-TARIFA-EXIT.
           EXIT.
      ************************************************************
      *                 1420-CARGAR-TRAMO                        *
      ************************************************************
       1420-CARGAR-TRAMO.
           IF WS-CNT-TRAMOS = 10
               DISPLAY 'DEMASIADOS TRAMOS EN 370TARIF.DAT '
                       '(MAXIMO 10)'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-CNT-TRAMOS.
           SET WS-TRAMO-IDX TO WS-CNT-TRAMOS.
           MOVE WS-TAR-IMPORTE TO WS-TRAMO-HASTA (WS-TRAMO-IDX).
           MOVE WS-TAR-TIPO-PCT TO WS-TRAMO-TIPO (WS-TRAMO-IDX).

       1420-CARGAR-TRAMO-EXIT.
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
                      HISTORICO-ANT
                OUTPUT LIQUIDACIONES
                       RESUMEN
                       INCIDENCIAS.

           IF WS-CIC-ULT-CICLO = ZERO
               DISPLAY 'SIN NUMERO DE CICLO EN 340CICLO.DAT: NO SE '
                       'BUSCAN CAMBIOS DE OTROS CICLOS'
           END-IF.

           MOVE WS-FECHA-DEVENGO TO WS-CAB-FECHA-DEVENGO.
           WRITE OUT-INCID-REC FROM CABECERA-INC1.
           WRITE OUT-INCID-REC FROM CABECERA-INC2
               AFTER ADVANCING 1 LINE.
           WRITE OUT-INCID-REC FROM CABECERA-INC3
               AFTER ADVANCING 1 LINE.

       2000-HOUSEKEEPING-EXIT.
           EXIT.

      ************************************************************
      *                   3000 PROCESS PARAGRAPH                 *
      * -------------------------------------------------------- *
      * LA CLASIFICACION JUNTA POR LOTE LAS ENTRADAS DEL          *
      * HISTORICO DEL CICLO, EN SU ORDEN, Y DETRAS LOS RECIBOS Y *
      * ESTADOS DE COBRO POR TITULAR; EL PROCEDIMIENTO DE SALIDA *
      * LIQUIDA CADA LOTE CON CAMBIO RETROACTIVO.                *
      ************************************************************
       3000-PROCESS.
           SORT ORDENACION
               ON ASCENDING KEY ORD-NLOTE
                                ORD-CLASE
                                ORD-NIF
                                ORD-SECUENCIA
               INPUT PROCEDURE IS 3100-CARGAR-ENTRADAS
                  THRU 3100-CARGAR-ENTRADAS-EXIT
               OUTPUT PROCEDURE IS 3500-LIQUIDAR-LOTES
                  THRU 3500-LIQUIDAR-LOTES-EXIT.

       3000-PROCESS-EXIT.
           EXIT.
      ************************************************************
      *                 3100-CARGAR-ENTRADAS                     *
      * -------------------------------------------------------- *
      * PROCEDIMIENTO DE ENTRADA: SUELTA LAS ENTRADAS DEL        *
      * HISTORICO DEL CICLO, NUMERADAS EN SU ORDEN DE ESCRITURA, *
      * LAS LINEAS DEL PADRON, LOS ESTADOS DE COBRO Y LAS        *
      * LIQUIDACIONES ANTERIORES DEL MISMO DEVENGO.              *
      ************************************************************
       3100-CARGAR-ENTRADAS.
           OPEN INPUT HISTORICO.

           PERFORM 3110-LEER-LINEA-HISTO
              THRU 3110-LEER-LINEA-HISTO-EXIT
             UNTIL FIN-HISTORICO.

           CLOSE HISTORICO.

           OPEN INPUT PADRON.

           PERFORM 3130-LEER-PADRON
              THRU 3130-LEER-PADRON-EXIT
             UNTIL FIN-PADRON.

           CLOSE PADRON.

           OPEN INPUT ESTADO.

           PERFORM 3140-LEER-ESTADO
              THRU 3140-LEER-ESTADO-EXIT
             UNTIL FIN-ESTADO.

           CLOSE ESTADO.

           OPEN INPUT LIQ-ACUMULADAS.

           PERFORM 3150-LEER-LIQUIDADA
              THRU 3150-LEER-LIQUIDADA-EXIT
             UNTIL FIN-LIQ-ACUMULADAS.

           CLOSE LIQ-ACUMULADAS.

       3100-CARGAR-ENTRADAS-EXIT.
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
                       PERFORM 3120-SOLTAR-ENTRADA
                          THRU 3120-SOLTAR-ENTRADA-EXIT
                   END-IF
           END-READ.

       3110-LEER-LINEA-HISTO-EXIT.
           EXIT.
      ************************************************************
      *                 3120-SOLTAR-ENTRADA                      *
      * -------------------------------------------------------- *
      * SUELTA UNA ENTRADA DEL HISTORICO BAJO SU LOTE, MARCANDO  *
      * SI ES UN CAMBIO RETROACTIVO QUE LIQUIDAR: VALORACION,    *
      * PROPIETARIO O ANULACION CON FECHA DE EFECTO NO POSTERIOR *
      * AL DEVENGO, REGISTRADO DESPUES DEL DEVENGO (EL PADRON SE *
      * FACTURO SIN EL). LAS LINEAS SIN FECHA DE EFECTO (LAS     *
      * ANTERIORES A QUE SE GUARDARA) SURTEN EFECTO EL DIA EN    *
      * QUE SE REGISTRARON.                                      *
      ************************************************************
       3120-SOLTAR-ENTRADA.
           MOVE WS-HIS-FEC-AAAA TO WS-FECHA-ENTRADA (1:4).
           MOVE WS-HIS-FEC-MM TO WS-FECHA-ENTRADA (5:2).
           MOVE WS-HIS-FEC-DD TO WS-FECHA-ENTRADA (7:2).
           ADD 1 TO WS-CNT-ENTRADAS-HIST.
           ADD 1 TO WS-CNT-SECUENCIA.

           INITIALIZE ORD-REG.
           MOVE WS-HIS-NLOTE-ED TO WS-LOTE-X.
           INSPECT WS-LOTE-X REPLACING LEADING SPACES BY ZEROS.
           MOVE WS-LOTE-NUM TO ORD-NLOTE.
           MOVE 1 TO ORD-CLASE.
           MOVE SPACES TO ORD-NIF.
           MOVE WS-CNT-SECUENCIA TO ORD-SECUENCIA.
           MOVE WS-HIS-TIPO TO ORD-HIST-TIPO.

           IF WS-HIS-FECHA-EFECTO NUMERIC
              AND WS-HIS-EFECTO-NUM > ZERO
               MOVE WS-HIS-EFECTO-NUM TO ORD-FECHA-EFECTO
           ELSE
               MOVE WS-FECHA-ENTRADA TO ORD-FECHA-EFECTO
           END-IF.

           IF (WS-HIS-TIPO = 'VALORACION'
               OR WS-HIS-TIPO = 'PROPIETARIO'
               OR WS-HIS-TIPO (1:9) = 'ANULACION')
              AND ORD-FECHA-EFECTO NOT > WS-FECHA-DEVENGO
              AND WS-FECHA-ENTRADA > WS-FECHA-DEVENGO
               MOVE 'Y' TO ORD-APLICA
               ADD 1 TO WS-CNT-RETROACTIVAS
           ELSE
               MOVE 'N' TO ORD-APLICA
           END-IF.

           IF WS-HIS-DET-DES-TAS NUMERIC
              AND WS-HIS-DET-DES-COPROP NOT = SPACES
               MOVE 'Y' TO ORD-DETALLE-OK
               MOVE WS-HIS-DET-DESPUES TO ORD-DET-DESPUES
           ELSE
               MOVE 'N' TO ORD-DETALLE-OK
           END-IF.

           RELEASE ORD-REG.

       3120-SOLTAR-ENTRADA-EXIT.
           EXIT.
      ************************************************************
      *                 3130-LEER-PADRON                         *
      ************************************************************
       3130-LEER-PADRON.
           READ PADRON INTO WS-PADRON-REG
               AT END
                   SET FIN-PADRON TO TRUE
               NOT AT END
                   ADD 1 TO WS-CNT-LINEAS-PADRON
                   ADD 1 TO WS-CNT-SECUENCIA
                   INITIALIZE ORD-REG
                   MOVE WS-PAD-NLOTE TO ORD-NLOTE
                   MOVE 2 TO ORD-CLASE
                   MOVE WS-PAD-NIF TO ORD-NIF
                   MOVE WS-CNT-SECUENCIA TO ORD-SECUENCIA
                   MOVE 'P' TO ORD-ORIGEN
                   MOVE WS-PAD-CUOTA-PARTE TO ORD-IMPORTE
                   MOVE WS-PAD-NOMBRE TO ORD-NOMBRE
                   RELEASE ORD-REG
           END-READ.

       3130-LEER-PADRON-EXIT.
           EXIT.
      ************************************************************
      *                 3140-LEER-ESTADO                         *
      ************************************************************
       3140-LEER-ESTADO.
           READ ESTADO INTO WS-ESTADO-REG
               AT END
                   SET FIN-ESTADO TO TRUE
               NOT AT END
                   ADD 1 TO WS-CNT-ESTADOS
                   ADD 1 TO WS-CNT-SECUENCIA
                   INITIALIZE ORD-REG
                   MOVE WS-EST-NLOTE TO ORD-NLOTE
                   MOVE 2 TO ORD-CLASE
                   MOVE WS-EST-NIF TO ORD-NIF
                   MOVE WS-CNT-SECUENCIA TO ORD-SECUENCIA
                   MOVE 'E' TO ORD-ORIGEN
                   MOVE WS-EST-PAGADO TO ORD-IMPORTE
                   MOVE WS-EST-NOMBRE TO ORD-NOMBRE
                   RELEASE ORD-REG
           END-READ.

       3140-LEER-ESTADO-EXIT.
           EXIT.
      ************************************************************
      *                 3150-LEER-LIQUIDADA                      *
      * -------------------------------------------------------- *
      * SOLO CUENTAN LAS LIQUIDACIONES DEL PADRON QUE SE CORRIGE *
      * (MISMA FECHA DE DEVENGO).                                *
      ************************************************************
       3150-LEER-LIQUIDADA.
           READ LIQ-ACUMULADAS INTO WS-LIQUID-REG
               AT END
                   SET FIN-LIQ-ACUMULADAS TO TRUE
               NOT AT END
                   IF WS-LIQ-FECHA-DEVENGO = WS-FECHA-DEVENGO
                       ADD 1 TO WS-CNT-YA-LIQUIDADAS
                       ADD 1 TO WS-CNT-SECUENCIA
                       INITIALIZE ORD-REG
                       MOVE WS-LIQ-NLOTE TO ORD-NLOTE
                       MOVE 2 TO ORD-CLASE
                       MOVE WS-LIQ-NIF TO ORD-NIF
                       MOVE WS-CNT-SECUENCIA TO ORD-SECUENCIA
                       MOVE 'L' TO ORD-ORIGEN
                       MOVE WS-LIQ-IMPORTE TO ORD-IMPORTE
                       MOVE WS-LIQ-NOMBRE TO ORD-NOMBRE
                       MOVE WS-LIQ-CLASE TO ORD-LIQ-CLASE
                       MOVE WS-LIQ-BAJA TO ORD-LIQ-BAJA
                       RELEASE ORD-REG
                   END-IF
           END-READ.

       3150-LEER-LIQUIDADA-EXIT.
           EXIT.
      ************************************************************
      *                 3500-LIQUIDAR-LOTES                      *
      * -------------------------------------------------------- *
      * PROCEDIMIENTO DE SALIDA: CORTE DE CONTROL POR LOTE Y,    *
      * DENTRO DE CADA LOTE CON CAMBIO RETROACTIVO, POR TITULAR. *
      * EL ACUMULADO DE LIQUIDACIONES, YA LEIDO EN LA ENTRADA,   *
      * SE ABRE AHORA PARA ANADIRLE LAS DE ESTA EJECUCION.       *
      ************************************************************
       3500-LIQUIDAR-LOTES.
           OPEN EXTEND LIQ-ACUMULADAS.

           PERFORM 3510-RECOGER-ORDEN
              THRU 3510-RECOGER-ORDEN-EXIT.

           PERFORM 3520-TRATAR-ORDEN
              THRU 3520-TRATAR-ORDEN-EXIT
             UNTIL FIN-ORDENACION.

           IF NOT PRIMER-LOTE
               PERFORM 3540-CERRAR-LOTE
                  THRU 3540-CERRAR-LOTE-EXIT
           END-IF.

       3500-LIQUIDAR-LOTES-EXIT.
           EXIT.
      ************************************************************
      *                 3510-RECOGER-ORDEN                       *
      ************************************************************
       3510-RECOGER-ORDEN.
           RETURN ORDENACION
               AT END
                   SET FIN-ORDENACION TO TRUE.

       3510-RECOGER-ORDEN-EXIT.
           EXIT.
      ************************************************************
      *                 3520-TRATAR-ORDEN                        *
      * -------------------------------------------------------- *
      * LAS ENTRADAS DEL HISTORICO FIJAN EL ESTADO CORRECTO DEL  *
      * LOTE; LOS RECIBOS Y ESTADOS SOLO SE ACUMULAN EN LOS      *
      * LOTES CON CAMBIO RETROACTIVO LIQUIDABLE.                 *
      ************************************************************
       3520-TRATAR-ORDEN.
           IF PRIMER-LOTE
              OR ORD-NLOTE NOT = WS-LOTE-EN-CURSO
               IF NOT PRIMER-LOTE
                   PERFORM 3540-CERRAR-LOTE
                      THRU 3540-CERRAR-LOTE-EXIT
               END-IF
               MOVE 'N' TO SW-PRIMER-LOTE
               MOVE ORD-NLOTE TO WS-LOTE-EN-CURSO
               MOVE 'N' TO SW-LOTE-AFECTADO
               MOVE 'N' TO SW-CAMBIO-PREVIO
               MOVE 'N' TO SW-LOTE-INCIDENCIA
               MOVE 'N' TO SW-REPARTO-HECHO
               MOVE 'N' TO SW-HAY-TITULAR
               MOVE SPACES TO WS-LOTE-TIPO-CAMBIO
               MOVE ZERO TO WS-LOTE-FECHA-EFECTO
               MOVE SPACES TO WS-MOTIVO-INCIDENCIA
           END-IF.

           IF ORD-CLASE = 1
               PERFORM 3530-TOMAR-ENTRADA
                  THRU 3530-TOMAR-ENTRADA-EXIT
           ELSE
               IF LOTE-AFECTADO AND NOT LOTE-INCIDENCIA
                   PERFORM 3550-ACUMULAR-RECIBO
                      THRU 3550-ACUMULAR-RECIBO-EXIT
               END-IF
           END-IF.

           PERFORM 3510-RECOGER-ORDEN
              THRU 3510-RECOGER-ORDEN-EXIT.

       3520-TRATAR-ORDEN-EXIT.
           EXIT.
      ************************************************************
      *                 3530-TOMAR-ENTRADA                       *
      * -------------------------------------------------------- *
      * UN CAMBIO RETROACTIVO DEJA EN EL LOTE EL ESTADO CORRECTO *
      * AL DEVENGO (EL ULTIMO DEL CICLO MANDA). SI ANTES HUBO EN *
      * EL CICLO UN CAMBIO NO RETROACTIVO DEL MISMO LOTE, SU     *
      * DETALLE LO LLEVARIA INCORPORADO Y NO SE LIQUIDA: SE      *
      * LISTA PARA REVISARLO, COMO EL QUE NO TRAE DETALLE CRUDO. *
      * LOS CAMBIOS DE CICLOS ANTERIORES LOS BUSCA 3545 AL       *
      * CERRAR EL LOTE.                                          *
      ************************************************************
       3530-TOMAR-ENTRADA.
           IF ORD-APLICA = 'Y'
               MOVE ORD-HIST-TIPO TO WS-LOTE-TIPO-CAMBIO
               MOVE ORD-FECHA-EFECTO TO WS-LOTE-FECHA-EFECTO
               SET LOTE-AFECTADO TO TRUE
               IF CAMBIO-PREVIO
                   SET LOTE-INCIDENCIA TO TRUE
                   MOVE 'PRECEDIDO DE CAMBIO POSTERIOR'
                       TO WS-MOTIVO-INCIDENCIA
               ELSE
                   IF ORD-DETALLE-OK = 'Y'
                       MOVE ORD-DET-DESPUES TO WS-ESTADO-CORRECTO
                   ELSE
                       SET LOTE-INCIDENCIA TO TRUE
                       MOVE 'HISTORICO SIN DETALLE'
                           TO WS-MOTIVO-INCIDENCIA
                   END-IF
               END-IF
           ELSE
               SET CAMBIO-PREVIO TO TRUE
           END-IF.

       3530-TOMAR-ENTRADA-EXIT.
           EXIT.
      ************************************************************
      *                 3540-CERRAR-LOTE                         *
      * -------------------------------------------------------- *
      * LIQUIDA EL ULTIMO TITULAR FACTURADO DEL LOTE Y LUEGO LOS *
      * TITULARES CORRECTOS A QUIENES EL PADRON NO FACTURO NADA  *
      * (TODA SU CUOTA ES COMPLEMENTARIA).                       *
      ************************************************************
       3540-CERRAR-LOTE.
           IF LOTE-AFECTADO AND NOT LOTE-INCIDENCIA
              AND WS-CIC-ULT-CICLO NOT = ZERO
               PERFORM 3545-BUSCAR-CAMBIO-ANTERIOR
                  THRU 3545-BUSCAR-CAMBIO-ANTERIOR-EXIT
           END-IF.

           IF LOTE-INCIDENCIA
               PERFORM 3590-ESCRIBIR-INCIDENCIA
                  THRU 3590-ESCRIBIR-INCIDENCIA-EXIT
           ELSE
               IF LOTE-AFECTADO
                   ADD 1 TO WS-CNT-LOTES-AFECTADOS
                   IF NOT REPARTO-HECHO
                       PERFORM 3560-CALCULAR-REPARTO
                          THRU 3560-CALCULAR-REPARTO-EXIT
                   END-IF
                   IF HAY-TITULAR
                       PERFORM 3570-CERRAR-TITULAR
                          THRU 3570-CERRAR-TITULAR-EXIT
                   END-IF
                   PERFORM 3585-LIQUIDAR-SIN-FACTURA
                      THRU 3585-LIQUIDAR-SIN-FACTURA-EXIT
                      VARYING WS-REP-IDX FROM 1 BY 1
                         UNTIL WS-REP-IDX > 3
               END-IF
           END-IF.

       3540-CERRAR-LOTE-EXIT.
           EXIT.
      ************************************************************
      *                 3545-BUSCAR-CAMBIO-ANTERIOR              *
      * -------------------------------------------------------- *
      * RECORRE EN EL ACUMULADO LAS ENTRADAS DEL LOTE            *
      * REGISTRADAS DESPUES DEL DEVENGO. UNA DE UN CICLO         *
      * ANTERIOR QUE SURTE EFECTO DESPUES DEL DEVENGO YA ESTA    *
      * DENTRO DEL DETALLE DEL CAMBIO RETROACTIVO, QUE ENTONCES  *
      * NO DA EL ESTADO AL DEVENGO: EL LOTE NO SE LIQUIDA. LAS   *
      * ENTRADAS DEL CICLO EN CURSO YA LAS VE 3530.              *
      ************************************************************
       3545-BUSCAR-CAMBIO-ANTERIOR.
           MOVE 'N' TO SW-FIN-ACUMULADO.

           MOVE WS-LOTE-EN-CURSO TO HIA-NLOTE.
           COMPUTE HIA-FECHA = WS-FECHA-DEVENGO + 1.
           MOVE ZERO TO HIA-CICLO
                        HIA-LINEA.
           START HISTORICO-ANT
               KEY IS NOT LESS THAN HIA-CLAVE
               INVALID KEY
                   SET FIN-ACUMULADO TO TRUE
           END-START.

           PERFORM 3546-LEER-ACUMULADO
              THRU 3546-LEER-ACUMULADO-EXIT
             UNTIL FIN-ACUMULADO
                OR LOTE-INCIDENCIA.

       3545-BUSCAR-CAMBIO-ANTERIOR-EXIT.
           EXIT.
      ************************************************************
      *                 3546-LEER-ACUMULADO                      *
      * -------------------------------------------------------- *
      * LA FECHA DE EFECTO DE LA ENTRADA SE TOMA COMO EN 3120:   *
      * SIN ELLA, LA DEL CAMBIO.                                 *
      ************************************************************
       3546-LEER-ACUMULADO.
           READ HISTORICO-ANT NEXT RECORD
               AT END
                   SET FIN-ACUMULADO TO TRUE
               NOT AT END
                   IF HIA-NLOTE NOT = WS-LOTE-EN-CURSO
                       SET FIN-ACUMULADO TO TRUE
                   ELSE
                       IF HIA-CICLO NOT = WS-CIC-ULT-CICLO
                           MOVE HIA-DATOS TO WS-HISTO-LIN
                           IF WS-HIS-FECHA-EFECTO NUMERIC
                              AND WS-HIS-EFECTO-NUM > ZERO
                               MOVE WS-HIS-EFECTO-NUM
                                   TO WS-FECHA-ENTRADA
                           ELSE
                               MOVE HIA-FECHA TO WS-FECHA-ENTRADA
                           END-IF
                           IF WS-FECHA-ENTRADA > WS-FECHA-DEVENGO
                               SET LOTE-INCIDENCIA TO TRUE
                               MOVE 'CAMBIO POSTERIOR DE OTRO CICLO'
                                   TO WS-MOTIVO-INCIDENCIA
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       3546-LEER-ACUMULADO-EXIT.
           EXIT.
      ************************************************************
      *                 3550-ACUMULAR-RECIBO                     *
      * -------------------------------------------------------- *
      * ACUMULA POR TITULAR LO FACTURADO (SUMA DE LOS PLAZOS DEL *
      * PADRON), LO COBRADO (ESTADO DE 380COBROS) Y LO QUE YA LE *
      * LIQUIDARON EN EJECUCIONES ANTERIORES: UNA COMPLEMENTARIA *
      * SUBE LO FACTURADO; UNA DEVOLUCION LO BAJA EN LO DEVUELTO *
      * MAS LO DADO DE BAJA, Y LO DEVUELTO DEJA DE ESTAR COBRADO. *
      ************************************************************
       3550-ACUMULAR-RECIBO.
           IF NOT REPARTO-HECHO
               PERFORM 3560-CALCULAR-REPARTO
                  THRU 3560-CALCULAR-REPARTO-EXIT
           END-IF.

           IF HAY-TITULAR
              AND ORD-NIF NOT = WS-TIT-EN-CURSO
               PERFORM 3570-CERRAR-TITULAR
                  THRU 3570-CERRAR-TITULAR-EXIT
           END-IF.

           IF NOT HAY-TITULAR
               SET HAY-TITULAR TO TRUE
               MOVE ORD-NIF TO WS-TIT-EN-CURSO
               MOVE ORD-NOMBRE TO WS-TIT-NOMBRE
               MOVE ZERO TO WS-TIT-FACTURADO
               MOVE ZERO TO WS-TIT-PAGADO
               MOVE ZERO TO WS-TIT-YA-LIQUIDADO
               MOVE ZERO TO WS-TIT-YA-DEVUELTO
           END-IF.

           EVALUATE ORD-ORIGEN
               WHEN 'P'
                   ADD ORD-IMPORTE TO WS-TIT-FACTURADO
               WHEN 'E'
                   ADD ORD-IMPORTE TO WS-TIT-PAGADO
               WHEN OTHER
                   IF ORD-LIQ-CLASE = 'C'
                       ADD ORD-IMPORTE TO WS-TIT-YA-LIQUIDADO
                   ELSE
                       SUBTRACT ORD-IMPORTE ORD-LIQ-BAJA
                           FROM WS-TIT-YA-LIQUIDADO
                       ADD ORD-IMPORTE TO WS-TIT-YA-DEVUELTO
                   END-IF
           END-EVALUATE.

       3550-ACUMULAR-RECIBO-EXIT.
           EXIT.
      ************************************************************
      *                 3560-CALCULAR-REPARTO                    *
      * -------------------------------------------------------- *
      * CUOTA CORRECTA DEL LOTE CON LA TARIFA, IGUAL QUE         *
      * 370PADRON (EXENCION, TRAMO, MINIMA), Y SU REPARTO ENTRE  *
      * LOS COPROPIETARIOS SEGUN SU PORCENTAJE, CON LA ULTIMA    *
      * PARTE AJUSTADA POR DIFERENCIA.                           *
      ************************************************************
       3560-CALCULAR-REPARTO.
           SET REPARTO-HECHO TO TRUE.

           IF WS-COR-TAS NOT > WS-UMBRAL-EXENCION
               MOVE ZERO TO WS-CUOTA-LOTE
           ELSE
               MOVE 'N' TO SW-TRAMO-HALLADO
               SET WS-TRAMO-IDX TO 1
               PERFORM 3565-BUSCAR-TRAMO
                  THRU 3565-BUSCAR-TRAMO-EXIT
                 UNTIL TRAMO-HALLADO
                    OR WS-TRAMO-IDX > WS-CNT-TRAMOS
               IF NOT TRAMO-HALLADO
                   SET WS-TRAMO-IDX TO WS-CNT-TRAMOS
               END-IF
               COMPUTE WS-CUOTA-LOTE ROUNDED =
                   WS-COR-TAS * WS-TRAMO-TIPO (WS-TRAMO-IDX) / 100
               IF WS-CUOTA-LOTE < WS-CUOTA-MINIMA
                   MOVE WS-CUOTA-MINIMA TO WS-CUOTA-LOTE
               END-IF
           END-IF.

           MOVE ZERO TO WS-CNT-SLOTS-LOTE.
           PERFORM 3561-CONTAR-SLOT
              THRU 3561-CONTAR-SLOT-EXIT
              VARYING WS-COR-IDX FROM 1 BY 1
                 UNTIL WS-COR-IDX > 3.

           MOVE ZERO TO WS-CUOTA-REPARTIDA.
           MOVE ZERO TO WS-SLOT-EN-CURSO.
           PERFORM 3562-REPARTIR-SLOT
              THRU 3562-REPARTIR-SLOT-EXIT
              VARYING WS-COR-IDX FROM 1 BY 1
                 UNTIL WS-COR-IDX > 3.

       3560-CALCULAR-REPARTO-EXIT.
           EXIT.
      ************************************************************
      *                 3561-CONTAR-SLOT                         *
      ************************************************************
       3561-CONTAR-SLOT.
           IF WS-COR-NIF (WS-COR-IDX) NOT = SPACES
               ADD 1 TO WS-CNT-SLOTS-LOTE
           END-IF.

       3561-CONTAR-SLOT-EXIT.
           EXIT.
      ************************************************************
      *                 3562-REPARTIR-SLOT                       *
      ************************************************************
       3562-REPARTIR-SLOT.
           SET WS-REP-IDX TO WS-COR-IDX.
           MOVE WS-COR-NIF (WS-COR-IDX) TO WS-REP-NIF (WS-REP-IDX).
           MOVE ZERO TO WS-REP-PARTE (WS-REP-IDX).
           MOVE 'N' TO WS-REP-CRUZADA (WS-REP-IDX).

           IF WS-COR-NIF (WS-COR-IDX) NOT = SPACES
               ADD 1 TO WS-SLOT-EN-CURSO
               IF WS-SLOT-EN-CURSO = WS-CNT-SLOTS-LOTE
                   SUBTRACT WS-CUOTA-REPARTIDA FROM WS-CUOTA-LOTE
                       GIVING WS-REP-PARTE (WS-REP-IDX)
               ELSE
                   COMPUTE WS-REP-PARTE (WS-REP-IDX) ROUNDED =
                       WS-CUOTA-LOTE *
                       WS-COR-PORCENT (WS-COR-IDX) / 100
                   ADD WS-REP-PARTE (WS-REP-IDX)
                       TO WS-CUOTA-REPARTIDA
               END-IF
           END-IF.

       3562-REPARTIR-SLOT-EXIT.
           EXIT.
      ************************************************************
      *                 3565-BUSCAR-TRAMO                        *
      ************************************************************
       3565-BUSCAR-TRAMO.
           IF WS-COR-TAS NOT > WS-TRAMO-HASTA (WS-TRAMO-IDX)
               SET TRAMO-HALLADO TO TRUE
           ELSE
               SET WS-TRAMO-IDX UP BY 1
           END-IF.

       3565-BUSCAR-TRAMO-EXIT.
           EXIT.
      ************************************************************
      *                 3570-CERRAR-TITULAR                      *
      * -------------------------------------------------------- *
      * CRUZA LO FACTURADO AL TITULAR EN CURSO, CON LO YA        *
      * LIQUIDADO, CON SU CUOTA CORRECTA (CERO SI YA NO ES       *
      * TITULAR DEL LOTE) Y LO LIQUIDA.                          *
      ************************************************************
       3570-CERRAR-TITULAR.
           COMPUTE WS-TIT-NETO =
               WS-TIT-FACTURADO + WS-TIT-YA-LIQUIDADO.
           IF WS-TIT-NETO < ZERO
               MOVE ZERO TO WS-TIT-FACTURADO
           ELSE
               MOVE WS-TIT-NETO TO WS-TIT-FACTURADO
           END-IF.

           IF WS-TIT-YA-DEVUELTO > WS-TIT-PAGADO
               MOVE ZERO TO WS-TIT-PAGADO
           ELSE
               SUBTRACT WS-TIT-YA-DEVUELTO FROM WS-TIT-PAGADO
           END-IF.

           MOVE ZERO TO WS-TIT-CORRECTO.
           PERFORM 3575-BUSCAR-PARTE
              THRU 3575-BUSCAR-PARTE-EXIT
              VARYING WS-REP-IDX FROM 1 BY 1
                 UNTIL WS-REP-IDX > 3.

           PERFORM 3580-LIQUIDAR-TITULAR
              THRU 3580-LIQUIDAR-TITULAR-EXIT.

           MOVE 'N' TO SW-HAY-TITULAR.

       3570-CERRAR-TITULAR-EXIT.
           EXIT.
      ************************************************************
      *                 3575-BUSCAR-PARTE                        *
      ************************************************************
       3575-BUSCAR-PARTE.
           IF WS-REP-NIF (WS-REP-IDX) = WS-TIT-EN-CURSO
              AND WS-REP-CRUZADA (WS-REP-IDX) = 'N'
               ADD WS-REP-PARTE (WS-REP-IDX) TO WS-TIT-CORRECTO
               MOVE 'Y' TO WS-REP-CRUZADA (WS-REP-IDX)
           END-IF.

       3575-BUSCAR-PARTE-EXIT.
           EXIT.
      ************************************************************
      *                 3580-LIQUIDAR-TITULAR                    *
      * -------------------------------------------------------- *
      * SI LA CUOTA CORRECTA SUPERA LO FACTURADO, COMPLEMENTARIA *
      * POR LA DIFERENCIA. SI QUEDA POR DEBAJO, DEVOLUCION DE LO *
      * COBRADO POR ENCIMA DE LA CUOTA CORRECTA (SIN PASAR DE LA *
      * REBAJA) Y BAJA DEL RESTO DE LA REBAJA, QUE AUN ESTABA    *
      * PENDIENTE DE COBRO.                                      *
      ************************************************************
       3580-LIQUIDAR-TITULAR.
           MOVE WS-LOTE-EN-CURSO TO WS-LIQ-NLOTE.
           MOVE WS-TIT-EN-CURSO TO WS-LIQ-NIF.
           MOVE WS-TIT-NOMBRE TO WS-LIQ-NOMBRE.
           MOVE WS-FECHA-DEVENGO TO WS-LIQ-FECHA-DEVENGO.
           MOVE WS-LOTE-FECHA-EFECTO TO WS-LIQ-FECHA-EFECTO.
           MOVE WS-TIT-FACTURADO TO WS-LIQ-FACTURADO.
           MOVE WS-TIT-CORRECTO TO WS-LIQ-CORRECTO.
           MOVE WS-TIT-PAGADO TO WS-LIQ-PAGADO.
           MOVE ZERO TO WS-LIQ-IMPORTE.
           MOVE ZERO TO WS-LIQ-BAJA.

           EVALUATE TRUE
               WHEN WS-TIT-CORRECTO > WS-TIT-FACTURADO
                   SET LIQ-COMPLEMENTARIA TO TRUE
                   SUBTRACT WS-TIT-FACTURADO FROM WS-TIT-CORRECTO
                       GIVING WS-LIQ-IMPORTE
                   ADD 1 TO WS-CNT-COMPLEMENTARIAS
                   ADD WS-LIQ-IMPORTE TO WS-SUM-COMPLEMENTARIAS
               WHEN WS-TIT-CORRECTO < WS-TIT-FACTURADO
                   SET LIQ-DEVOLUCION TO TRUE
                   SUBTRACT WS-TIT-CORRECTO FROM WS-TIT-FACTURADO
                       GIVING WS-TIT-REBAJA
                   IF WS-TIT-PAGADO > WS-TIT-CORRECTO
                       SUBTRACT WS-TIT-CORRECTO FROM WS-TIT-PAGADO
                           GIVING WS-LIQ-IMPORTE
                       IF WS-LIQ-IMPORTE > WS-TIT-REBAJA
                           MOVE WS-TIT-REBAJA TO WS-LIQ-IMPORTE
                       END-IF
                   END-IF
                   SUBTRACT WS-LIQ-IMPORTE FROM WS-TIT-REBAJA
                       GIVING WS-LIQ-BAJA
                   ADD 1 TO WS-CNT-DEVOLUCIONES
                   ADD WS-LIQ-IMPORTE TO WS-SUM-DEVUELTO
                   ADD WS-LIQ-BAJA TO WS-SUM-BAJAS
               WHEN OTHER
                   ADD 1 TO WS-CNT-SIN-DIFERENCIA
           END-EVALUATE.

           IF WS-TIT-CORRECTO NOT = WS-TIT-FACTURADO
               ADD WS-TIT-FACTURADO TO WS-SUM-FACTURADO
               ADD WS-TIT-CORRECTO TO WS-SUM-CORRECTO
               ADD WS-TIT-PAGADO TO WS-SUM-PAGADO
               WRITE OUT-LIQUID-REC FROM WS-LIQUID-REG
               WRITE LIQ-ACUMULADA-REC FROM WS-LIQUID-REG
           END-IF.

       3580-LIQUIDAR-TITULAR-EXIT.
           EXIT.
      ************************************************************
      *                 3585-LIQUIDAR-SIN-FACTURA                *
      * -------------------------------------------------------- *
      * TITULAR CORRECTO DEL LOTE AL QUE EL PADRON NO FACTURO    *
      * NADA (P.EJ. EL NUEVO PROPIETARIO DE UNA VENTA CON EFECTO *
      * ANTERIOR AL DEVENGO): SE LE LIQUIDA TODA SU CUOTA.       *
      ************************************************************
       3585-LIQUIDAR-SIN-FACTURA.
           IF WS-REP-NIF (WS-REP-IDX) NOT = SPACES
              AND WS-REP-CRUZADA (WS-REP-IDX) = 'N'
               MOVE WS-REP-NIF (WS-REP-IDX) TO WS-TIT-EN-CURSO
               MOVE WS-REP-NIF (WS-REP-IDX) TO WS-TIT-ENTRADA
               PERFORM 3595-RESOLVER-TITULAR
                  THRU 3595-RESOLVER-TITULAR-EXIT
               MOVE WS-TIT-RESUELTO TO WS-TIT-NOMBRE
               MOVE ZERO TO WS-TIT-FACTURADO
               MOVE ZERO TO WS-TIT-PAGADO
               MOVE WS-REP-PARTE (WS-REP-IDX) TO WS-TIT-CORRECTO
               MOVE 'Y' TO WS-REP-CRUZADA (WS-REP-IDX)
               PERFORM 3580-LIQUIDAR-TITULAR
                  THRU 3580-LIQUIDAR-TITULAR-EXIT
           END-IF.

       3585-LIQUIDAR-SIN-FACTURA-EXIT.
           EXIT.
      ************************************************************
      *                 3590-ESCRIBIR-INCIDENCIA                 *
      ************************************************************
       3590-ESCRIBIR-INCIDENCIA.
           MOVE WS-LOTE-EN-CURSO TO WS-INC-NLOTE.
           MOVE WS-MOTIVO-INCIDENCIA TO WS-INC-MOTIVO.
           MOVE WS-LOTE-TIPO-CAMBIO TO WS-INC-TIPO.
           MOVE WS-LOTE-FECHA-EFECTO TO WS-INC-FECHA-EFECTO.

           WRITE OUT-INCID-REC FROM WS-LINEA-INCID
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-CNT-INCIDENCIAS.

       3590-ESCRIBIR-INCIDENCIA-EXIT.
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
           PERFORM 8100-ESCRIBIR-RESUMEN
              THRU 8100-ESCRIBIR-RESUMEN-EXIT.

           CLOSE TITULARES
                 HISTORICO-ANT
                 LIQUIDACIONES
                 LIQ-ACUMULADAS
                 RESUMEN
                 INCIDENCIAS.

           DISPLAY 'LIQUIDACIONES COMPLEMENTARIAS: '
                   WS-CNT-COMPLEMENTARIAS.
           DISPLAY 'LIQUIDACIONES DE DEVOLUCION:   '
                   WS-CNT-DEVOLUCIONES.
           DISPLAY 'LOTES NO LIQUIDADOS:           '
                   WS-CNT-INCIDENCIAS.

           MOVE 'FIN' TO WS-DIA-TIPO.
           MOVE 'COMPLETADO' TO WS-DIA-ESTADO.
           PERFORM 9050-LIMPIAR-CONTADORES-DIA
              THRU 9050-LIMPIAR-CONTADORES-DIA-EXIT.
           MOVE 'LOTES' TO WS-DIA-CNT-NOMBRE (1).
           MOVE WS-CNT-LOTES-AFECTADOS TO WS-DIA-CNT-VALOR (1).
           MOVE 'COMPLEMENT' TO WS-DIA-CNT-NOMBRE (2).
           MOVE WS-CNT-COMPLEMENTARIAS TO WS-DIA-CNT-VALOR (2).
           MOVE 'DEVOLUCION' TO WS-DIA-CNT-NOMBRE (3).
           MOVE WS-CNT-DEVOLUCIONES TO WS-DIA-CNT-VALOR (3).
           MOVE 'INCIDENCIA' TO WS-DIA-CNT-NOMBRE (4).
           MOVE WS-CNT-INCIDENCIAS TO WS-DIA-CNT-VALOR (4).
           PERFORM 9100-ANOTAR-DIARIO
              THRU 9100-ANOTAR-DIARIO-EXIT.

       8000-WRAP-UP-EXIT.
           EXIT.
      ************************************************************
      *               8100-ESCRIBIR-RESUMEN                      *
      * -------------------------------------------------------- *
      * TOTALES DE CONTROL POR CLASE DE LIQUIDACION. CUADRE:     *
      * CUOTA CORRECTA - CUOTA FACTURADA = COMPLEMENTARIAS -     *
      * DEVOLUCIONES - BAJAS.                                    *
      ************************************************************
       8100-ESCRIBIR-RESUMEN.
           MOVE 'ENTRADAS DEL HISTORICO DEL CICLO' TO WS-RES-ETIQUETA.
           MOVE WS-CNT-ENTRADAS-HIST TO WS-RES-VALOR.
           WRITE OUT-RESUMEN-REC FROM WS-RESUMEN-LIN.

           MOVE 'CAMBIOS RETROACTIVOS' TO WS-RES-ETIQUETA.
           MOVE WS-CNT-RETROACTIVAS TO WS-RES-VALOR.
           WRITE OUT-RESUMEN-REC FROM WS-RESUMEN-LIN
               AFTER ADVANCING 1 LINE.

           MOVE 'LIQUIDACIONES ANTERIORES LEIDAS' TO WS-RES-ETIQUETA.
           MOVE WS-CNT-YA-LIQUIDADAS TO WS-RES-VALOR.
           WRITE OUT-RESUMEN-REC FROM WS-RESUMEN-LIN
               AFTER ADVANCING 1 LINE.

           MOVE 'LOTES LIQUIDADOS' TO WS-RES-ETIQUETA.
           MOVE WS-CNT-LOTES-AFECTADOS TO WS-RES-VALOR.
           WRITE OUT-RESUMEN-REC FROM WS-RESUMEN-LIN
               AFTER ADVANCING 1 LINE.

           MOVE 'LOTES NO LIQUIDADOS' TO WS-RES-ETIQUETA.
           MOVE WS-CNT-INCIDENCIAS TO WS-RES-VALOR.
           WRITE OUT-RESUMEN-REC FROM WS-RESUMEN-LIN
               AFTER ADVANCING 1 LINE.

           MOVE 'TITULARES SIN DIFERENCIA' TO WS-RES-ETIQUETA.
           MOVE WS-CNT-SIN-DIFERENCIA TO WS-RES-VALOR.
           WRITE OUT-RESUMEN-REC FROM WS-RESUMEN-LIN
               AFTER ADVANCING 1 LINE.

           MOVE 'LIQUIDACIONES COMPLEMENTARIAS' TO WS-RES-ETIQUETA.
           MOVE WS-CNT-COMPLEMENTARIAS TO WS-RES-VALOR.
           WRITE OUT-RESUMEN-REC FROM WS-RESUMEN-LIN
               AFTER ADVANCING 1 LINE.

           MOVE 'IMPORTE COMPLEMENTARIAS' TO WS-RES-ETIQUETA.
           MOVE WS-SUM-COMPLEMENTARIAS TO WS-RES-VALOR.
           WRITE OUT-RESUMEN-REC FROM WS-RESUMEN-LIN
               AFTER ADVANCING 1 LINE.

           MOVE 'LIQUIDACIONES DE DEVOLUCION' TO WS-RES-ETIQUETA.
           MOVE WS-CNT-DEVOLUCIONES TO WS-RES-VALOR.
           WRITE OUT-RESUMEN-REC FROM WS-RESUMEN-LIN
               AFTER ADVANCING 1 LINE.

           MOVE 'IMPORTE A DEVOLVER' TO WS-RES-ETIQUETA.
           MOVE WS-SUM-DEVUELTO TO WS-RES-VALOR.
           WRITE OUT-RESUMEN-REC FROM WS-RESUMEN-LIN
               AFTER ADVANCING 1 LINE.

           MOVE 'IMPORTE DADO DE BAJA' TO WS-RES-ETIQUETA.
           MOVE WS-SUM-BAJAS TO WS-RES-VALOR.
           WRITE OUT-RESUMEN-REC FROM WS-RESUMEN-LIN
               AFTER ADVANCING 1 LINE.

           MOVE 'CUOTA FACTURADA LIQUIDADA' TO WS-RES-ETIQUETA.
           MOVE WS-SUM-FACTURADO TO WS-RES-VALOR.
           WRITE OUT-RESUMEN-REC FROM WS-RESUMEN-LIN
               AFTER ADVANCING 1 LINE.

           MOVE 'CUOTA CORRECTA LIQUIDADA' TO WS-RES-ETIQUETA.
           MOVE WS-SUM-CORRECTO TO WS-RES-VALOR.
           WRITE OUT-RESUMEN-REC FROM WS-RESUMEN-LIN
               AFTER ADVANCING 1 LINE.

           MOVE 'COBRADO DE LO LIQUIDADO' TO WS-RES-ETIQUETA.
           MOVE WS-SUM-PAGADO TO WS-RES-VALOR.
           WRITE OUT-RESUMEN-REC FROM WS-RESUMEN-LIN
               AFTER ADVANCING 1 LINE.

       8100-ESCRIBIR-RESUMEN-EXIT.
           EXIT.
      ************************************************************
      *            9000-LEER-CICLO                               *
      * -------------------------------------------------------- *
      * LEE DE 340CICLO.DAT EL ULTIMO CICLO APLICADO: CON EL SE  *
      * DISTINGUEN LAS ENTRADAS DE 340HISTO-ANT DE ESTE CICLO DE *
      * LAS DE OTROS CICLOS, Y SE ESTAMPA EN EL DIARIO DE        *
      * EJECUCIONES. UN CICLO NO NUMERICO SE TOMA COMO CERO.     *
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
