      *  RESUMEN (370RESUM.DAT) CON LOTES FACTURADOS, CUOTA      *
      *  TOTAL Y EXENTOS, PARA CUADRAR CONTRA LOS TOTALES DE     *
      *  CONTROL DEL CICLO.                                      *
      *  EL IMPUESTO SE DEVENGA A QUIEN ERA TITULAR EN LA FECHA  *
      *  DE DEVENGO (370PARAM.DAT, POR OMISION EL 1 DE ENERO):   *
      *  CADA LOTE SE FACTURA CON LOS PROPIETARIOS Y LA TASACION *
      *  QUE TENIA ESE DIA, DESHACIENDO SOBRE EL MAESTRO LAS     *
      *  ENTRADAS POSTERIORES DEL HISTORICO ACUMULADO, COMO HACE *
      *  355HISTOR (TAMBIEN LOS LOTES DADOS DE BAJA, SEGREGADOS  *
      *  O AGRUPADOS DESPUES). LOS LOTES CUYO TITULAR AL         *
      *  DEVENGO NO ES EL DEL MAESTRO SE LISTAN EN 370DEVEN.DAT. *
      ************************************************************
      *                      IDENTIFICATION DIVISION                   *
      ******************************************************************
      ************************************************************
      *                   INPUT  FILE                            *
      *----------------------------------------------------------*
      * TARJETA DE PARAMETROS DE LA EJECUCION. EN LAS POSICIONES *
      * 1-8 LA FECHA DE DEVENGO (AAAAMMDD). ES OPTIONAL: SIN     *
      * FICHERO, O CON LA FECHA EN BLANCO O A CEROS, SE TOMA EL  *
      * 1 DE ENERO DEL ANO DE LA EJECUCION.                      *
      ************************************************************
       SELECT OPTIONAL PARAMETROS
               ASSIGN TO '370PARAM.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

      ************************************************************
      *                   INPUT  FILE                            *
      *----------------------------------------------------------*
      * TARIFA DEL PADRON: REGISTROS 'EXE' (UMBRAL DE EXENCION   *
      * SOBRE LA TASACION), 'MIN' (CUOTA MINIMA) Y 'TRM' (TRAMO: *
      * TASACION TOPE Y TIPO EN PORCENTAJE), LOS TRAMOS EN ORDEN *
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MAE-NLOTE.

      ************************************************************
      *                   INPUT  FILE                            *
      *----------------------------------------------------------*
      * HISTORICO ACUMULADO DE TODOS LOS CICLOS, INDEXADO POR    *
      * LOTE + FECHA DEL CAMBIO + CICLO + LINEA, DEL QUE SE      *
      * TOMAN LAS ENTRADAS POSTERIORES A LA FECHA DE DEVENGO     *
      * PARA DESHACERLAS. SE RECORRE ENTERO EN ORDEN DE CLAVE,   *
      * PORQUE EL PADRON ABARCA TODOS LOS LOTES (TAMBIEN LOS QUE *
      * YA NO ESTAN EN EL MAESTRO). ES OPTIONAL: SIN ACUMULADO   *
      * SE RECORRE EL HISTORICO DEL CICLO, IGUAL QUE EN          *
      * 355HISTOR.                                               *
      ************************************************************
       SELECT OPTIONAL HISTORICO-ANT
               ASSIGN TO '340HISTO-ANT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIA-CLAVE.

      ************************************************************
      *                   INPUT  FILE                            *
      *----------------------------------------------------------*
      * HISTORICO DE CAMBIOS DEL ULTIMO CICLO (340HISTO.DAT):    *
      * SOLO SE LEE COMO RESPALDO CUANDO NO HAY ACUMULADO, QUE   *
      * YA LO CONTIENE. ES OPTIONAL.                             *
      ************************************************************
       SELECT OPTIONAL HISTORICO
               ASSIGN TO '340HISTO.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

      ************************************************************
      *                   SORT  FILE                             *
      *----------------------------------------------------------*
      * FICHERO DE TRABAJO DE LA RECONSTRUCCION AL DEVENGO: EL   *
      * ESTADO ACTUAL DE CADA LOTE DEL MAESTRO Y LAS ENTRADAS    *
      * DEL HISTORICO POSTERIORES AL DEVENGO, POR LOTE Y CON LAS *
      * ENTRADAS DE LA MAS RECIENTE A LA MAS ANTIGUA.            *
      ************************************************************
       SELECT ORDENACION
               ASSIGN TO 'SORTWK01'.

      ************************************************************
      *                   INPUT  FILE                            *
      *----------------------------------------------------------*
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

      ************************************************************
      *                   OUTPUT  FILE                           *
      *----------------------------------------------------------*
      * LOTES CUYO TITULAR EN LA FECHA DE DEVENGO NO ES EL DEL   *
      * MAESTRO ACTUAL (VENDIDOS, DADOS DE ALTA O DE BAJA        *
      * DESPUES, O CON HISTORICO SIN DETALLE), PARA REVISARLOS.  *
      ************************************************************
       SELECT DISCREPANCIAS
               ASSIGN TO '370DEVEN.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

      ************************************************************
      *                    DATA DIVISION                         *
      ************************************************************
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
           05 TIT-NOMBRE                      PIC X(40).
           05 FILLER                          PIC X(83).

      *    CADA ENTRADA DEL ACUMULADO LLEVA LA LINEA COMPLETA DE
      *    340HISTO.DAT BAJO SU CLAVE; LA LINEA DE FILIACION DE UNA
      *    SEGREGACION ESTA ADEMAS BAJO EL LOTE HIJO.
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

      *    340HISTO.DAT SE ESCRIBE CON AFTER ADVANCING Y SE LEE CON
      *    SU TERMINADOR DE LINEA, COMO EN 355HISTOR.
       FD  HISTORICO
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 302 CHARACTERS
           DATA RECORD IS HISTORICO-REC.

       01  HISTORICO-REC                      PIC X(302).

      ************************************************************
      *                    SORT FILE                             *
      ************************************************************
       SD  ORDENACION
           RECORD CONTAINS 188 CHARACTERS
           DATA RECORD IS ORD-REG.

       01  ORD-REG.
      *    LOTE EDITADO CON SUPRESION DE CEROS, COMO LO LLEVA EL
      *    HISTORICO: AL IR AJUSTADO A LA DERECHA ORDENA IGUAL QUE
      *    EL NUMERO.
           05 ORD-NLOTE-ED                    PIC X(9).
      *    1 = ESTADO ACTUAL EN EL MAESTRO, 2 = ENTRADA DEL HISTORICO.
           05 ORD-TIPO                        PIC 9.
           05 ORD-SECUENCIA                   PIC 9(9).
           05 ORD-FECHA                       PIC 9(8).
           05 ORD-HIST-TIPO                   PIC X(18).
      *    'Y' SI LA ENTRADA LLEVA EL DETALLE CRUDO DEL ESTADO
      *    ANTERIOR (LAS ANTERIORES A SU AMPLIACION NO LO TIENEN).
           05 ORD-DETALLE-OK                  PIC X.
           05 ORD-DET-ANTES                   PIC X(71).
           05 ORD-DET-DESPUES.
               10 ORD-DES-COPROP              PIC X(63).
               10 ORD-DES-TAS                 PIC S9(6)V99.

      ************************************************************
      *                    OUTPUT FILE                           *
      ************************************************************

       01  OUT-RESUMEN-REC                    PIC X(60).

       FD  DISCREPANCIAS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS OUT-DISCREP-REC.

       01  OUT-DISCREP-REC                    PIC X(132).

       FD  CICLO-CONTROL
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
      ************************************************************
      *                     RECORD LAYOUTS                       *
      ************************************************************
      ************************************************************
      *  TARJETA DE PARAMETROS (370PARAM.DAT): FECHA DE DEVENGO   *
      *  AAAAMMDD. EN BLANCO O A CEROS SE TOMA EL 1 DE ENERO DEL  *
      *  ANO DE LA EJECUCION; UNA FECHA NO VALIDA O POSTERIOR A   *
      *  LA EJECUCION DETIENE EL PADRON ANTES DE ABRIR NADA.      *
      ************************************************************
           05  WS-PARAM-REG.
               10 WS-PARAM-FECHA-DEVENGO PIC 9(8).
               10 WS-PARAM-DEVENGO-R REDEFINES WS-PARAM-FECHA-DEVENGO.
                   15 WS-PARAM-DEV-AAAA PIC 9(4).
                   15 WS-PARAM-DEV-MM PIC 9(2).
                   15 WS-PARAM-DEV-DD PIC 9(2).
               10 FILLER PIC X(72).

           05  WS-PROPIET-REG.
               10 WS-PROP-NLOTE PIC 9(9).
               10 WS-PROP-COPROP OCCURS 3 TIMES
                   15 WS-PROP-PORCENT PIC 9(3)V99.
               10 WS-PROP-TAS PIC S9(6)V99.

      *    LINEA DE 340HISTO.DAT TAL CUAL LA ESCRIBE 330CURSO (LAS
      *    CABECERAS DE LISTADO SE RECONOCEN PORQUE EL ANO DE LA
      *    FECHA NO ES NUMERICO), CON EL DETALLE CRUDO DEL LOTE
      *    ANTES Y DESPUES DEL CAMBIO QUE VIAJA DETRAS DE LAS
      *    COLUMNAS IMPRIMIBLES.
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
      *        TERMINADOR DE LINEA DEL AFTER ADVANCING (QUEDA EN
      *        BLANCO AL LEER EL ACUMULADO, QUE VIENE LISO).
               10 FILLER PIC X(1).

      ************************************************************
      *  ESTADO DEL LOTE EN CURSO DE RECONSTRUCCION: EL QUE TIENE *
      *  EN EL MAESTRO ACTUAL Y EL QUE VA QUEDANDO AL DESHACER,   *
      *  DE LA MAS RECIENTE A LA MAS ANTIGUA, LAS ENTRADAS DEL    *
      *  HISTORICO POSTERIORES AL DEVENGO (CUADRO DE              *
      *  COPROPIETARIOS Y TASACION, COMO EL DETALLE CRUDO).       *
      ************************************************************
           05  WS-ESTADO-ACTUAL.
               10 WS-ACT-COPROP PIC X(63).
               10 WS-ACT-TAS PIC S9(6)V99.
           05  WS-ESTADO-DEVENGO.
               10 WS-DEV-COPROP PIC X(63).
               10 WS-DEV-TAS PIC S9(6)V99.

      ************************************************************
      *  REGISTRO DE LA TARIFA (370TARIF.DAT) Y SU VISTA POR     *
      *  TIPO: 'EXE' UMBRAL DE EXENCION, 'MIN' CUOTA MINIMA,     *
               10 WS-RES-VALOR PIC -(9)9.99.
               10 FILLER PIC X(10) VALUE SPACES.

      ************************************************************
      *               REPORT LINES AND HEADINGS                  *
      ************************************************************
           05 CABECERA-DEV1.
               10 FILLER PIC X(29)
                  VALUE 'LOTES CON TITULAR AL DEVENGO '.
               10 FILLER PIC X(34)
                  VALUE 'DISTINTO DEL MAESTRO - DEVENGO:   '.
               10 WS-CAB-FECHA-DEVENGO PIC 9999/99/99.
               10 FILLER PIC X(59) VALUE SPACES.

           05 CABECERA-DEV2.
               10 FILLER PIC X(9) VALUE '     LOTE'.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(24) VALUE 'SITUACION'.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(30) VALUE 'TITULARES AL DEVENGO'.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(30) VALUE 'TITULARES EN EL MAESTRO'.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(10) VALUE '  TAS.DEV.'.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(10) VALUE '  TAS.ACT.'.
               10 FILLER PIC X(9) VALUE SPACES.

           05 CABECERA-DEV3.
               10 FILLER PIC X(9) VALUE ALL '='.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(24) VALUE ALL '='.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(30) VALUE ALL '='.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(30) VALUE ALL '='.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(10) VALUE ALL '='.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(10) VALUE ALL '='.
               10 FILLER PIC X(9) VALUE SPACES.

      *    LINEA DEL LISTADO DE DISCREPANCIAS: LOS TITULARES VAN
      *    POR SU NIF, UNO POR POSICION DE COPROPIETARIO.
           05  WS-LINEA-DISCREP.
               10 WS-DSC-NLOTE PIC ZZZZZZZZ9.
               10 FILLER PIC X(2) VALUE SPACES.
               10 WS-DSC-SITUACION PIC X(24).
               10 FILLER PIC X(2) VALUE SPACES.
               10 WS-DSC-TIT-DEVENGO OCCURS 3 TIMES PIC X(10).
               10 FILLER PIC X(2) VALUE SPACES.
               10 WS-DSC-TIT-ACTUAL OCCURS 3 TIMES PIC X(10).
               10 FILLER PIC X(2) VALUE SPACES.
               10 WS-DSC-TAS-DEVENGO PIC -(6)9.99.
               10 FILLER PIC X(2) VALUE SPACES.
               10 WS-DSC-TAS-ACTUAL PIC -(6)9.99.
               10 FILLER PIC X(9) VALUE SPACES.

      ************************************************************
      *                     FLAGS/SWITCHES                       *
      ************************************************************
           05 SW-CUOTA-MINIMA-APLIC PIC X VALUE 'N'.
               88 CUOTA-MINIMA-APLICADA VALUE 'Y'.

           05 SW-FIN-HISTORICO PIC X VALUE 'N'.
               88 FIN-HISTORICO VALUE 'Y'.

           05 SW-FIN-HISTO-ANT PIC X VALUE 'N'.
               88 FIN-HISTO-ANT VALUE 'Y'.

      *    CIERTO CUANDO EL ACUMULADO HA DEVUELTO ALGUNA LINEA: EL
      *    HISTORICO DEL CICLO YA ESTA DENTRO Y NO SE LEE.
           05 SW-ANT-PRESENTE PIC X VALUE 'N'.
               88 ANT-PRESENTE VALUE 'Y'.

      *    CIERTO MIENTRAS SE RECORRE EL ACUMULADO: EL 'ALTA' DE UN
      *    LOTE SEGREGADO SALE DE LA COPIA DE LA LINEA DE FILIACION
      *    GUARDADA BAJO EL PROPIO HIJO, QUE ASI QUEDA NUMERADA EN
      *    SU SITIO ENTRE LAS ENTRADAS DEL HIJO.
           05 SW-LEYENDO-ACUMULADO PIC X VALUE 'N'.
               88 LEYENDO-ACUMULADO VALUE 'Y'.

           05 SW-FIN-ORDENACION PIC X VALUE 'N'.
               88 FIN-ORDENACION VALUE 'Y'.

           05 SW-PRIMER-LOTE PIC X VALUE 'Y'.
               88 PRIMER-LOTE VALUE 'Y'.

      *    SITUACION DEL LOTE EN CURSO DE RECONSTRUCCION: SI ESTA
      *    EN EL MAESTRO ACTUAL, SI EXISTIA EN LA FECHA DE DEVENGO
      *    Y SI TODAS LAS ENTRADAS DESHECHAS TRAIAN DETALLE CRUDO.
           05 SW-LOTE-EN-MAESTRO PIC X VALUE 'N'.
               88 LOTE-EN-MAESTRO VALUE 'Y'.

           05 SW-EXISTE-AL-DEVENGO PIC X VALUE 'N'.
               88 EXISTE-AL-DEVENGO VALUE 'Y'.

           05 SW-HISTORIA-COMPLETA PIC X VALUE 'Y'.
               88 HISTORIA-COMPLETA VALUE 'Y'.

      *    CIERTO MIENTRAS SE DESHACEN LAS LINEAS DE UNA MISMA
      *    SEGREGACION (UNA POR LOTE HIJO), PARA SUMAR SUS
      *    TASACIONES Y RECUPERAR LA DEL LOTE ORIGEN.
           05 SW-EN-SEGREGACION PIC X VALUE 'N'.
               88 EN-SEGREGACION VALUE 'Y'.

      ************************************************************
      *               COUNTERS AND ACCUMULATORS                  *
      ************************************************************
           05 WS-CNT-LOTES PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-LOTES-MAESTRO PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-ENTRADAS-HIST PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-DISCREPANCIAS PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-FACTURADOS PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-EXENTOS PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-RECIBOS PIC 9(9) VALUE ZERO COMP.
           05 WS-SUM-CUOTAS PIC S9(9)V99 VALUE ZERO.
           05 WS-SUM-TAS-MAESTRO PIC S9(9)V99 VALUE ZERO.
           05 WS-SUM-TAS-EXENTA PIC S9(9)V99 VALUE ZERO.
           05 WS-SUM-TAS-DEVENGO PIC S9(9)V99 VALUE ZERO.

      ************************************************************
      *                      SCRATCH AREA                        *
      ************************************************************
           05 WS-FECHA-EJECUCION PIC 9(8) VALUE ZERO.
           05 WS-FECHA-DEVENGO PIC 9(8) VALUE ZERO.
           05 WS-FECHA-ENTRADA PIC 9(8) VALUE ZERO.
           05 WS-FECHA-EFECTO PIC 9(8) VALUE ZERO.
           05 WS-ULT-SEG-FECHA PIC 9(8) VALUE ZERO.

      *    LOTE EN CURSO DE RECONSTRUCCION, EDITADO COMO EN EL
      *    HISTORICO, Y SU VALOR NUMERICO (LOS BLANCOS DE LA
      *    SUPRESION DE CEROS SE CAMBIAN POR CEROS).
           05 WS-LOTE-ED PIC ZZZZZZZZ9.
           05 WS-LOTE-EN-CURSO PIC X(9) VALUE SPACES.
           05 WS-LOTE-X PIC X(9).
           05 WS-LOTE-NUM REDEFINES WS-LOTE-X PIC 9(9).

      *    VISTA DE UN CUADRO DE COPROPIETARIOS PARA SACAR SUS NIF
      *    AL LISTADO DE DISCREPANCIAS.
           05 WS-CUADRO-COPROP.
               10 WS-CUA-SLOT OCCURS 3 TIMES INDEXED BY WS-CUA-IDX.
                   15 WS-CUA-NIF PIC X(16).
                   15 WS-CUA-PORCENT PIC 9(3)V99.

           05 WS-CUOTA-LOTE PIC 9(7)V99 VALUE ZERO.
           05 WS-CUOTA-REPARTIDA PIC 9(7)V99 VALUE ZERO.
           05 WS-CNT-SLOTS-LOTE PIC 9 VALUE ZERO COMP.
      *                 1000 MAINLINE PARAGRAPH                  *
      ************************************************************
       1000-MAINLINE.
           PERFORM 1300-LEER-PARAMETROS
              THRU 1300-LEER-PARAMETROS-EXIT.

           PERFORM 1400-CARGAR-TARIFAS
              THRU 1400-CARGAR-TARIFAS-EXIT.


           STOP RUN.

      ************************************************************
      *              1300 LEER-PARAMETROS PARAGRAPH              *
      * -------------------------------------------------------- *
      * LEE LA FECHA DE DEVENGO DE 370PARAM.DAT. SIN FICHERO O   *
      * SIN FECHA SE TOMA EL 1 DE ENERO DEL ANO EN CURSO, QUE ES *
      * EL DEVENGO QUE MARCA LA ORDENANZA. UNA FECHA MAL FORMADA *
      * O POSTERIOR A LA EJECUCION DETIENE EL PADRON.            *
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
                       '370PARAM.DAT: ' WS-PARAM-REG (1:8)
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
                           '370PARAM.DAT: ' WS-PARAM-FECHA-DEVENGO
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

           DISPLAY 'PADRON FACTURADO A FECHA DE DEVENGO '
                   WS-FECHA-DEVENGO.

       1300-LEER-PARAMETROS-EXIT.
           EXIT.

      ************************************************************
      *              1400 CARGAR-TARIFAS PARAGRAPH               *
      * -------------------------------------------------------- *
           OPEN INPUT MAESTRO
                      TITULARES
                OUTPUT PADRON
                       RESUMEN
                       DISCREPANCIAS.

           INITIALIZE WS-PROPIET-REG.

           MOVE WS-FECHA-DEVENGO TO WS-CAB-FECHA-DEVENGO.
           WRITE OUT-DISCREP-REC FROM CABECERA-DEV1.
           WRITE OUT-DISCREP-REC FROM CABECERA-DEV2
               AFTER ADVANCING 1 LINE.
           WRITE OUT-DISCREP-REC FROM CABECERA-DEV3
               AFTER ADVANCING 1 LINE.

       2000-HOUSEKEEPING-EXIT.
           EXIT.

      ************************************************************
      *                   3000 PROCESS PARAGRAPH                 *
      * -------------------------------------------------------- *
      * LA CLASIFICACION JUNTA POR LOTE SU ESTADO EN EL MAESTRO  *
      * Y LAS ENTRADAS DEL HISTORICO POSTERIORES AL DEVENGO, DE  *
      * LA MAS RECIENTE A LA MAS ANTIGUA; EL PROCEDIMIENTO DE    *
      * SALIDA LAS DESHACE Y FACTURA EL LOTE TAL COMO ESTABA EN  *
      * LA FECHA DE DEVENGO.                                     *
      ************************************************************
       3000-PROCESS.
           SORT ORDENACION
               ON ASCENDING KEY ORD-NLOTE-ED
                                ORD-TIPO
                  DESCENDING KEY ORD-SECUENCIA
               INPUT PROCEDURE IS 3100-CARGAR-ESTADOS
                  THRU 3100-CARGAR-ESTADOS-EXIT
               OUTPUT PROCEDURE IS 3500-RECONSTRUIR-LOTES
                  THRU 3500-RECONSTRUIR-LOTES-EXIT.

       3000-PROCESS-EXIT.
           EXIT.
      ************************************************************
      *                 3100-CARGAR-ESTADOS                      *
      * -------------------------------------------------------- *
      * PROCEDIMIENTO DE ENTRADA: SUELTA EL ESTADO ACTUAL DE     *
      * CADA LOTE DEL MAESTRO Y LAS ENTRADAS DEL HISTORICO CON   *
      * EFECTO POSTERIOR AL DEVENGO, NUMERADAS EN SU ORDEN DE    *
      * ESCRITURA (PRIMERO EL ACUMULADO; EL HISTORICO DEL CICLO  *
      * SOLO CUANDO NO HAY ACUMULADO, COMO EN 355HISTOR).        *
      ************************************************************
       3100-CARGAR-ESTADOS.
           READ MAESTRO INTO WS-PROPIET-REG
               AT END
                   SET FIN-MAESTRO TO TRUE.

           PERFORM 3110-SOLTAR-LOTE
              THRU 3110-SOLTAR-LOTE-EXIT
             UNTIL FIN-MAESTRO.

           OPEN INPUT HISTORICO-ANT.
           SET LEYENDO-ACUMULADO TO TRUE.

           PERFORM 3120-LEER-LINEA-HANT
              THRU 3120-LEER-LINEA-HANT-EXIT
             UNTIL FIN-HISTO-ANT.

           MOVE 'N' TO SW-LEYENDO-ACUMULADO.
           CLOSE HISTORICO-ANT.

           IF NOT ANT-PRESENTE
               OPEN INPUT HISTORICO

               PERFORM 3130-LEER-LINEA-HISTO
                  THRU 3130-LEER-LINEA-HISTO-EXIT
                 UNTIL FIN-HISTORICO

               CLOSE HISTORICO
           END-IF.

       3100-CARGAR-ESTADOS-EXIT.
           EXIT.
      ************************************************************
      *                 3110-SOLTAR-LOTE                         *
      ************************************************************
       3110-SOLTAR-LOTE.
           ADD 1 TO WS-CNT-LOTES-MAESTRO.
           ADD WS-PROP-TAS TO WS-SUM-TAS-MAESTRO.

           MOVE WS-PROP-NLOTE TO WS-LOTE-ED.
           MOVE WS-LOTE-ED TO ORD-NLOTE-ED.
           MOVE 1 TO ORD-TIPO.
           MOVE ZERO TO ORD-SECUENCIA.
           MOVE ZERO TO ORD-FECHA.
           MOVE SPACES TO ORD-HIST-TIPO.
           MOVE 'Y' TO ORD-DETALLE-OK.
           MOVE SPACES TO ORD-DET-ANTES.
           MOVE WS-PROPIET-REG (10:71) TO ORD-DET-DESPUES.
           RELEASE ORD-REG.

           READ MAESTRO INTO WS-PROPIET-REG
               AT END
                   SET FIN-MAESTRO TO TRUE.

       3110-SOLTAR-LOTE-EXIT.
           EXIT.
      ************************************************************
      *                 3120-LEER-LINEA-HANT                     *
      ************************************************************
       3120-LEER-LINEA-HANT.
           READ HISTORICO-ANT
               AT END
                   SET FIN-HISTO-ANT TO TRUE
               NOT AT END
                   SET ANT-PRESENTE TO TRUE
                   MOVE HIA-DATOS TO WS-HISTO-LIN
                   MOVE WS-HIS-NLOTE-ED TO WS-LOTE-X
                   INSPECT WS-LOTE-X
                       REPLACING LEADING SPACES BY ZEROS
                   IF WS-LOTE-NUM = HIA-NLOTE
                       PERFORM 3140-SOLTAR-ENTRADA
                          THRU 3140-SOLTAR-ENTRADA-EXIT
                   ELSE
                       PERFORM 3145-SOLTAR-FILIACION
                          THRU 3145-SOLTAR-FILIACION-EXIT
                   END-IF
           END-READ.

       3120-LEER-LINEA-HANT-EXIT.
           EXIT.
      ************************************************************
      *                 3130-LEER-LINEA-HISTO                    *
      ************************************************************
       3130-LEER-LINEA-HISTO.
           READ HISTORICO INTO WS-HISTO-LIN
               AT END
                   SET FIN-HISTORICO TO TRUE
               NOT AT END
                   IF WS-HIS-FEC-AAAA NUMERIC
                       PERFORM 3140-SOLTAR-ENTRADA
                          THRU 3140-SOLTAR-ENTRADA-EXIT
                   END-IF
           END-READ.

       3130-LEER-LINEA-HISTO-EXIT.
           EXIT.
      ************************************************************
      *                 3140-SOLTAR-ENTRADA                      *
      * -------------------------------------------------------- *
      * SUELTA UNA ENTRADA DEL HISTORICO CON EFECTO POSTERIOR AL *
      * DEVENGO BAJO SU LOTE. LA LINEA DE FILIACION DE UNA       *
      * SEGREGACION ('A LOTE NNNNNNNNN ...') SE SUELTA ADEMAS    *
      * COMO EL 'ALTA' DEL LOTE HIJO, QUE NO TIENE LINEA PROPIA  *
      * (LEYENDO EL ACUMULADO, ESE ALTA LO SUELTA 3145 DESDE LA  *
      * COPIA GUARDADA BAJO EL HIJO).                            *
      ************************************************************
       3140-SOLTAR-ENTRADA.
           MOVE WS-HIS-FEC-AAAA TO WS-FECHA-ENTRADA (1:4).
           MOVE WS-HIS-FEC-MM TO WS-FECHA-ENTRADA (5:2).
           MOVE WS-HIS-FEC-DD TO WS-FECHA-ENTRADA (7:2).
           ADD 1 TO WS-CNT-ENTRADAS-HIST.
           PERFORM 3150-FIJAR-EFECTO
              THRU 3150-FIJAR-EFECTO-EXIT.

           IF WS-FECHA-EFECTO > WS-FECHA-DEVENGO
               MOVE WS-HIS-NLOTE-ED TO ORD-NLOTE-ED
               MOVE 2 TO ORD-TIPO
               MOVE WS-CNT-ENTRADAS-HIST TO ORD-SECUENCIA
               MOVE WS-FECHA-ENTRADA TO ORD-FECHA
               MOVE WS-HIS-TIPO TO ORD-HIST-TIPO
               IF WS-HIS-DET-ANT-TAS NUMERIC
                   MOVE 'Y' TO ORD-DETALLE-OK
               ELSE
                   MOVE 'N' TO ORD-DETALLE-OK
               END-IF
               MOVE WS-HIS-DET-ANTES TO ORD-DET-ANTES
               MOVE WS-HIS-DET-DESPUES TO ORD-DET-DESPUES
               RELEASE ORD-REG

               IF WS-HIS-TIPO = 'SEGREGACION'
                  AND NOT LEYENDO-ACUMULADO
                   MOVE WS-HIS-DESPUES (8:9) TO ORD-NLOTE-ED
                   MOVE 'ALTA' TO ORD-HIST-TIPO
                   RELEASE ORD-REG
               END-IF
           END-IF.

       3140-SOLTAR-ENTRADA-EXIT.
           EXIT.
      ************************************************************
      *                 3145-SOLTAR-FILIACION                    *
      * -------------------------------------------------------- *
      * COPIA DE LA LINEA DE FILIACION DE UNA SEGREGACION QUE EL *
      * ACUMULADO GUARDA BAJO EL LOTE HIJO: SI SU EFECTO ES      *
      * POSTERIOR AL DEVENGO SE SUELTA COMO EL 'ALTA' DEL HIJO.  *
      ************************************************************
       3145-SOLTAR-FILIACION.
           MOVE WS-HIS-FEC-AAAA TO WS-FECHA-ENTRADA (1:4).
           MOVE WS-HIS-FEC-MM TO WS-FECHA-ENTRADA (5:2).
           MOVE WS-HIS-FEC-DD TO WS-FECHA-ENTRADA (7:2).
           ADD 1 TO WS-CNT-ENTRADAS-HIST.
           PERFORM 3150-FIJAR-EFECTO
              THRU 3150-FIJAR-EFECTO-EXIT.

           IF WS-FECHA-EFECTO > WS-FECHA-DEVENGO
               MOVE WS-HIS-DESPUES (8:9) TO ORD-NLOTE-ED
               MOVE 2 TO ORD-TIPO
               MOVE WS-CNT-ENTRADAS-HIST TO ORD-SECUENCIA
               MOVE WS-FECHA-ENTRADA TO ORD-FECHA
               MOVE 'ALTA' TO ORD-HIST-TIPO
               IF WS-HIS-DET-ANT-TAS NUMERIC
                   MOVE 'Y' TO ORD-DETALLE-OK
               ELSE
                   MOVE 'N' TO ORD-DETALLE-OK
               END-IF
               MOVE WS-HIS-DET-ANTES TO ORD-DET-ANTES
               MOVE WS-HIS-DET-DESPUES TO ORD-DET-DESPUES
               RELEASE ORD-REG
           END-IF.

       3145-SOLTAR-FILIACION-EXIT.
           EXIT.
      ************************************************************
      *                 3150-FIJAR-EFECTO                        *
      * -------------------------------------------------------- *
      * UNA ENTRADA CUENTA DESDE SU FECHA DE EFECTO; SIN ELLA,   *
      * DESDE LA FECHA DEL CAMBIO, COMO EN 375COMPL. LAS         *
      * ENTRADAS SE DESHACEN IGUAL EN SU ORDEN DE ESCRITURA.     *
      ************************************************************
       3150-FIJAR-EFECTO.
           IF WS-HIS-FECHA-EFECTO NUMERIC
              AND WS-HIS-EFECTO-NUM > ZERO
               MOVE WS-HIS-EFECTO-NUM TO WS-FECHA-EFECTO
           ELSE
               MOVE WS-FECHA-ENTRADA TO WS-FECHA-EFECTO
           END-IF.

       3150-FIJAR-EFECTO-EXIT.
           EXIT.
      ************************************************************
      *                 3200-TRATAR-LOTE                         *
      * -------------------------------------------------------- *
      * CALCULA LA CUOTA DEL LOTE (EXENCION, TRAMO, MINIMA) Y LA *
      ************************************************************
       3200-TRATAR-LOTE.
           ADD 1 TO WS-CNT-LOTES.
           ADD WS-PROP-TAS TO WS-SUM-TAS-DEVENGO.
           MOVE 'N' TO SW-LOTE-EXENTO.
           MOVE 'N' TO SW-CUOTA-MINIMA-APLIC.

               ADD WS-CUOTA-LOTE TO WS-SUM-CUOTAS
           END-IF.

       3200-TRATAR-LOTE-EXIT.
           EXIT.
      ************************************************************

       3430-RESOLVER-TITULAR-EXIT.
           EXIT.
      ************************************************************
      *                 3500-RECONSTRUIR-LOTES                   *
      * -------------------------------------------------------- *
      * PROCEDIMIENTO DE SALIDA: CORTE DE CONTROL POR LOTE. AL   *
      * CAMBIAR DE LOTE SE FACTURA EL ANTERIOR CON EL ESTADO     *
      * RECONSTRUIDO AL DEVENGO.                                 *
      ************************************************************
       3500-RECONSTRUIR-LOTES.
           PERFORM 3510-RECOGER-ORDEN
              THRU 3510-RECOGER-ORDEN-EXIT.

           PERFORM 3520-TRATAR-ORDEN
              THRU 3520-TRATAR-ORDEN-EXIT
             UNTIL FIN-ORDENACION.

           IF NOT PRIMER-LOTE
               PERFORM 3540-CERRAR-LOTE
                  THRU 3540-CERRAR-LOTE-EXIT
           END-IF.

       3500-RECONSTRUIR-LOTES-EXIT.
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
      ************************************************************
       3520-TRATAR-ORDEN.
           IF PRIMER-LOTE
              OR ORD-NLOTE-ED NOT = WS-LOTE-EN-CURSO
               IF NOT PRIMER-LOTE
                   PERFORM 3540-CERRAR-LOTE
                      THRU 3540-CERRAR-LOTE-EXIT
               END-IF
               MOVE 'N' TO SW-PRIMER-LOTE
               MOVE ORD-NLOTE-ED TO WS-LOTE-EN-CURSO
               MOVE 'N' TO SW-LOTE-EN-MAESTRO
               MOVE 'N' TO SW-EXISTE-AL-DEVENGO
               MOVE 'Y' TO SW-HISTORIA-COMPLETA
               MOVE 'N' TO SW-EN-SEGREGACION
               MOVE SPACES TO WS-ACT-COPROP
               MOVE ZERO TO WS-ACT-TAS
               MOVE SPACES TO WS-DEV-COPROP
               MOVE ZERO TO WS-DEV-TAS
           END-IF.

           IF ORD-TIPO = 1
               SET LOTE-EN-MAESTRO TO TRUE
               SET EXISTE-AL-DEVENGO TO TRUE
               MOVE ORD-DET-DESPUES TO WS-ESTADO-ACTUAL
               MOVE ORD-DET-DESPUES TO WS-ESTADO-DEVENGO
           ELSE
               PERFORM 3530-DESHACER-ENTRADA
                  THRU 3530-DESHACER-ENTRADA-EXIT
           END-IF.

           PERFORM 3510-RECOGER-ORDEN
              THRU 3510-RECOGER-ORDEN-EXIT.

       3520-TRATAR-ORDEN-EXIT.
           EXIT.
      ************************************************************
      *                 3530-DESHACER-ENTRADA                    *
      * -------------------------------------------------------- *
      * DESHACE UNA ENTRADA POSTERIOR AL DEVENGO: EL DETALLE     *
      * CRUDO ANTERIOR ES EL ESTADO COMPLETO DEL LOTE ANTES DEL  *
      * CAMBIO (TAMBIEN EN BAJAS, ANULACIONES Y AGRUPACIONES).   *
      * UN ALTA DEJA EL LOTE SIN EXISTIR. EL LOTE ORIGEN DE UNA  *
      * SEGREGACION NO GUARDA SU ESTADO ANTERIOR: SE RECUPERA DE *
      * SUS HIJOS, QUE HEREDAN SU CUADRO DE COPROPIETARIOS Y SE  *
      * REPARTEN SU TASACION. LAS ENTRADAS SIN DETALLE CRUDO NO  *
      * SE PUEDEN DESHACER Y EL LOTE QUEDA SENALADO.             *
      ************************************************************
       3530-DESHACER-ENTRADA.
           EVALUATE TRUE
               WHEN ORD-HIST-TIPO = 'ALTA'
                   MOVE 'N' TO SW-EN-SEGREGACION
                   MOVE 'N' TO SW-EXISTE-AL-DEVENGO
               WHEN ORD-HIST-TIPO = 'SEGREGACION'
                   IF EN-SEGREGACION
                      AND ORD-FECHA = WS-ULT-SEG-FECHA
                       ADD ORD-DES-TAS TO WS-DEV-TAS
                   ELSE
                       SET EN-SEGREGACION TO TRUE
                       MOVE ORD-FECHA TO WS-ULT-SEG-FECHA
                       MOVE ORD-DES-COPROP TO WS-DEV-COPROP
                       MOVE ORD-DES-TAS TO WS-DEV-TAS
                       SET EXISTE-AL-DEVENGO TO TRUE
                   END-IF
               WHEN ORD-DETALLE-OK = 'Y'
                   MOVE 'N' TO SW-EN-SEGREGACION
                   MOVE ORD-DET-ANTES TO WS-ESTADO-DEVENGO
                   SET EXISTE-AL-DEVENGO TO TRUE
               WHEN OTHER
                   MOVE 'N' TO SW-EN-SEGREGACION
                   MOVE 'N' TO SW-HISTORIA-COMPLETA
           END-EVALUATE.

       3530-DESHACER-ENTRADA-EXIT.
           EXIT.
      ************************************************************
      *                 3540-CERRAR-LOTE                         *
      * -------------------------------------------------------- *
      * FACTURA EL LOTE SI EXISTIA EN LA FECHA DE DEVENGO, CON   *
      * SUS PROPIETARIOS Y TASACION DE ESE DIA, Y LO LISTA SI SU *
      * TITULAR AL DEVENGO NO ES EL DEL MAESTRO ACTUAL.          *
      ************************************************************
       3540-CERRAR-LOTE.
           MOVE WS-LOTE-EN-CURSO TO WS-LOTE-X.
           INSPECT WS-LOTE-X REPLACING LEADING SPACES BY ZEROS.

           IF EXISTE-AL-DEVENGO
               MOVE WS-LOTE-NUM TO WS-PROP-NLOTE
               MOVE WS-ESTADO-DEVENGO TO WS-PROPIET-REG (10:71)
               PERFORM 3200-TRATAR-LOTE
                  THRU 3200-TRATAR-LOTE-EXIT
           END-IF.

           MOVE SPACES TO WS-DSC-SITUACION.
           EVALUATE TRUE
               WHEN NOT HISTORIA-COMPLETA
                   MOVE 'HISTORICO SIN DETALLE' TO WS-DSC-SITUACION
               WHEN LOTE-EN-MAESTRO AND NOT EXISTE-AL-DEVENGO
                   MOVE 'ALTA POSTERIOR' TO WS-DSC-SITUACION
               WHEN EXISTE-AL-DEVENGO AND NOT LOTE-EN-MAESTRO
                   MOVE 'BAJA POSTERIOR' TO WS-DSC-SITUACION
               WHEN LOTE-EN-MAESTRO
                AND WS-DEV-COPROP NOT = WS-ACT-COPROP
                   MOVE 'CAMBIO DE TITULARES' TO WS-DSC-SITUACION
           END-EVALUATE.

           IF WS-DSC-SITUACION NOT = SPACES
               PERFORM 3550-ESCRIBIR-DISCREPANCIA
                  THRU 3550-ESCRIBIR-DISCREPANCIA-EXIT
           END-IF.

       3540-CERRAR-LOTE-EXIT.
           EXIT.
      ************************************************************
      *                 3550-ESCRIBIR-DISCREPANCIA               *
      ************************************************************
       3550-ESCRIBIR-DISCREPANCIA.
           MOVE WS-LOTE-NUM TO WS-DSC-NLOTE.

           IF EXISTE-AL-DEVENGO
               MOVE WS-DEV-COPROP TO WS-CUADRO-COPROP
               MOVE WS-DEV-TAS TO WS-DSC-TAS-DEVENGO
           ELSE
               MOVE SPACES TO WS-CUADRO-COPROP
               MOVE ZERO TO WS-DSC-TAS-DEVENGO
           END-IF.
           PERFORM 3560-NIF-DEVENGO
              THRU 3560-NIF-DEVENGO-EXIT
              VARYING WS-CUA-IDX FROM 1 BY 1
                 UNTIL WS-CUA-IDX > 3.

           IF LOTE-EN-MAESTRO
               MOVE WS-ACT-COPROP TO WS-CUADRO-COPROP
               MOVE WS-ACT-TAS TO WS-DSC-TAS-ACTUAL
           ELSE
               MOVE SPACES TO WS-CUADRO-COPROP
               MOVE ZERO TO WS-DSC-TAS-ACTUAL
           END-IF.
           PERFORM 3570-NIF-ACTUAL
              THRU 3570-NIF-ACTUAL-EXIT
              VARYING WS-CUA-IDX FROM 1 BY 1
                 UNTIL WS-CUA-IDX > 3.

           WRITE OUT-DISCREP-REC FROM WS-LINEA-DISCREP
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-CNT-DISCREPANCIAS.

       3550-ESCRIBIR-DISCREPANCIA-EXIT.
           EXIT.
      ************************************************************
      *                 3560-NIF-DEVENGO                         *
      ************************************************************
       3560-NIF-DEVENGO.
           MOVE WS-CUA-NIF (WS-CUA-IDX) (1:9)
               TO WS-DSC-TIT-DEVENGO (WS-CUA-IDX).

       3560-NIF-DEVENGO-EXIT.
           EXIT.
      ************************************************************
      *                 3570-NIF-ACTUAL                          *
      ************************************************************
       3570-NIF-ACTUAL.
           MOVE WS-CUA-NIF (WS-CUA-IDX) (1:9)
               TO WS-DSC-TIT-ACTUAL (WS-CUA-IDX).

       3570-NIF-ACTUAL-EXIT.
           EXIT.

      ************************************************************
      *                    8000 WRAP-UP PARAGRAPH                *
           CLOSE MAESTRO
                 TITULARES
                 PADRON
                 RESUMEN
                 DISCREPANCIAS.

           DISPLAY 'LOTES CON TITULAR AL DEVENGO DISTINTO: '
                   WS-CNT-DISCREPANCIAS.

           MOVE 'FIN' TO WS-DIA-TIPO.
           MOVE 'COMPLETADO' TO WS-DIA-ESTADO.
      ************************************************************
       8100-ESCRIBIR-RESUMEN.
           MOVE 'LOTES EN EL MAESTRO' TO WS-RES-ETIQUETA.
           MOVE WS-CNT-LOTES-MAESTRO TO WS-RES-VALOR.
           WRITE OUT-RESUMEN-REC FROM WS-RESUMEN-LIN.

           MOVE 'LOTES VIGENTES AL DEVENGO' TO WS-RES-ETIQUETA.
           MOVE WS-CNT-LOTES TO WS-RES-VALOR.
           WRITE OUT-RESUMEN-REC FROM WS-RESUMEN-LIN
               AFTER ADVANCING 1 LINE.

           MOVE 'LOTES CON TITULAR DISTINTO' TO WS-RES-ETIQUETA.
           MOVE WS-CNT-DISCREPANCIAS TO WS-RES-VALOR.
           WRITE OUT-RESUMEN-REC FROM WS-RESUMEN-LIN
               AFTER ADVANCING 1 LINE.

           MOVE 'LOTES FACTURADOS' TO WS-RES-ETIQUETA.
           MOVE WS-CNT-FACTURADOS TO WS-RES-VALOR.
           WRITE OUT-RESUMEN-REC FROM WS-RESUMEN-LIN
           WRITE OUT-RESUMEN-REC FROM WS-RESUMEN-LIN
               AFTER ADVANCING 1 LINE.

           MOVE 'SUMA TASACIONES AL DEVENGO' TO WS-RES-ETIQUETA.
           MOVE WS-SUM-TAS-DEVENGO TO WS-RES-VALOR.
           WRITE OUT-RESUMEN-REC FROM WS-RESUMEN-LIN
               AFTER ADVANCING 1 LINE.

       8100-ESCRIBIR-RESUMEN-EXIT.
           EXIT.
      ************************************************************
