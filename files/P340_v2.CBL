               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

      ************************************************************
      *                   INPUT  FILE                            *
      *----------------------------------------------------------*
      * CAMBIOS DE VALORACION QUE QUEDARON RETENIDOS A LA ESPERA *
      * DE APROBACION (SU 340RETEN.DAT, QUE EL PROPIO PROGRAMA   *
      * COPIA AQUI AL TERMINAR (8400) CON CABECERA 'HDR'+CICLO,  *
      * COTEJADA EN LA ENTRADA CONTRA 340CICLO.DAT). CADA        *
      * REGISTRO LLEVA LA TRANSACCION ORIGINAL, LA FECHA EN QUE  *
      * SE RETUVO Y LAS TASACIONES ACTUAL Y PROPUESTA. 1500 LAS  *
      * RESUELVE CONTRA 340APROB.DAT: LAS DENEGADAS SE ACUSAN Y  *
      * SE DESCARTAN; LAS LIBERADAS Y LAS AUN SIN DECIDIR SE     *
      * INTERCALAN DELANTE DE LAS RECIEN LLEGADAS. OPTIONAL: SIN *
      * RETENCIONES, NO HAY FICHERO.                             *
      ************************************************************
       SELECT OPTIONAL RETENCIONES-ANT
               ASSIGN TO '340RETEN-ANT.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

      ************************************************************
      *                   INPUT  FILE                            *
      *----------------------------------------------------------*
      * DECISIONES DEL SUPERVISOR SOBRE LOS CAMBIOS RETENIDOS:   *
      * LOTE, FECHA DE RETENCION (LA QUE FIGURA EN 340RETLIS.DAT)*
      * Y 'L' (LIBERAR: SE APLICA CON SU FECHA DE EFECTO         *
      * ORIGINAL) O 'D' (DENEGAR: SE ACUSA RECHAZADA). LAS       *
      * RETENCIONES SIN DECISION SIGUEN RETENIDAS. LAS DECISIONES*
      * QUE NO CASAN CON NINGUNA RETENCION, O MAL FORMADAS, VAN  *
      * A 340RECHAZ.DAT. AL TERMINAR UNA TANDA REAL EL FICHERO   *
      * SE VACIA (8400), PARA QUE NO SE VUELVA A APLICAR.        *
      * OPTIONAL: SIN DECISIONES, TODO SIGUE RETENIDO.           *
      ************************************************************
       SELECT OPTIONAL APROBACIONES
               ASSIGN TO '340APROB.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

      ************************************************************
      *                   INPUT  FILE                            *
      *----------------------------------------------------------*
      * FIJO POR CADA TRANSACCION DE 340-ACTU.DAT CON SU LOTE,   *
      * SU CODIGO Y LA DISPOSICION QUE HA TENIDO EN ESTE CICLO   *
      * (AP APLICADA, RE RECHAZADA EN VALIDACION, EX EXCEPCION,  *
      * PD APLAZADA, RC RECICLADA, RT RETENIDA PENDIENTE DE      *
      * APROBACION) MAS EL MOTIVO, ENTRE UNA                     *
      * CABECERA HDR (NUESTRO CICLO Y FECHA DE EJECUCION) Y UNA  *
      * COLA TRL (NUMERO DE REGISTROS DE DATOS), PARA QUE LA     *
      * OFICINA DEL CATASTRO CONCILIE AUTOMATICAMENTE SIN        *
      ************************************************************
      *                   INPUT/OUTPUT  FILE                     *
      *----------------------------------------------------------*
      * HISTORICO ACUMULADO DE TODOS LOS CICLOS, INDEXADO POR    *
      * LOTE + FECHA DEL CAMBIO + CICLO + LINEA: AL CIERRE DE    *
      * CADA TANDA REAL, 8400 LE ANADE LAS ENTRADAS DEL          *
      * 340HISTO.DAT DEL CICLO RECIEN APLICADO, SIN RENOMBRADOS  *
      * MANUALES DE EXPLOTACION. ES DONDE LAS ANULACIONES        *
      * (CODIGO 0) VAN DIRECTAMENTE A LAS ENTRADAS DEL LOTE A    *
      * PARTIR DE LA FECHA A DESHACER, Y DONDE 355HISTOR         *
      * RECONSTRUYE LA TITULARIDAD DE FECHAS DE CICLOS           *
      * ANTERIORES. ES OPTIONAL: SIN HISTORICO ACUMULADO, TODA   *
      * ANULACION ACABA EN EXCEPCIONES (LA PRIMERA TANDA REAL LO *
      * CREA AL ABRIRLO EN I-O).                                 *
      ************************************************************
       SELECT OPTIONAL HISTORICO-ANT
               ASSIGN TO '340HISTO-ANT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIA-CLAVE.

      ************************************************************
      *                   OUTPUT  FILE                           *
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

      ************************************************************
      *                   OUTPUT  FILE                           *
      *----------------------------------------------------------*
      * CAMBIOS DE VALORACION (CODIGOS 2, 4 Y 6) CUYA NUEVA      *
      * TASACION SE APARTA DE LA ACTUAL MAS DE LO QUE PERMITEN   *
      * LOS UMBRALES DE LA TARJETA DE PARAMETROS: NO SE APLICAN  *
      * Y SE GUARDAN AQUI, JUNTO CON LAS RETENCIONES ANTERIORES  *
      * QUE SIGUEN SIN DECISION, HASTA QUE EL SUPERVISOR LAS     *
      * LIBERE O LAS DENIEGUE EN 340APROB.DAT. 8400 LO COPIA A   *
      * 340RETEN-ANT.DAT PARA EL CICLO SIGUIENTE.                *
      ************************************************************
       SELECT RETENCIONES
               ASSIGN TO '340RETEN.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

      ************************************************************
      *                   OUTPUT  FILE                           *
      *----------------------------------------------------------*
      * LISTADO DE CAMBIOS RETENIDOS PARA EL SUPERVISOR: LOS     *
      * RETENIDOS EN ESTA TANDA (NUEVA), LOS DE CICLOS           *
      * ANTERIORES QUE SIGUEN SIN DECISION (PENDIENTE) Y LOS     *
      * LIBERADOS QUE SE HAN APLICADO AHORA (LIBERADA), CON LA   *
      * FECHA DE RETENCION QUE HA DE CITAR EN 340APROB.DAT.      *
      ************************************************************
       SELECT LISTA-RETENCIONES
               ASSIGN TO '340RETLIS.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

      ************************************************************
      *                   INPUT/OUTPUT  FILE                     *
      *----------------------------------------------------------*
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

       SELECT REPOS-LISTA-RET
               ASSIGN TO '340RETLIS.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.


      ************************************************************
      *                    DATA DIVISION                         *

       01  IN-RECICLO-REC                     PIC X(91).

       FD  RETENCIONES-ANT
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 128 CHARACTERS
           DATA RECORD IS IN-RETENCION-REC.

       01  IN-RETENCION-REC                   PIC X(128).

       FD  APROBACIONES
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS IN-APROBACION-REC.

       01  IN-APROBACION-REC                  PIC X(80).

       FD  TITULARES
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
       FD  INACTUAL
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS IN-ACTUAL-REC.

       01  IN-ACTUAL-REC                     PIC X(100).

      ************************************************************
      *                    OUTPUT FILE                           *
       FD  HISTORICO
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 301 CHARACTERS
           DATA RECORD IS OUT-HISTORICO-REC.

       01  OUT-HISTORICO-REC                PIC X(301).

      *    CADA ENTRADA GUARDA LA LINEA COMPLETA DE 340HISTO.DAT
      *    (CON SU DETALLE CRUDO Y LA FECHA DE EFECTO) BAJO LA
      *    CLAVE LOTE + FECHA DEL CAMBIO + CICLO + NUMERO DE LINEA
      *    EN EL 340HISTO.DAT DE ESE CICLO, QUE A IGUAL LOTE
      *    ORDENA LAS ENTRADAS EN SU ORDEN DE ESCRITURA. LA LINEA
      *    DE FILIACION DE UNA SEGREGACION SE GUARDA ADEMAS BAJO EL
      *    LOTE HIJO (LA LINEA SIGUE LLEVANDO EL LOTE ORIGEN).
       FD  HISTORICO-ANT
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 331 CHARACTERS
           DATA RECORD IS HISTORICO-ANT-REC.

       01  HISTORICO-ANT-REC.
           05 HIA-CLAVE.
               10 HIA-NLOTE                 PIC 9(9).
               10 HIA-FECHA                 PIC 9(8).
               10 HIA-CICLO                 PIC 9(6).
               10 HIA-LINEA                 PIC 9(7).
           05 HIA-DATOS                     PIC X(301).

       FD  INFORME-CSV
           LABEL RECORDS ARE STANDARD

       01  OUT-RECICLO-REC                  PIC X(91).

       FD  RETENCIONES
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 128 CHARACTERS
           DATA RECORD IS OUT-RETENCION-REC.

       01  OUT-RETENCION-REC                PIC X(128).

       FD  LISTA-RETENCIONES
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 86 CHARACTERS
           DATA RECORD IS OUT-LISTA-RET-REC.

       01  OUT-LISTA-RET-REC                PIC X(86).

       FD  SALVAGUARDA
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 464 CHARACTERS
           DATA RECORD IS SALVAGUARDA-REC.

       01  SALVAGUARDA-REC                  PIC X(464).

       FD  DIARIO
           LABEL RECORDS ARE STANDARD
       FD  REPOSICION
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 302 CHARACTERS
           DATA RECORD IS REPOSICION-REC.

       01  REPOSICION-REC                   PIC X(302).

       FD  REPOS-INFORME
           LABEL RECORDS ARE STANDARD
       FD  REPOS-HISTORICO
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 302 CHARACTERS
           DATA RECORD IS REPOS-HIS-REC.

       01  REPOS-HIS-REC                    PIC X(302).

       FD  REPOS-LISTA-RET
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 87 CHARACTERS
           DATA RECORD IS REPOS-RET-REC.

       01  REPOS-RET-REC                    PIC X(87).
      ************************************************************
      *               WORKING-STORAGE SECTION                    *
      ************************************************************
      *        FECHA DE EFECTO), SE ARRASTRA SOLO EN LOS FICHEROS
      *        INTERNOS DE RECICLADO Y APLAZAMIENTO.
               10 WS-ACT-REINTENTOS PIC 9(2).
      *        SITUACION DE UN CAMBIO QUE QUEDO RETENIDO A LA ESPERA
      *        DE APROBACION Y FECHA EN QUE SE RETUVO: SOLO VIAJAN
      *        EN LA COPIA DEPURADA (340-ACTU-OK.DAT); 340PENDI Y
      *        340RECIC GUARDAN LAS 91 POSICIONES DE SIEMPRE.
               10 WS-ACT-SITUACION-RET PIC X.
                   88 ACT-EN-RETENCION VALUE 'R'.
                   88 ACT-LIBERADA VALUE 'L'.
               10 WS-ACT-FECHA-RETEN PIC 9(8).

      ************************************************************
      *  BUFFERS DE LECTURA ADELANTADA PARA INTERCALAR LAS         *
               10 WS-REC-NLOTE PIC 9(9).
               10 FILLER PIC X(82).

      ************************************************************
      *  REGISTRO DE CAMBIO RETENIDO (340RETEN.DAT Y, EN EL CICLO *
      *  SIGUIENTE, 340RETEN-ANT.DAT, DONDE HACE TAMBIEN DE        *
      *  BUFFER DE LECTURA ADELANTADA DE LA INTERCALACION): LA     *
      *  TRANSACCION ORIGINAL, LA FECHA EN QUE SE RETUVO (CLAVE,   *
      *  CON EL LOTE, DE LA DECISION DEL SUPERVISOR) Y LAS         *
      *  TASACIONES ACTUAL Y PROPUESTA EN LA ULTIMA TANDA.         *
      ************************************************************
           05  WS-RETENCION-REG.
               10 WS-RET-TRANSACCION.
                   15 WS-RET-NLOTE PIC 9(9).
                   15 WS-RET-CODIGO PIC 9.
                   15 FILLER PIC X(81).
               10 WS-RET-FECHA-RETEN PIC 9(8).
               10 WS-RET-TAS-ACTUAL PIC S9(6)V99.
               10 WS-RET-TAS-NUEVA PIC S9(6)V99.
               10 FILLER PIC X(13).

      *    DECISION QUE 340APROB.DAT TRAE PARA LA RETENIDA QUE ESTA
      *    EN EL BUFFER ('L', 'D' O BLANCO SI NO HAY NINGUNA).
           05  WS-RTA-DECISION PIC X.
               88 RTA-LIBERAR VALUE 'L'.
               88 RTA-DENEGAR VALUE 'D'.
               88 RTA-SIN-DECISION VALUE SPACE.

      ************************************************************
      *  DECISIONES DEL SUPERVISOR (340APROB.DAT): REGISTRO DE     *
      *  LECTURA Y TABLA EN MEMORIA CONTRA LA QUE SE RESUELVE CADA *
      *  RETENCION. UNA DECISION VALE PARA TODAS LAS RETENCIONES   *
      *  DEL LOTE EN ESA FECHA; LAS QUE NO SE USAN SE LISTAN EN    *
      *  340RECHAZ.DAT AL ACABAR LA INTERCALACION.                 *
      ************************************************************
           05  WS-APROBACION-REG.
               10 WS-APR-NLOTE PIC 9(9).
               10 FILLER PIC X(1).
               10 WS-APR-FECHA-RETEN PIC 9(8).
               10 FILLER PIC X(1).
               10 WS-APR-DECISION PIC X.
                   88 APR-DECISION-VALIDA VALUE 'L' 'D'.
               10 FILLER PIC X(60).

           05  WS-DEC-TABLA.
               10 WS-DEC-ENT OCCURS 500 TIMES
                             INDEXED BY WS-DEC-IDX.
                   15 WS-DEC-NLOTE PIC 9(9).
                   15 WS-DEC-FECHA-RETEN PIC 9(8).
                   15 WS-DEC-DECISION PIC X.
                   15 WS-DEC-USADA PIC X.
           05  WS-DEC-CNT PIC 9(4) COMP.

      *    TASACION ACTUAL DEL LOTE Y LA QUE RESULTARIA DE APLICAR
      *    EL CAMBIO DE VALORACION EN CURSO, Y SU DIFERENCIA CON
      *    SIGNO Y EN VALOR ABSOLUTO, PARA COTEJARLA CON LOS
      *    UMBRALES DE RETENCION.
           05  WS-RTN-TAS-ACTUAL PIC S9(6)V99.
           05  WS-RTN-TAS-NUEVA PIC S9(6)V99.
           05  WS-RTN-VARIACION PIC S9(7)V99.
           05  WS-RTN-DESVIO PIC 9(7)V99.

      ************************************************************
      *  CABECERA Y COLA DE TRANSMISION DE LOS FICHEROS DEL       *
      *  CATASTRO: EL PRIMER REGISTRO DE 340-PROP.DAT Y DE        *
      *        RECHAZAR DEFINITIVAMENTE UNA TRANSACCION SIN LOTE;
      *        EN BLANCO O CERO SE ASUMEN 3.
               10 WS-PARAM-MAX-RECICLOS PIC 9(2) VALUE 3.
               10 FILLER PIC X(01).
      *        UMBRALES DE RETENCION DE LOS CAMBIOS DE VALORACION
      *        (CODIGOS 2, 4 Y 6): PORCENTAJE SOBRE LA TASACION
      *        ACTUAL (POSICIONES 26-30, 999V99) E IMPORTE
      *        (POSICIONES 32-39, 999999V99). UN CAMBIO QUE SUPERE
      *        CUALQUIERA DE LOS DOS NO SE APLICA Y QUEDA RETENIDO
      *        A LA ESPERA DE APROBACION. EN BLANCO O CERO, ESE
      *        UMBRAL NO SE APLICA; EL PORCENTAJE NO SE APLICA A
      *        LOTES CON TASACION ACTUAL CERO.
               10 WS-PARAM-RET-PORCENT PIC 9(3)V99 VALUE ZERO.
               10 FILLER PIC X(01).
               10 WS-PARAM-RET-IMPORTE PIC 9(6)V99 VALUE ZERO.
               10 FILLER PIC X(41).

      ************************************************************
      *  REGISTRO DE SALVAGUARDA (340CHKPT.DAT): FOTOGRAFIA DEL   *
               10 WS-CHK-AGR-TAS-ACUM PIC S9(8)V99.
               10 WS-CHK-CICLO PIC 9(6).
               10 WS-CHK-FECHA-EXTR PIC 9(8).
               10 WS-CHK-CNT-RETENIDAS PIC 9(9).
               10 WS-CHK-CNT-RET-PEND PIC 9(9).
               10 WS-CHK-CNT-LIBERADAS PIC 9(9).
               10 WS-CHK-CNT-DENEGADAS PIC 9(9).
               10 WS-CHK-CNT-DEC-RECH PIC 9(9).
               10 WS-CHK-LIN-RETENCIONES PIC 9(9).
               10 WS-CHK-LIN-LISTA-RET PIC 9(9).

      ************************************************************
      *  REGISTRO DE TRABAJO PARA MONTAR EL LOTE NUEVO DE UNA      *
      *    TASACION SIN EDITAR), QUE ES LO QUE LAS ANULACIONES
      *    NECESITAN PARA RESTAURAR PORCENTAJES E IMPORTES
      *    EXACTOS; EL TEXTO DE 50 POSICIONES NO LOS CONSERVA.
      *    AL FINAL, LA FECHA (AAAAMMDD) DESDE LA QUE SURTE EFECTO
      *    EL CAMBIO: LA DE LA TRANSACCION, O LA DE EJECUCION SI
      *    NO TRAIA; EN LAS ANULACIONES SIN FECHA PROPIA, LA DEL
      *    CAMBIO QUE SE DESHACE. WS-HIST-FECHA SIGUE SIENDO LA
      *    DE EJECUCION (CUANDO SE REGISTRO).
           05  WS-HISTORICO-REG.
               10 WS-HIST-NLOTE PIC ZZZZZZZZ9.
               10 FILLER PIC X(2) VALUE SPACES.
               10 WS-HIST-DET-DESPUES.
                   15 WS-HIST-DET-DES-COPROP PIC X(63).
                   15 WS-HIST-DET-DES-TAS PIC S9(6)V99.
               10 FILLER PIC X(2) VALUE SPACES.
               10 WS-HIST-FECHA-EFECTO PIC 9(8) VALUE ZERO.

      *    VISTA DE LECTURA DE LAS LINEAS DEL HISTORICO ACUMULADO
      *    (HIA-DATOS DE 340HISTO-ANT.DAT) Y DEL 340HISTO.DAT QUE
      *    8400 LE ANADE: MISMO TRAZADO PERO EN CAMPOS X, PORQUE
      *    LO EDITADO NO SE PUEDE LEER SOBRE PICTURES DE EDICION.
      *    LAS CABECERAS DEL LISTADO SE RECONOCEN PORQUE EL ANO DE
      *    LA FECHA NO ES NUMERICO.
           05  WS-HANT-LIN.
               10 WS-HAN-NLOTE-ED PIC X(9).
               10 FILLER PIC X(2).
               10 WS-HAN-DET-DESPUES.
                   15 WS-HAN-DET-DES-COPROP PIC X(63).
                   15 WS-HAN-DET-DES-TAS PIC S9(6)V99.
               10 FILLER PIC X(2).
               10 WS-HAN-FECHA-EFECTO PIC X(8).

      ************************************************************
      *  VALORES SIN EDITAR DE ESTE CICLO, SOLO PARA ALIMENTAR EL  *
               10 FILLER PIC X(8) VALUE ALL '='.
               10 FILLER PIC X(3) VALUE ALL '='.

           05 CABECERA-RET1.
               10 FILLER PIC X(9) VALUE 'NUMERO'.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(1) VALUE 'C'.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(10) VALUE 'RETENIDO'.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(10) VALUE 'FECHA'.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(10) VALUE 'TASACION'.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(10) VALUE 'TASACION'.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(10) VALUE 'VARIACION'.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(12) VALUE 'SITUACION'.

           05 CABECERA-RET2.
               10 FILLER PIC X(9) VALUE 'DE LOTE'.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(1) VALUE SPACE.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(10) VALUE 'EL'.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(10) VALUE 'DE EFECTO'.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(10) VALUE 'ACTUAL'.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(10) VALUE 'PROPUESTA'.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(10) VALUE SPACES.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(12) VALUE SPACES.

           05 CABECERA-RET3.
               10 FILLER PIC X(9) VALUE ALL '='.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(1) VALUE '='.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(10) VALUE ALL '='.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(10) VALUE ALL '='.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(10) VALUE ALL '='.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(10) VALUE ALL '='.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(10) VALUE ALL '='.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(12) VALUE ALL '='.

           05 WS-LISTA-RET-REG.
               10 WS-LRT-NLOTE PIC ZZZZZZZZ9.
               10 FILLER PIC X(2) VALUE SPACES.
               10 WS-LRT-CODIGO PIC 9.
               10 FILLER PIC X(2) VALUE SPACES.
               10 WS-LRT-FECHA-RETEN PIC 9999/99/99.
               10 FILLER PIC X(2) VALUE SPACES.
               10 WS-LRT-FECHA-EFECTO PIC 9999/99/99.
               10 FILLER PIC X(2) VALUE SPACES.
               10 WS-LRT-TAS-ACTUAL PIC -(6)9.99.
               10 FILLER PIC X(2) VALUE SPACES.
               10 WS-LRT-TAS-NUEVA PIC -(6)9.99.
               10 FILLER PIC X(2) VALUE SPACES.
               10 WS-LRT-VARIACION PIC -(6)9.99.
               10 FILLER PIC X(2) VALUE SPACES.
               10 WS-LRT-SITUACION PIC X(12).

           05 CABECERA-CSV1 PIC X(137) VALUE
               'NLOTE,PROPIETARIO,VALOR CATASTRAL,NUEVO PROPIETARIO,
      -        'NUEVA TASACION,CANCELADO'.
           05 SW-FIN-RECICLO PIC X VALUE 'N'.
               88 FIN-RECICLO VALUE 'Y'.

           05 SW-FIN-RETENIDAS PIC X VALUE 'N'.
               88 FIN-RETENIDAS VALUE 'Y'.

           05 SW-FIN-APROBACIONES PIC X VALUE 'N'.
               88 FIN-APROBACIONES VALUE 'Y'.

      *    CIERTO CUANDO EL BUFFER DE RETENIDAS TIENE UNA QUE ENTRA
      *    EN LA INTERCALACION (LIBERADA O AUN SIN DECIDIR); LAS
      *    DENEGADAS SE RESUELVEN AL LEERLAS Y NO LLEGAN A ENTRAR.
           05 SW-RETENIDA-LISTA PIC X VALUE 'N'.
               88 RETENIDA-LISTA VALUE 'Y'.

      *    CIERTO CUANDO EL CAMBIO DE VALORACION EN CURSO SUPERA
      *    ALGUNO DE LOS UMBRALES DE RETENCION.
           05 SW-SUPERA-UMBRAL PIC X VALUE 'N'.
               88 SUPERA-UMBRAL VALUE 'Y'.

           05 SW-FIN-MAESTRO-IDX PIC X VALUE 'N'.
               88 FIN-MAESTRO-IDX VALUE 'Y'.

           05 WS-CNT-AGOTADAS PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-DISPOSICIONES PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-ANULACIONES PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-RETENIDAS PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-RET-PENDIENTES PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-LIBERADAS PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-DENEGADAS PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-DEC-RECHAZADAS PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-HIA-ANADIDAS PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-HIA-REPETIDAS PIC 9(9) VALUE ZERO COMP.

      *    LINEAS YA ESCRITAS EN CADA SALIDA, PARA LA SALVAGUARDA:
      *    EN UN REARRANQUE CADA FICHERO SE RECORTA A ESTE NUMERO
           05 WS-LIN-PENDIENTES PIC 9(9) VALUE ZERO COMP.
           05 WS-LIN-RECICLO PIC 9(9) VALUE ZERO COMP.
           05 WS-LIN-DISPO PIC 9(9) VALUE ZERO COMP.
           05 WS-LIN-RETENCIONES PIC 9(9) VALUE ZERO COMP.
           05 WS-LIN-LISTA-RET PIC 9(9) VALUE ZERO COMP.

      *    LOTES COMPLETADOS DESDE LA ULTIMA SALVAGUARDA Y CADENCIA
      *    CON QUE SE GRABA (CADA CUANTOS LOTES).
           05 WS-HIST-VALOR-NUM PIC -(6)9.99.
           05 WS-HIST-LOTE-ED PIC ZZZZZZZZ9.

      *    CLAVE DE LAS ENTRADAS QUE 8400 ANADE AL HISTORICO
      *    ACUMULADO: LINEA DENTRO DEL 340HISTO.DAT DEL CICLO Y
      *    LOTE DESEDITADO (LOS BLANCOS DE CABEZA SE CAMBIAN POR
      *    CEROS).
           05 WS-HIA-LINEA PIC 9(7) VALUE ZERO.
           05 WS-HIA-LOTE-X PIC X(9).
           05 WS-HIA-LOTE-N REDEFINES WS-HIA-LOTE-X PIC 9(9).

      *    CAMPOS DE TRABAJO DEL RECORTE DE SALIDAS EN REARRANQUE.
           05 WS-REPOS-BUFFER PIC X(302).
           05 WS-REPOS-OBJETIVO PIC 9(9) COMP.
           05 WS-REPOS-LEIDAS PIC 9(9) COMP.
           05 SW-FIN-REPOS PIC X VALUE 'N'.
               MOVE 3 TO WS-PARAM-MAX-RECICLOS
           END-IF.

           IF WS-PARAM-RET-PORCENT NOT NUMERIC
               MOVE ZERO TO WS-PARAM-RET-PORCENT
           END-IF.

           IF WS-PARAM-RET-IMPORTE NOT NUMERIC
               MOVE ZERO TO WS-PARAM-RET-IMPORTE
           END-IF.

           IF NOT MODO-REAL AND NOT MODO-SIMULACION
               DISPLAY 'MODO DE EJECUCION NO RECONOCIDO: '
                       WS-PARAM-MODO

           IF MODO-SIMULACION
               DISPLAY 'EJECUCION EN MODO SIMULACION: NO SE '
                       'ACTUALIZAN MAESTRO, BAJAS, HISTORICO, '
                       'APLAZADAS NI RETENIDAS'
           END-IF.

           IF EN-REARRANQUE
           WRITE OUT-RECHAZO-REC FROM CABECERA-RCH3
               AFTER ADVANCING 1 LINE.

      *    LAS DECISIONES DEL SUPERVISOR SOBRE LOS CAMBIOS
      *    RETENIDOS SE CARGAN EN MEMORIA ANTES DE INTERCALAR; LAS
      *    MAL FORMADAS QUEDAN YA EN 340RECHAZ.DAT.
           PERFORM 1570-CARGAR-APROBACIONES
              THRU 1570-CARGAR-APROBACIONES-EXIT.

      *    EN LA CARGA INICIAL (SIN CICLO PREVIO EN 340CICLO.DAT)
      *    EL MAESTRO DE ENTRADA LLEGA DEL CATASTRO EN SECUENCIAL
      *    Y SE VALIDA COMO SIEMPRE; EN LOS CICLOS SIGUIENTES SE

           OPEN INPUT INACTUAL-RAW
                      PENDIENTES-ANT
                      RECICLO-ANT
                      RETENCIONES-ANT.
           OPEN OUTPUT INACTUAL.

           PERFORM 1521-LEER-ACTUAL-RAW
              THRU 1522-LEER-PENDIENTE-EXIT.
           PERFORM 1527-LEER-RECICLO
              THRU 1527-LEER-RECICLO-EXIT.
           PERFORM 1575-LEER-RETENIDA
              THRU 1575-LEER-RETENIDA-EXIT.

      *    LOS ARRASTRES DEL CICLO ANTERIOR LLEGAN CON SU
      *    CABECERA DE CICLO: SE COTEJA CONTRA 340CICLO.DAT Y SE
              THRU 1528-VALIDAR-CAB-PENDIENTE-EXIT.
           PERFORM 1529-VALIDAR-CAB-RECICLO
              THRU 1529-VALIDAR-CAB-RECICLO-EXIT.
           PERFORM 1576-VALIDAR-CAB-RETENIDA
              THRU 1576-VALIDAR-CAB-RETENIDA-EXIT.

      *    LA PRIMERA LECTURA YA HA TRATADO LA CABECERA DE
      *    TRANSMISION, ASI QUE EL CICLO EN CURSO ES CONOCIDO Y
           PERFORM 1550-ABRIR-DISPOSICION
              THRU 1550-ABRIR-DISPOSICION-EXIT.

      *    CON EL ACUSE YA ABIERTO SE PUEDEN RESOLVER LAS
      *    RETENIDAS: LAS DENEGADAS SE ACUSAN Y SE DESCARTAN ANTES
      *    DE LLEGAR A LA INTERCALACION.
           PERFORM 1577-RESOLVER-RETENIDAS
              THRU 1577-RESOLVER-RETENIDAS-EXIT.

           PERFORM 1520-VALIDAR-ACTUAL
              THRU 1520-VALIDAR-ACTUAL-EXIT
             UNTIL FIN-ACTUAL-RAW AND FIN-PENDIENTES
                   AND FIN-RECICLO AND FIN-RETENIDAS.

           PERFORM 1583-LISTAR-DEC-SOBRANTES
              THRU 1583-LISTAR-DEC-SOBRANTES-EXIT
              VARYING WS-DEC-IDX FROM 1 BY 1
                UNTIL WS-DEC-IDX > WS-DEC-CNT.

           IF NOT CAB-ACT-VISTA OR NOT COLA-ACT-VISTA
               DISPLAY '340-ACTU.DAT SIN CABECERA O SIN COLA DE '
           CLOSE INACTUAL-RAW
                 PENDIENTES-ANT
                 RECICLO-ANT
                 RETENCIONES-ANT
                 INACTUAL.

           CLOSE RECHAZOS.
      * -------------------------------------------------------- *
      * TOMA LA SIGUIENTE TRANSACCION DE LA INTERCALACION DE      *
      * 340RECIC-ANT.DAT (RECICLADAS), 340PENDI-ANT.DAT           *
      * (APLAZADAS), 340RETEN-ANT.DAT (RETENIDAS LIBERADAS O AUN  *
      * SIN DECIDIR) Y 340-ACTU.DAT (RECIEN LLEGADAS), POR NUMERO *
      * DE LOTE ASCENDENTE Y, A IGUAL LOTE, EN ESE MISMO ORDEN,   *
      * Y LE APLICA LAS MISMAS                                    *
      * VALIDACIONES DE SIEMPRE ANTES DE VOLCARLA A LA COPIA      *
      * DEPURADA.                                                 *
      ************************************************************
           IF NOT FIN-RECICLO
              AND (FIN-PENDIENTES
                   OR WS-REC-NLOTE NOT > WS-PEN-NLOTE)
              AND (FIN-RETENIDAS
                   OR WS-REC-NLOTE NOT > WS-RET-NLOTE)
              AND (FIN-ACTUAL-RAW
                   OR WS-REC-NLOTE NOT > WS-RAW-NLOTE)
               MOVE WS-RECICLO-REG TO WS-ACTUAL-REG
                  THRU 1527-LEER-RECICLO-EXIT
           ELSE
               IF NOT FIN-PENDIENTES
                  AND (FIN-RETENIDAS
                       OR WS-PEN-NLOTE NOT > WS-RET-NLOTE)
                  AND (FIN-ACTUAL-RAW
                       OR WS-PEN-NLOTE NOT > WS-RAW-NLOTE)
                   MOVE WS-PENDIENTE-REG TO WS-ACTUAL-REG
                   PERFORM 1522-LEER-PENDIENTE
                      THRU 1522-LEER-PENDIENTE-EXIT
               ELSE
                   IF NOT FIN-RETENIDAS
                      AND (FIN-ACTUAL-RAW
                           OR WS-RET-NLOTE NOT > WS-RAW-NLOTE)
                       PERFORM 1574-TOMAR-RETENIDA
                          THRU 1574-TOMAR-RETENIDA-EXIT
                   ELSE
                       MOVE WS-ACTUAL-RAW-REG TO WS-ACTUAL-REG
                       MOVE ZERO TO WS-ACT-REINTENTOS
                       PERFORM 1521-LEER-ACTUAL-RAW
                          THRU 1521-LEER-ACTUAL-RAW-EXIT
                   END-IF
               END-IF
           END-IF.

               MOVE ZERO TO WS-ACT-FECHA-EFECTO
           END-IF.

      *    LO QUE NO VIENE DE 340RETEN-ANT.DAT NO LLEVA SITUACION
      *    DE RETENCION (LOS DEMAS ORIGENES NO TIENEN ESOS CAMPOS).
           IF NOT ACT-EN-RETENCION AND NOT ACT-LIBERADA
               MOVE SPACE TO WS-ACT-SITUACION-RET
               MOVE ZERO TO WS-ACT-FECHA-RETEN
           END-IF.

           SET REG-VALIDO TO TRUE.
      *    LOS CODIGOS VALIDOS SON 0 (ANULACION) A 9; UN BYTE NO
      *    NUMERICO EN ESA POSICION ES UN REGISTRO MAL CONSTRUIDO.
       1565-COPIAR-LOTE-MAESTRO-EXIT.
           EXIT.
      ************************************************************
      *            1570-CARGAR-APROBACIONES                      *
      * -------------------------------------------------------- *
      * CARGA EN WS-DEC-TABLA LAS DECISIONES DEL SUPERVISOR DE   *
      * 340APROB.DAT (LOTE, FECHA DE RETENCION, 'L' O 'D'); LAS  *
      * MAL FORMADAS VAN A 340RECHAZ.DAT Y NO SE CARGAN.         *
      ************************************************************
       1570-CARGAR-APROBACIONES.
           MOVE ZERO TO WS-DEC-CNT.
           MOVE 'N' TO SW-FIN-APROBACIONES.

           OPEN INPUT APROBACIONES.
           PERFORM 1571-LEER-APROBACION
              THRU 1571-LEER-APROBACION-EXIT
             UNTIL FIN-APROBACIONES.
           CLOSE APROBACIONES.

       1570-CARGAR-APROBACIONES-EXIT.
           EXIT.
      ************************************************************
      *            1571-LEER-APROBACION                          *
      ************************************************************
       1571-LEER-APROBACION.
           READ APROBACIONES INTO WS-APROBACION-REG
               AT END
                   SET FIN-APROBACIONES TO TRUE
               NOT AT END
                   PERFORM 1572-GUARDAR-APROBACION
                      THRU 1572-GUARDAR-APROBACION-EXIT
           END-READ.

       1571-LEER-APROBACION-EXIT.
           EXIT.
      ************************************************************
      *            1572-GUARDAR-APROBACION                       *
      ************************************************************
       1572-GUARDAR-APROBACION.
           IF WS-APR-NLOTE NOT NUMERIC
              OR WS-APR-FECHA-RETEN NOT NUMERIC
              OR NOT APR-DECISION-VALIDA
               IF WS-APR-NLOTE NUMERIC
                   MOVE WS-APR-NLOTE TO WS-RCH-NLOTE
               ELSE
                   MOVE ZERO TO WS-RCH-NLOTE
               END-IF
               MOVE 'DECISION MAL FORMADA' TO WS-RCH-MOTIVO
               PERFORM 1573-RECHAZAR-DECISION
                  THRU 1573-RECHAZAR-DECISION-EXIT
           ELSE
               IF WS-DEC-CNT NOT < 500
                   DISPLAY '340APROB.DAT: MAS DE 500 DECISIONES, '
                           'NO CABEN EN LA TABLA'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-DEC-CNT
               SET WS-DEC-IDX TO WS-DEC-CNT
               MOVE WS-APR-NLOTE TO WS-DEC-NLOTE (WS-DEC-IDX)
               MOVE WS-APR-FECHA-RETEN
                   TO WS-DEC-FECHA-RETEN (WS-DEC-IDX)
               MOVE WS-APR-DECISION TO WS-DEC-DECISION (WS-DEC-IDX)
               MOVE 'N' TO WS-DEC-USADA (WS-DEC-IDX)
           END-IF.

       1572-GUARDAR-APROBACION-EXIT.
           EXIT.
      ************************************************************
      *            1573-RECHAZAR-DECISION                        *
      ************************************************************
       1573-RECHAZAR-DECISION.
           MOVE 'APROBAC' TO WS-RCH-FICHERO.
           MOVE ZERO TO WS-RCH-CODIGO.
           MOVE ZERO TO WS-RCH-TASACION.
           ADD 1 TO WS-CNT-DEC-RECHAZADAS.

           WRITE OUT-RECHAZO-REC FROM WS-RECHAZO-REG
               AFTER ADVANCING 1 LINE.

       1573-RECHAZAR-DECISION-EXIT.
           EXIT.
      ************************************************************
      *            1574-TOMAR-RETENIDA                           *
      * -------------------------------------------------------- *
      * PASA A LA INTERCALACION LA RETENIDA DEL BUFFER, MARCADA  *
      * COMO LIBERADA (SE APLICARA SIN MIRAR LOS UMBRALES) O     *
      * COMO AUN RETENIDA (VOLVERA SIN APLICAR A 340RETEN.DAT),  *
      * CON SU FECHA DE RETENCION, Y ADELANTA LA SIGUIENTE.      *
      ************************************************************
       1574-TOMAR-RETENIDA.
           MOVE WS-RET-TRANSACCION TO WS-ACTUAL-REG.
           MOVE WS-RET-FECHA-RETEN TO WS-ACT-FECHA-RETEN.
           IF RTA-LIBERAR
               SET ACT-LIBERADA TO TRUE
           ELSE
               SET ACT-EN-RETENCION TO TRUE
           END-IF.

           PERFORM 1575-LEER-RETENIDA
              THRU 1575-LEER-RETENIDA-EXIT.
           PERFORM 1577-RESOLVER-RETENIDAS
              THRU 1577-RESOLVER-RETENIDAS-EXIT.

       1574-TOMAR-RETENIDA-EXIT.
           EXIT.
      ************************************************************
      *            1575-LEER-RETENIDA                            *
      ************************************************************
       1575-LEER-RETENIDA.
           READ RETENCIONES-ANT INTO WS-RETENCION-REG
               AT END
                   SET FIN-RETENIDAS TO TRUE.

       1575-LEER-RETENIDA-EXIT.
           EXIT.
      ************************************************************
      *            1576-VALIDAR-CAB-RETENIDA                     *
      ************************************************************
       1576-VALIDAR-CAB-RETENIDA.
           IF NOT FIN-RETENIDAS
              AND WS-RETENCION-REG (1:3) = 'HDR'
               IF WS-RETENCION-REG (1:9) = WS-ANT-CABECERA
                   PERFORM 1575-LEER-RETENIDA
                      THRU 1575-LEER-RETENIDA-EXIT
               ELSE
                   DISPLAY '340RETEN-ANT.DAT NO ES EL ARRASTRE '
                           'DEL CICLO ' WS-ANT-CAB-CICLO
                           ' (CABECERA: '
                           WS-RETENCION-REG (1:9) ')'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       1576-VALIDAR-CAB-RETENIDA-EXIT.
           EXIT.
      ************************************************************
      *            1577-RESOLVER-RETENIDAS                       *
      * -------------------------------------------------------- *
      * BUSCA LA DECISION DEL SUPERVISOR PARA LA RETENIDA DEL    *
      * BUFFER; MIENTRAS SEA UNA DENEGADA LA ACUSA, LA DESCARTA  *
      * Y LEE LA SIGUIENTE, DE MODO QUE EN EL BUFFER SOLO QUEDE  *
      * UNA QUE DEBA ENTRAR EN LA INTERCALACION.                 *
      ************************************************************
       1577-RESOLVER-RETENIDAS.
           MOVE 'N' TO SW-RETENIDA-LISTA.

           PERFORM 1578-RESOLVER-RETENIDA
              THRU 1578-RESOLVER-RETENIDA-EXIT
             UNTIL FIN-RETENIDAS OR RETENIDA-LISTA.

       1577-RESOLVER-RETENIDAS-EXIT.
           EXIT.
      ************************************************************
      *            1578-RESOLVER-RETENIDA                        *
      ************************************************************
       1578-RESOLVER-RETENIDA.
           MOVE SPACE TO WS-RTA-DECISION.
           PERFORM 1579-BUSCAR-DECISION
              THRU 1579-BUSCAR-DECISION-EXIT
              VARYING WS-DEC-IDX FROM 1 BY 1
                UNTIL WS-DEC-IDX > WS-DEC-CNT.

           IF RTA-DENEGAR
               PERFORM 1580-DENEGAR-RETENIDA
                  THRU 1580-DENEGAR-RETENIDA-EXIT
               PERFORM 1575-LEER-RETENIDA
                  THRU 1575-LEER-RETENIDA-EXIT
           ELSE
               SET RETENIDA-LISTA TO TRUE
           END-IF.

       1578-RESOLVER-RETENIDA-EXIT.
           EXIT.
      ************************************************************
      *            1579-BUSCAR-DECISION                          *
      * -------------------------------------------------------- *
      * LA PRIMERA DECISION DEL LOTE Y FECHA DE RETENCION ES LA  *
      * QUE MANDA; TODAS LAS QUE CASAN QUEDAN MARCADAS COMO      *
      * USADAS PARA QUE NO SALGAN COMO SOBRANTES.                *
      ************************************************************
       1579-BUSCAR-DECISION.
           IF WS-DEC-NLOTE (WS-DEC-IDX) = WS-RET-NLOTE
              AND WS-DEC-FECHA-RETEN (WS-DEC-IDX) = WS-RET-FECHA-RETEN
               MOVE 'Y' TO WS-DEC-USADA (WS-DEC-IDX)
               IF RTA-SIN-DECISION
                   MOVE WS-DEC-DECISION (WS-DEC-IDX)
                       TO WS-RTA-DECISION
               END-IF
           END-IF.

       1579-BUSCAR-DECISION-EXIT.
           EXIT.
      ************************************************************
      *            1580-DENEGAR-RETENIDA                         *
      * -------------------------------------------------------- *
      * EL SUPERVISOR HA DENEGADO EL CAMBIO RETENIDO: SE DEJA EN *
      * 340RECHAZ.DAT Y SE ACUSA AL CATASTRO COMO RECHAZADO. EL  *
      * ACUSE SE ESCRIBE AQUI DIRECTAMENTE Y NO POR 6000, PORQUE *
      * ESTE PARRAFO SE EJECUTA EN MITAD DE 1520, CON OTRA       *
      * TRANSACCION YA EN WS-ACTUAL-REG Y SU ACUSE POR EMITIR.   *
      ************************************************************
       1580-DENEGAR-RETENIDA.
           MOVE 'RETENIDA' TO WS-RCH-FICHERO.
           MOVE WS-RET-NLOTE TO WS-RCH-NLOTE.
           MOVE WS-RET-CODIGO TO WS-RCH-CODIGO.
           MOVE WS-RET-TAS-NUEVA TO WS-RCH-TASACION.
           MOVE 'CAMBIO RETENIDO DENEGADO' TO WS-RCH-MOTIVO.
           ADD 1 TO WS-CNT-DENEGADAS.

           WRITE OUT-RECHAZO-REC FROM WS-RECHAZO-REG
               AFTER ADVANCING 1 LINE.

           IF MODO-REAL
               MOVE WS-RET-NLOTE TO WS-DIS-NLOTE
               MOVE WS-RET-CODIGO TO WS-DIS-CODIGO
               MOVE 'RE' TO WS-DIS-DISPOSICION
               MOVE 'RETENCION DENEGADA' TO WS-DIS-MOTIVO
               WRITE OUT-DISPO-REC FROM WS-DISPO-REG
               ADD 1 TO WS-LIN-DISPO
           END-IF.
           ADD 1 TO WS-CNT-DISPOSICIONES.

       1580-DENEGAR-RETENIDA-EXIT.
           EXIT.
      ************************************************************
      *            1583-LISTAR-DEC-SOBRANTES                     *
      * -------------------------------------------------------- *
      * UNA DECISION QUE NO HA CASADO CON NINGUNA RETENCION      *
      * (LOTE O FECHA MAL TECLEADOS, O YA RESUELTA) SE DEJA EN   *
      * 340RECHAZ.DAT PARA QUE EL SUPERVISOR LA REVISE.          *
      ************************************************************
       1583-LISTAR-DEC-SOBRANTES.
           IF WS-DEC-USADA (WS-DEC-IDX) = 'N'
               MOVE WS-DEC-NLOTE (WS-DEC-IDX) TO WS-RCH-NLOTE
               MOVE 'DECISION SIN CAMBIO RETENIDO' TO WS-RCH-MOTIVO
               PERFORM 1573-RECHAZAR-DECISION
                  THRU 1573-RECHAZAR-DECISION-EXIT
           END-IF.

       1583-LISTAR-DEC-SOBRANTES-EXIT.
           EXIT.
      ************************************************************
      *            1540-ESCRIBIR-RECHAZO-ACTUAL                  *
      ************************************************************
       1540-ESCRIBIR-RECHAZO-ACTUAL.
                           HISTORICO
                           PENDIENTES
                           RECICLO
                           RETENCIONES
                           LISTA-RETENCIONES
                           DISPOSICION
               OPEN I-O OUTPROPIET
           ELSE
               OPEN OUTPUT INFORME
                           EXCEPCIONES
                           INFORME-CSV
                           LISTA-RETENCIONES
      *        EN SIMULACION LOS FICHEROS QUE CAMBIAN EL ESTADO DEL
      *        SISTEMA NI SIQUIERA SE ABREN: EL MAESTRO ANTERIOR
      *        QUEDA INTACTO Y LA TANDA PUEDE REPETIRSE EN REAL SIN
                               HISTORICO
                               PENDIENTES
                               RECICLO
                               RETENCIONES
               END-IF
           END-IF.

           MOVE WS-CHK-CNT-DISPO TO WS-CNT-DISPOSICIONES.
           MOVE WS-CHK-LIN-DISPO TO WS-LIN-DISPO.
           MOVE WS-CHK-CNT-ANULACIONES TO WS-CNT-ANULACIONES.
           MOVE WS-CHK-CNT-RETENIDAS TO WS-CNT-RETENIDAS.
           MOVE WS-CHK-CNT-RET-PEND TO WS-CNT-RET-PENDIENTES.
           MOVE WS-CHK-CNT-LIBERADAS TO WS-CNT-LIBERADAS.
           MOVE WS-CHK-CNT-DENEGADAS TO WS-CNT-DENEGADAS.
           MOVE WS-CHK-CNT-DEC-RECH TO WS-CNT-DEC-RECHAZADAS.
           MOVE WS-CHK-LIN-RETENCIONES TO WS-LIN-RETENCIONES.
           MOVE WS-CHK-LIN-LISTA-RET TO WS-LIN-LISTA-RET.

           MOVE WS-CHK-AGRUP-PENDIENTE TO SW-AGRUP-PENDIENTE.
           MOVE WS-CHK-AGRUP-REG TO WS-AGRUP-REG.
              THRU 2270-REPOS-RECICLO-EXIT.
           PERFORM 2280-REPOS-DISPO
              THRU 2280-REPOS-DISPO-EXIT.
           PERFORM 2285-REPOS-RETENCIONES
              THRU 2285-REPOS-RETENCIONES-EXIT.
           PERFORM 2290-REPOS-LISTA-RET
              THRU 2290-REPOS-LISTA-RET-EXIT.

       2200-REPOSICIONAR-SALIDAS-EXIT.
           EXIT.
       2282-DEVOLVER-DISPO-EXIT.
           EXIT.
      ************************************************************
      *                 2285-REPOS-RETENCIONES                   *
      ************************************************************
       2285-REPOS-RETENCIONES.
           MOVE WS-CHK-LIN-RETENCIONES TO WS-REPOS-OBJETIVO.
           MOVE ZERO TO WS-REPOS-LEIDAS.
           MOVE 'N' TO SW-FIN-REPOS.

           OPEN INPUT RETENCIONES.
           OPEN OUTPUT REPOSICION.
           PERFORM 2286-VOLCAR-RETENCIONES
              THRU 2286-VOLCAR-RETENCIONES-EXIT
             UNTIL FIN-REPOS
                OR WS-REPOS-LEIDAS = WS-REPOS-OBJETIVO.
           CLOSE RETENCIONES REPOSICION.

           MOVE 'N' TO SW-FIN-REPOS.
           OPEN INPUT REPOSICION.
           OPEN OUTPUT RETENCIONES.
           PERFORM 2287-DEVOLVER-RETENCIONES
              THRU 2287-DEVOLVER-RETENCIONES-EXIT
             UNTIL FIN-REPOS.
           CLOSE REPOSICION RETENCIONES.

       2285-REPOS-RETENCIONES-EXIT.
           EXIT.
      ************************************************************
      *                 2286-VOLCAR-RETENCIONES                  *
      ************************************************************
       2286-VOLCAR-RETENCIONES.
           READ RETENCIONES INTO WS-REPOS-BUFFER
               AT END
                   SET FIN-REPOS TO TRUE
               NOT AT END
                   WRITE REPOSICION-REC FROM WS-REPOS-BUFFER
                   ADD 1 TO WS-REPOS-LEIDAS
           END-READ.

       2286-VOLCAR-RETENCIONES-EXIT.
           EXIT.
      ************************************************************
      *                 2287-DEVOLVER-RETENCIONES                *
      ************************************************************
       2287-DEVOLVER-RETENCIONES.
           READ REPOSICION INTO WS-REPOS-BUFFER
               AT END
                   SET FIN-REPOS TO TRUE
               NOT AT END
                   WRITE OUT-RETENCION-REC FROM WS-REPOS-BUFFER
           END-READ.

       2287-DEVOLVER-RETENCIONES-EXIT.
           EXIT.
      ************************************************************
      *                 2290-REPOS-LISTA-RET                     *
      ************************************************************
       2290-REPOS-LISTA-RET.
           MOVE WS-CHK-LIN-LISTA-RET TO WS-REPOS-OBJETIVO.
           MOVE ZERO TO WS-REPOS-LEIDAS.
           MOVE 'N' TO SW-FIN-REPOS.

           OPEN INPUT REPOS-LISTA-RET.
           OPEN OUTPUT REPOSICION.
           PERFORM 2291-VOLCAR-LISTA-RET
              THRU 2291-VOLCAR-LISTA-RET-EXIT
             UNTIL FIN-REPOS
                OR WS-REPOS-LEIDAS = WS-REPOS-OBJETIVO.
           CLOSE REPOS-LISTA-RET REPOSICION.

           MOVE 'N' TO SW-FIN-REPOS.
           OPEN INPUT REPOSICION.
           OPEN OUTPUT REPOS-LISTA-RET.
           PERFORM 2292-DEVOLVER-LISTA-RET
              THRU 2292-DEVOLVER-LISTA-RET-EXIT
             UNTIL FIN-REPOS.
           CLOSE REPOSICION REPOS-LISTA-RET.

       2290-REPOS-LISTA-RET-EXIT.
           EXIT.
      ************************************************************
      *                 2291-VOLCAR-LISTA-RET                    *
      ************************************************************
       2291-VOLCAR-LISTA-RET.
           READ REPOS-LISTA-RET INTO WS-REPOS-BUFFER
               AT END
                   SET FIN-REPOS TO TRUE
               NOT AT END
                   WRITE REPOSICION-REC FROM WS-REPOS-BUFFER
                   ADD 1 TO WS-REPOS-LEIDAS
           END-READ.

       2291-VOLCAR-LISTA-RET-EXIT.
           EXIT.
      ************************************************************
      *                 2292-DEVOLVER-LISTA-RET                  *
      ************************************************************
       2292-DEVOLVER-LISTA-RET.
           READ REPOSICION INTO WS-REPOS-BUFFER
               AT END
                   SET FIN-REPOS TO TRUE
               NOT AT END
                   WRITE REPOS-RET-REC FROM WS-REPOS-BUFFER
           END-READ.

       2292-DEVOLVER-LISTA-RET-EXIT.
           EXIT.
      ************************************************************
      *                 2300-AVANZAR-ENTRADAS                    *
      * -------------------------------------------------------- *
      * REPOSICIONA LAS ENTRADAS: SALTA EN INPROPIET E INACTUAL  *
           WRITE OUT-CSV-REC FROM CABECERA-CSV1.
           ADD 1 TO WS-LIN-CSV.

           WRITE OUT-LISTA-RET-REC FROM CABECERA-RET1.
           WRITE OUT-LISTA-RET-REC FROM CABECERA-RET2
               AFTER ADVANCING 1 LINE.
           WRITE OUT-LISTA-RET-REC FROM CABECERA-RET3
               AFTER ADVANCING 1 LINE.
           ADD 3 TO WS-LIN-LISTA-RET.

       3100-MOSTRAR-CABECERA-EXIT.
           EXIT.
      ************************************************************
       3165-TRATAR-SIN-LOTE.
           MOVE 'N' TO SW-ACK-EMITIDA.

      *    UNA RETENIDA AUN SIN DECISION SIGUE RETENIDA AUNQUE SU
      *    LOTE HAYA DESAPARECIDO DEL MAESTRO: LO QUE PROCEDA LO
      *    DECIDE EL SUPERVISOR, NO ESTE PROCESO.
           IF ACT-EN-RETENCION
               PERFORM 3407-MANTENER-RETENCION
                  THRU 3407-MANTENER-RETENCION-EXIT
           ELSE
      *        LAS DE FECHA DE EFECTO FUTURA SE APLAZAN TAMBIEN
      *        AQUI: UN ALTA O UN CAMBIO "PARA ABRIL" NO ES UNA
      *        EXCEPCION, SOLO NO HA LLEGADO SU MOMENTO.
               IF WS-ACT-FECHA-EFECTO > WS-FECHA-EJECUCION
                   PERFORM 3405-APLAZAR-ACTUAL
                      THRU 3405-APLAZAR-ACTUAL-EXIT
               ELSE
                   PERFORM 3402-FIJAR-FECHA-EFECTO
                      THRU 3402-FIJAR-FECHA-EFECTO-EXIT
                   IF WS-ACT-CODIGO = 7
                       PERFORM 3180-ALTA-LOTE
                          THRU 3180-ALTA-LOTE-EXIT
                   ELSE
                       PERFORM 3170-ESCRIBIR-EXCEPCION
                          THRU 3170-ESCRIBIR-EXCEPCION-EXIT
                   END-IF
               END-IF
           END-IF.

           ADD 1 TO WS-ACT-REINTENTOS.

           IF MODO-REAL
               WRITE OUT-RECICLO-REC FROM WS-ACTUAL-REG (1:91)
               ADD 1 TO WS-LIN-RECICLO
           END-IF.
           ADD 1 TO WS-CNT-RECICLADAS.
       3400-EVALUAR-CODIGO.
           MOVE 'N' TO SW-ACK-EMITIDA.

      *    UN CAMBIO RETENIDO EN UN CICLO ANTERIOR SOBRE EL QUE EL
      *    SUPERVISOR AUN NO SE HA PRONUNCIADO NO SE APLICA: VUELVE
      *    TAL CUAL A 340RETEN.DAT HASTA QUE HAYA DECISION.
           IF ACT-EN-RETENCION
               PERFORM 3407-MANTENER-RETENCION
                  THRU 3407-MANTENER-RETENCION-EXIT
           ELSE
      *        LO QUE AUN NO HA ENTRADO EN VIGOR NO SE APLICA: SE
      *        GUARDA TAL CUAL EN 340PENDI.DAT Y EL CICLO QUE TOQUE
      *        LO RECOGERA INTERCALADO DELANTE DE SU 340-ACTU.DAT.
               IF WS-ACT-FECHA-EFECTO > WS-FECHA-EJECUCION
                   PERFORM 3405-APLAZAR-ACTUAL
                      THRU 3405-APLAZAR-ACTUAL-EXIT
               ELSE
      *            UN CAMBIO DE VALORACION QUE MUEVE LA TASACION MAS
      *            DE LO QUE PERMITE LA TARJETA SE RETIENE SIN
      *            APLICAR; EL YA LIBERADO POR EL SUPERVISOR SE
      *            APLICA SIN VOLVER A MIRAR LOS UMBRALES.
                   PERFORM 3404-COMPROBAR-UMBRAL
                      THRU 3404-COMPROBAR-UMBRAL-EXIT
                   IF SUPERA-UMBRAL
                       PERFORM 3406-RETENER-ACTUAL
                          THRU 3406-RETENER-ACTUAL-EXIT
                   ELSE
                       IF ACT-LIBERADA
                           PERFORM 3403-CALCULAR-TAS-PROPUESTA
                              THRU 3403-CALCULAR-TAS-PROPUESTA-EXIT
                           MOVE 'LIBERADA' TO WS-LRT-SITUACION
                           PERFORM 3408-LISTAR-RETENCION
                              THRU 3408-LISTAR-RETENCION-EXIT
                           ADD 1 TO WS-CNT-LIBERADAS
                       END-IF
                       PERFORM 3402-FIJAR-FECHA-EFECTO
                          THRU 3402-FIJAR-FECHA-EFECTO-EXIT
                       PERFORM 3401-APLICAR-CODIGO
                          THRU 3401-APLICAR-CODIGO-EXIT
                   END-IF
               END-IF
           END-IF.

      *    SI NINGUN CLASIFICADOR HA ACUSADO LA TRANSACCION, ES
       3401-APLICAR-CODIGO-EXIT.
           EXIT.
      ************************************************************
      *                 3402-FIJAR-FECHA-EFECTO                  *
      * -------------------------------------------------------- *
      * DEJA EN WS-HIST-FECHA-EFECTO LA FECHA DESDE LA QUE SURTE *
      * EFECTO LA TRANSACCION QUE SE VA A APLICAR, PARA QUE LAS  *
      * LINEAS DE HISTORICO QUE GENERE LA LLEVEN: LA SUYA SI LA  *
      * TRAE; SI NO, EN UNA ANULACION LA DEL CAMBIO QUE DESHACE  *
      * (LO ANULADO NUNCA DEBIO SURTIR EFECTO) Y EN LO DEMAS LA  *
      * FECHA DE EJECUCION.                                      *
      ************************************************************
       3402-FIJAR-FECHA-EFECTO.
           IF WS-ACT-FECHA-EFECTO > ZERO
               MOVE WS-ACT-FECHA-EFECTO TO WS-HIST-FECHA-EFECTO
           ELSE
               IF WS-ACT-CODIGO = 0
                  AND WS-ACT-ANUL-FECHA NUMERIC
                  AND WS-ACT-ANUL-FECHA > ZERO
                   MOVE WS-ACT-ANUL-FECHA TO WS-HIST-FECHA-EFECTO
               ELSE
                   MOVE WS-FECHA-EJECUCION TO WS-HIST-FECHA-EFECTO
               END-IF
           END-IF.

       3402-FIJAR-FECHA-EFECTO-EXIT.
           EXIT.
      ************************************************************
      *                 3405-APLAZAR-ACTUAL                      *
      * -------------------------------------------------------- *
      * GUARDA EN 340PENDI.DAT, SIN TOCAR, LA TRANSACCION CUYA    *
      ************************************************************
       3405-APLAZAR-ACTUAL.
           IF MODO-REAL
               WRITE OUT-PENDIENTE-REC FROM WS-ACTUAL-REG (1:91)
               ADD 1 TO WS-LIN-PENDIENTES
           END-IF.
           ADD 1 TO WS-CNT-APLAZADAS.
       3405-APLAZAR-ACTUAL-EXIT.
           EXIT.
      ************************************************************
      *            3403-CALCULAR-TAS-PROPUESTA                   *
      * -------------------------------------------------------- *
      * CALCULA, SIN TOCAR EL LOTE, LA TASACION QUE DEJARIA LA   *
      * TRANSACCION EN CURSO (CODIGOS 2, 4 Y 6, CON LAS MISMAS   *
      * REGLAS QUE 3401) Y SU VARIACION SOBRE LA ACTUAL. SI EL   *
      * LOTE YA NO ESTA EN EL MAESTRO LA ACTUAL SE TOMA COMO 0.  *
      ************************************************************
       3403-CALCULAR-TAS-PROPUESTA.
           IF WS-PROP-NLOTE = WS-ACT-NLOTE
               MOVE WS-PROP-TAS TO WS-RTN-TAS-ACTUAL
           ELSE
               MOVE ZERO TO WS-RTN-TAS-ACTUAL
           END-IF.

           EVALUATE TRUE
               WHEN CAMB-VALCAS
                   MOVE WS-ACT-NUEVTAS TO WS-RTN-TAS-NUEVA
               WHEN AUM-VALCAS
                   ADD WS-RTN-TAS-ACTUAL WS-ACT-NUEVTAS
                       GIVING WS-RTN-TAS-NUEVA
               WHEN REVAL-PORCENT
                   COMPUTE WS-RTN-TAS-NUEVA ROUNDED =
                       WS-RTN-TAS-ACTUAL +
                       (WS-RTN-TAS-ACTUAL * WS-ACT-NUEVTAS / 100)
               WHEN OTHER
                   MOVE WS-RTN-TAS-ACTUAL TO WS-RTN-TAS-NUEVA
           END-EVALUATE.

           SUBTRACT WS-RTN-TAS-ACTUAL FROM WS-RTN-TAS-NUEVA
               GIVING WS-RTN-VARIACION.
           IF WS-RTN-VARIACION < ZERO
               SUBTRACT WS-RTN-VARIACION FROM ZERO
                   GIVING WS-RTN-DESVIO
           ELSE
               MOVE WS-RTN-VARIACION TO WS-RTN-DESVIO
           END-IF.

       3403-CALCULAR-TAS-PROPUESTA-EXIT.
           EXIT.
      ************************************************************
      *            3404-COMPROBAR-UMBRAL                         *
      * -------------------------------------------------------- *
      * UN CAMBIO DE VALORACION (CODIGOS 2, 4 Y 6) SUPERA EL     *
      * UMBRAL SI LA TASACION SE MUEVE, EN VALOR ABSOLUTO, MAS   *
      * DEL IMPORTE O MAS DEL PORCENTAJE DE LA TARJETA. EL       *
      * PORCENTAJE NO SE APLICA A UN LOTE CON TASACION 0.        *
      ************************************************************
       3404-COMPROBAR-UMBRAL.
           MOVE 'N' TO SW-SUPERA-UMBRAL.
           MOVE WS-ACT-CODIGO TO SW-CODIGO.

           IF (CAMB-VALCAS OR AUM-VALCAS OR REVAL-PORCENT)
              AND NOT ACT-LIBERADA
              AND (WS-PARAM-RET-PORCENT > ZERO
                   OR WS-PARAM-RET-IMPORTE > ZERO)
               PERFORM 3403-CALCULAR-TAS-PROPUESTA
                  THRU 3403-CALCULAR-TAS-PROPUESTA-EXIT
               IF WS-PARAM-RET-IMPORTE > ZERO
                  AND WS-RTN-DESVIO > WS-PARAM-RET-IMPORTE
                   SET SUPERA-UMBRAL TO TRUE
               END-IF
               IF WS-PARAM-RET-PORCENT > ZERO
                  AND WS-RTN-TAS-ACTUAL > ZERO
                  AND WS-RTN-DESVIO * 100 >
                      WS-RTN-TAS-ACTUAL * WS-PARAM-RET-PORCENT
                   SET SUPERA-UMBRAL TO TRUE
               END-IF
           END-IF.

       3404-COMPROBAR-UMBRAL-EXIT.
           EXIT.
      ************************************************************
      *            3406-RETENER-ACTUAL                           *
      * -------------------------------------------------------- *
      * GUARDA EN 340RETEN.DAT, SIN APLICARLA, LA TRANSACCION    *
      * QUE SUPERA EL UMBRAL, CON LA FECHA DE HOY COMO FECHA DE  *
      * RETENCION (LA QUE EL SUPERVISOR TECLEA EN 340APROB.DAT   *
      * JUNTO AL LOTE), Y LA ACUSA AL CATASTRO COMO RETENIDA.    *
      ************************************************************
       3406-RETENER-ACTUAL.
      *    LA FECHA DE EFECTO SE FIJA YA: AL LIBERARLA, UNO O
      *    VARIOS CICLOS DESPUES, SE APLICA CON LA QUE HUBIERA
      *    TENIDO HOY Y NO CON LA DEL CICLO EN QUE SE LIBERE.
           IF WS-ACT-FECHA-EFECTO = ZERO
               MOVE WS-FECHA-EJECUCION TO WS-ACT-FECHA-EFECTO
           END-IF.
           MOVE WS-FECHA-EJECUCION TO WS-ACT-FECHA-RETEN.

           PERFORM 3409-GRABAR-RETENCION
              THRU 3409-GRABAR-RETENCION-EXIT.
           ADD 1 TO WS-CNT-RETENIDAS.

           MOVE 'NUEVA' TO WS-LRT-SITUACION.
           PERFORM 3408-LISTAR-RETENCION
              THRU 3408-LISTAR-RETENCION-EXIT.

           MOVE 'RT' TO WS-DIS-DISPOSICION.
           MOVE 'RETENIDA PENDIENTE DE APROBAR' TO WS-DIS-MOTIVO.
           PERFORM 6000-ESCRIBIR-DISPOSICION
              THRU 6000-ESCRIBIR-DISPOSICION-EXIT.

       3406-RETENER-ACTUAL-EXIT.
           EXIT.
      ************************************************************
      *            3407-MANTENER-RETENCION                       *
      * -------------------------------------------------------- *
      * LA RETENIDA SIN DECISION VUELVE A 340RETEN.DAT CON SU    *
      * FECHA DE RETENCION ORIGINAL Y SALE OTRA VEZ EN EL        *
      * LISTADO DE RETENCIONES, PARA QUE NO SE OLVIDE.           *
      ************************************************************
       3407-MANTENER-RETENCION.
           MOVE WS-ACT-CODIGO TO SW-CODIGO.
           PERFORM 3403-CALCULAR-TAS-PROPUESTA
              THRU 3403-CALCULAR-TAS-PROPUESTA-EXIT.

           PERFORM 3409-GRABAR-RETENCION
              THRU 3409-GRABAR-RETENCION-EXIT.
           ADD 1 TO WS-CNT-RET-PENDIENTES.

           MOVE 'PENDIENTE' TO WS-LRT-SITUACION.
           PERFORM 3408-LISTAR-RETENCION
              THRU 3408-LISTAR-RETENCION-EXIT.

      *    AL CATASTRO YA SE LE ACUSO COMO RETENIDA EL CICLO EN QUE
      *    SE RETUVO; NO SE LE VUELVE A ACUSAR HASTA QUE SE DECIDA.
           SET ACK-EMITIDA TO TRUE.

       3407-MANTENER-RETENCION-EXIT.
           EXIT.
      ************************************************************
      *            3408-LISTAR-RETENCION                         *
      ************************************************************
       3408-LISTAR-RETENCION.
           MOVE WS-ACT-NLOTE TO WS-LRT-NLOTE.
           MOVE WS-ACT-CODIGO TO WS-LRT-CODIGO.
           MOVE WS-ACT-FECHA-RETEN TO WS-LRT-FECHA-RETEN.
           MOVE WS-ACT-FECHA-EFECTO TO WS-LRT-FECHA-EFECTO.
           MOVE WS-RTN-TAS-ACTUAL TO WS-LRT-TAS-ACTUAL.
           MOVE WS-RTN-TAS-NUEVA TO WS-LRT-TAS-NUEVA.
           MOVE WS-RTN-VARIACION TO WS-LRT-VARIACION.

           WRITE OUT-LISTA-RET-REC FROM WS-LISTA-RET-REG
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LIN-LISTA-RET.

       3408-LISTAR-RETENCION-EXIT.
           EXIT.
      ************************************************************
      *            3409-GRABAR-RETENCION                         *
      ************************************************************
       3409-GRABAR-RETENCION.
           IF MODO-REAL
               MOVE SPACES TO WS-RETENCION-REG
               MOVE WS-ACTUAL-REG (1:91) TO WS-RET-TRANSACCION
               MOVE WS-ACT-FECHA-RETEN TO WS-RET-FECHA-RETEN
               MOVE WS-RTN-TAS-ACTUAL TO WS-RET-TAS-ACTUAL
               MOVE WS-RTN-TAS-NUEVA TO WS-RET-TAS-NUEVA
               WRITE OUT-RETENCION-REC FROM WS-RETENCION-REG
               ADD 1 TO WS-LIN-RETENCIONES
           END-IF.

       3409-GRABAR-RETENCION-EXIT.
           EXIT.
      ************************************************************
      *            3420-CAPTURAR-TAS-ANTES                       *
      ************************************************************
       3420-CAPTURAR-TAS-ANTES.
      * ANULACION (CODIGO 0): DESHACE LOS CAMBIOS DE PROPIETARIO *
      * Y VALORACION QUE EL HISTORICO ACUMULADO                  *
      * (340HISTO-ANT.DAT) REGISTRA PARA ESTE LOTE EN LA FECHA   *
      * QUE TRAE LA TRANSACCION (SE POSICIONA POR CLAVE EN ESE   *
      * LOTE Y FECHA Y LEE HASTA EL FINAL DEL LOTE, SIN RECORRER *
      * EL RESTO DEL ACUMULADO), RESTAURANDO EL CUADRO DE        *
      * COPROPIETARIOS Y LA TASACION DEL DETALLE CRUDO DE CADA   *
      * ENTRADA (DE LA ULTIMA A LA PRIMERA), Y DEJA POR CADA UNA *
      * SU LINEA 'ANULACION AAAAMMDD' EN EL HISTORICO. SE NIEGA  *
               MOVE 'LOTE NO ENCONTRADO' TO WS-MOTIVO-EXCEPCION
           ELSE
               OPEN INPUT HISTORICO-ANT
               MOVE WS-PROP-NLOTE TO HIA-NLOTE
               MOVE WS-ACT-ANUL-FECHA TO HIA-FECHA
               MOVE ZERO TO HIA-CICLO
               MOVE ZERO TO HIA-LINEA
               START HISTORICO-ANT
                   KEY IS NOT LESS THAN HIA-CLAVE
                   INVALID KEY
                       SET FIN-HISTO-ANT TO TRUE
               END-START
               PERFORM 3441-LEER-HISTO-ANT
                  THRU 3441-LEER-HISTO-ANT-EXIT
                 UNTIL FIN-HISTO-ANT
      *                 3441-LEER-HISTO-ANT                      *
      ************************************************************
       3441-LEER-HISTO-ANT.
           READ HISTORICO-ANT NEXT RECORD
               AT END
                   SET FIN-HISTO-ANT TO TRUE
               NOT AT END
                   IF HIA-NLOTE NOT = WS-PROP-NLOTE
                       SET FIN-HISTO-ANT TO TRUE
                   ELSE
                       MOVE HIA-DATOS TO WS-HANT-LIN
                       PERFORM 3442-EXAMINAR-HISTO-ANT
                          THRU 3442-EXAMINAR-HISTO-ANT-EXIT
                   END-IF
           END-READ.

       3441-LEER-HISTO-ANT-EXIT.
           END-STRING.
           PERFORM 3457-LIMPIAR-DET-DESPUES
              THRU 3457-LIMPIAR-DET-DESPUES-EXIT.
      *    LA ABSORCION OCURRE AL PASAR POR EL LOTE ABSORBIDO, CON
      *    OTRA TRANSACCION (O NINGUNA) EN CURSO: SURTE EFECTO EN
      *    LA FECHA DE EJECUCION.
           MOVE WS-FECHA-EJECUCION TO WS-HIST-FECHA-EFECTO.
           MOVE 'AGRUPACION' TO WS-HIST-TIPO.
           PERFORM 3460-ESCRIBIR-HISTORICO
              THRU 3460-ESCRIBIR-HISTORICO-EXIT.

           MOVE WS-AGR-NLOTE TO WS-HIST-NLOTE.
           MOVE WS-FECHA-EJECUCION TO WS-HIST-FECHA.
           MOVE WS-FECHA-EJECUCION TO WS-HIST-FECHA-EFECTO.
           MOVE 'AGRUPACION' TO WS-HIST-TIPO.
           MOVE '*** LOTE DESTINO ***' TO WS-HIST-ANTES.
           MOVE WS-AGR-TAS TO WS-HIST-VALOR-NUM.
           MOVE WS-CNT-DISPOSICIONES TO WS-CHK-CNT-DISPO.
           MOVE WS-LIN-DISPO TO WS-CHK-LIN-DISPO.
           MOVE WS-CNT-ANULACIONES TO WS-CHK-CNT-ANULACIONES.
           MOVE WS-CNT-RETENIDAS TO WS-CHK-CNT-RETENIDAS.
           MOVE WS-CNT-RET-PENDIENTES TO WS-CHK-CNT-RET-PEND.
           MOVE WS-CNT-LIBERADAS TO WS-CHK-CNT-LIBERADAS.
           MOVE WS-CNT-DENEGADAS TO WS-CHK-CNT-DENEGADAS.
           MOVE WS-CNT-DEC-RECHAZADAS TO WS-CHK-CNT-DEC-RECH.
           MOVE WS-LIN-RETENCIONES TO WS-CHK-LIN-RETENCIONES.
           MOVE WS-LIN-LISTA-RET TO WS-CHK-LIN-LISTA-RET.

           MOVE SW-AGRUP-PENDIENTE TO WS-CHK-AGRUP-PENDIENTE.
           MOVE WS-AGRUP-REG TO WS-CHK-AGRUP-REG.
                 TITULARES
                 INFORME
                 EXCEPCIONES
                 INFORME-CSV
                 LISTA-RETENCIONES.

           IF MODO-REAL
               CLOSE OUTPROPIET
                     HISTORICO
                     PENDIENTES
                     RECICLO
                     RETENCIONES
               PERFORM 8200-CERRAR-SALVAGUARDA
                  THRU 8200-CERRAR-SALVAGUARDA-EXIT
               PERFORM 8300-REGISTRAR-CICLO
      *            8400-TRASPASAR-ARRASTRES                      *
      * -------------------------------------------------------- *
      * LA TANDA REAL HA TERMINADO BIEN: EL PROPIO PROGRAMA      *
      * COPIA 340PENDI.DAT A 340PENDI-ANT.DAT, 340RECIC.DAT A    *
      * 340RECIC-ANT.DAT Y 340RETEN.DAT A 340RETEN-ANT.DAT, CADA *
      * UNO CON SU CABECERA 'HDR'+CICLO, VACIA 340APROB.DAT (SUS *
      * DECISIONES YA SE HAN APLICADO) Y ANADE EL 340HISTO.DAT   *
      * DEL CICLO AL HISTORICO ACUMULADO                         *
      * 340HISTO-ANT.DAT, PARA QUE EL CICLO SIGUIENTE LO TENGA   *
      * TODO SIN QUE EXPLOTACION RENOMBRE NADA A MANO (UN        *
      * RENOMBRADO OLVIDADO PERDIA APLAZADAS EN SILENCIO Y       *
           CLOSE RECICLO
                 RECICLO-ANT.

           MOVE 'N' TO SW-FIN-TRASPASO.
           OPEN INPUT RETENCIONES.
           OPEN OUTPUT RETENCIONES-ANT.
           WRITE IN-RETENCION-REC FROM WS-ANT-CABECERA.
           PERFORM 8440-COPIAR-RETENCION
              THRU 8440-COPIAR-RETENCION-EXIT
             UNTIL FIN-TRASPASO.
           CLOSE RETENCIONES
                 RETENCIONES-ANT.

      *    LAS DECISIONES DEL SUPERVISOR YA SE HAN CONSUMIDO: SE
      *    VACIA 340APROB.DAT PARA QUE NO SE APLIQUEN DOS VECES.
           OPEN OUTPUT APROBACIONES.
           CLOSE APROBACIONES.

      *    CADA LINEA DE DATOS DEL HISTORICO DEL CICLO SE ANADE AL
      *    ACUMULADO BAJO SU LOTE, SU FECHA, ESTE CICLO Y SU NUMERO
      *    DE LINEA; LAS CABECERAS DE LISTADO (CAMPO DE FECHA NO
      *    NUMERICO) NO PASAN. COMO 340HISTO.DAT SE ESCRIBE CON
      *    AFTER ADVANCING, SE RELEE POR LA VISTA DE REARRANQUE
      *    (REGISTRO + TERMINADOR DE LINEA, IGUAL QUE 2240) Y SE
      *    GUARDAN LOS 301 CARACTERES DEL REGISTRO. UNA CLAVE YA
      *    PRESENTE (TRASPASO REPETIDO DEL MISMO CICLO) NO SE
      *    DUPLICA: SE CUENTA Y SE AVISA POR CONSOLA.
           MOVE 'N' TO SW-FIN-TRASPASO.
           MOVE ZERO TO WS-HIA-LINEA.
           OPEN INPUT REPOS-HISTORICO.
           OPEN I-O HISTORICO-ANT.
           PERFORM 8430-COPIAR-HISTORICO
              THRU 8430-COPIAR-HISTORICO-EXIT
             UNTIL FIN-TRASPASO.
           CLOSE REPOS-HISTORICO
                 HISTORICO-ANT.

           DISPLAY 'ENTRADAS ANADIDAS AL HISTORICO ACUMULADO: '
                   WS-CNT-HIA-ANADIDAS.
           IF WS-CNT-HIA-REPETIDAS > ZERO
               DISPLAY 'ENTRADAS YA PRESENTES EN EL ACUMULADO: '
                       WS-CNT-HIA-REPETIDAS
           END-IF.

       8400-TRASPASAR-ARRASTRES-EXIT.
           EXIT.
      ************************************************************
               AT END
                   SET FIN-TRASPASO TO TRUE
               NOT AT END
                   ADD 1 TO WS-HIA-LINEA
                   MOVE WS-REPOS-BUFFER (1:301) TO WS-HANT-LIN
                   IF WS-HAN-FECHA-ED (1:4) NUMERIC
                       MOVE WS-HAN-NLOTE-ED TO WS-HIA-LOTE-X
                       PERFORM 8435-ANADIR-ACUMULADO
                          THRU 8435-ANADIR-ACUMULADO-EXIT
                       IF WS-HAN-TIPO = 'SEGREGACION'
                           MOVE WS-HAN-DESPUES (8:9) TO WS-HIA-LOTE-X
                           PERFORM 8435-ANADIR-ACUMULADO
                              THRU 8435-ANADIR-ACUMULADO-EXIT
                       END-IF
                   END-IF
           END-READ.

       8430-COPIAR-HISTORICO-EXIT.
           EXIT.
      ************************************************************
      *            8435-ANADIR-ACUMULADO                         *
      * -------------------------------------------------------- *
      * GRABA LA LINEA EN CURSO DEL HISTORICO DEL CICLO BAJO EL  *
      * LOTE EDITADO QUE TRAE WS-HIA-LOTE-X (EL DE LA LINEA, O   *
      * EL HIJO DE UNA SEGREGACION).                             *
      ************************************************************
       8435-ANADIR-ACUMULADO.
           INSPECT WS-HIA-LOTE-X REPLACING LEADING SPACES BY ZEROS.
           MOVE WS-HIA-LOTE-N TO HIA-NLOTE.
           MOVE WS-HAN-FECHA-ED (1:4) TO HIA-FECHA (1:4).
           MOVE WS-HAN-FECHA-ED (6:2) TO HIA-FECHA (5:2).
           MOVE WS-HAN-FECHA-ED (9:2) TO HIA-FECHA (7:2).
           MOVE WS-CICLO-ACTUAL TO HIA-CICLO.
           MOVE WS-HIA-LINEA TO HIA-LINEA.
           MOVE WS-REPOS-BUFFER (1:301) TO HIA-DATOS.

           WRITE HISTORICO-ANT-REC
               INVALID KEY
                   ADD 1 TO WS-CNT-HIA-REPETIDAS
               NOT INVALID KEY
                   ADD 1 TO WS-CNT-HIA-ANADIDAS
           END-WRITE.

       8435-ANADIR-ACUMULADO-EXIT.
           EXIT.
      ************************************************************
      *            8440-COPIAR-RETENCION                         *
      ************************************************************
       8440-COPIAR-RETENCION.
           READ RETENCIONES INTO WS-RETENCION-REG
               AT END
                   SET FIN-TRASPASO TO TRUE
               NOT AT END
                   WRITE IN-RETENCION-REC FROM WS-RETENCION-REG
           END-READ.

       8440-COPIAR-RETENCION-EXIT.
           EXIT.
      ************************************************************
      *               8100-IMPRIMIR-TOTALES                      *
      * -------------------------------------------------------- *
      * ANADE A 340INFORME_V2.DAT, DETRAS DE LA ULTIMA LINEA DE  *
           WRITE OUT-INFORME-REC FROM WS-TRAILER-REG
               AFTER ADVANCING 1 LINE.

           MOVE 'RETENCIONES NUEVAS' TO WS-TRL-ETIQUETA.
           MOVE WS-CNT-RETENIDAS TO WS-TRL-VALOR.
           WRITE OUT-INFORME-REC FROM WS-TRAILER-REG
               AFTER ADVANCING 1 LINE.

           MOVE 'RETENCIONES SIN DECIDIR' TO WS-TRL-ETIQUETA.
           MOVE WS-CNT-RET-PENDIENTES TO WS-TRL-VALOR.
           WRITE OUT-INFORME-REC FROM WS-TRAILER-REG
               AFTER ADVANCING 1 LINE.

           MOVE 'RETENCIONES LIBERADAS' TO WS-TRL-ETIQUETA.
           MOVE WS-CNT-LIBERADAS TO WS-TRL-VALOR.
           WRITE OUT-INFORME-REC FROM WS-TRAILER-REG
               AFTER ADVANCING 1 LINE.

           MOVE 'RETENCIONES DENEGADAS' TO WS-TRL-ETIQUETA.
           MOVE WS-CNT-DENEGADAS TO WS-TRL-VALOR.
           WRITE OUT-INFORME-REC FROM WS-TRAILER-REG
               AFTER ADVANCING 1 LINE.

           MOVE 'DECISIONES RECHAZADAS' TO WS-TRL-ETIQUETA.
           MOVE WS-CNT-DEC-RECHAZADAS TO WS-TRL-VALOR.
           WRITE OUT-INFORME-REC FROM WS-TRAILER-REG
               AFTER ADVANCING 1 LINE.

           MOVE 'SUMA TASACION ANTES' TO WS-TRL-ETIQUETA.
           MOVE WS-SUM-TAS-ANTES TO WS-TRL-VALOR.
           WRITE OUT-INFORME-REC FROM WS-TRAILER-REG
