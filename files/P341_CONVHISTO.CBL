      ************************************************************
      *      CONVERSION DEL HISTORICO ACUMULADO A INDEXADO       *
      * -------------------------------------------------------- *
      *  SE EJECUTA UNA SOLA VEZ, AL PASAR EL HISTORICO          *
      *  ACUMULADO DE SECUENCIAL A INDEXADO: EXPLOTACION         *
      *  RENOMBRA EL 340HISTO-ANT.DAT SECUENCIAL (LINEAS LISAS   *
      *  DE 291 CARACTERES, SIN FECHA DE EFECTO) A               *
      *  340HISTO-ANT-SEC.DAT Y ESTE PROGRAMA CREA EL NUEVO      *
      *  340HISTO-ANT.DAT INDEXADO POR LOTE + FECHA DEL CAMBIO + *
      *  CICLO + LINEA, CON LA MISMA CLAVE QUE LE DA 330CURSO AL *
      *  ANADIR CADA CICLO: COMO EL SECUENCIAL NO DICE DE QUE    *
      *  CICLO ES CADA LINEA, SE GRABAN CON CICLO CERO Y CON SU  *
      *  NUMERO DE LINEA EN EL SECUENCIAL, QUE MANTIENE SU ORDEN *
      *  DE ESCRITURA. LA LINEA DE FILIACION DE UNA SEGREGACION  *
      *  SE GRABA ADEMAS BAJO EL LOTE HIJO. AL ACABAR RELEE EL   *
      *  INDEXADO Y DEJA EN 341CUADRE.DAT EL CUADRE DE           *
      *  CONTADORES ENTRE LO LEIDO Y LO GRABADO; SI NO CUADRA    *
      *  DEVUELVE CODIGO 8. SE NIEGA A EJECUTARSE (CODIGO 12) SI *
      *  EL INDEXADO YA TIENE ENTRADAS.                          *
      ************************************************************
      *                      IDENTIFICATION DIVISION                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    341CONVHI.
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
      * HISTORICO ACUMULADO SECUENCIAL TAL COMO LO DEJABA        *
      * 330CURSO, RENOMBRADO POR EXPLOTACION ANTES DE LA         *
      * CONVERSION.                                              *
      ************************************************************
       SELECT HISTORICO-SEC
               ASSIGN TO '340HISTO-ANT-SEC.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

      ************************************************************
      *                   OUTPUT  FILE                           *
      *----------------------------------------------------------*
      * HISTORICO ACUMULADO INDEXADO POR LOTE + FECHA DEL CAMBIO *
      * + CICLO + LINEA. SE COMPRUEBA VACIO, SE CARGA Y SE       *
      * RELEE PARA EL CUADRE.                                    *
      ************************************************************
       SELECT OPTIONAL HISTORICO-ANT
               ASSIGN TO '340HISTO-ANT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIA-CLAVE.

      ************************************************************
      *                   OUTPUT  FILE                           *
      *----------------------------------------------------------*
      * CUADRE DE LA CONVERSION: LINEAS LEIDAS, ENTRADAS         *
      * GRABADAS Y RELEIDAS, Y EL VEREDICTO.                     *
      ************************************************************
       SELECT CUADRE
               ASSIGN TO '341CUADRE.DAT'
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
       FD  HISTORICO-SEC
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 291 CHARACTERS
           DATA RECORD IS HISTORICO-SEC-REC.

       01  HISTORICO-SEC-REC                  PIC X(291).

      ************************************************************
      *                    OUTPUT FILE                           *
      ************************************************************
      *    CADA ENTRADA LLEVA LA LINEA COMPLETA DE 340HISTO.DAT
      *    BAJO SU CLAVE; LAS CONVERTIDAS NO TRAEN FECHA DE EFECTO
      *    (QUEDA EN BLANCO Y SUS LECTORES TOMAN LA DEL CAMBIO).
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

       FD  CUADRE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS OUT-CUADRE-REC.

       01  OUT-CUADRE-REC                     PIC X(80).

      ************************************************************
      *               WORKING-STORAGE SECTION                    *
      ************************************************************
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
      ************************************************************
      *                     RECORD LAYOUTS                       *
      ************************************************************
      *    LINEA DEL HISTORICO TAL CUAL LA ESCRIBE 330CURSO (LAS
      *    CABECERAS DE LISTADO SE RECONOCEN PORQUE EL ANO DE LA
      *    FECHA NO ES NUMERICO). EL SECUENCIAL SOLO LLENA LOS 291
      *    PRIMEROS CARACTERES; EL RESTO QUEDA EN BLANCO.
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
               10 WS-HIS-DET-ANTES PIC X(71).
               10 FILLER PIC X(2).
               10 WS-HIS-DET-DESPUES PIC X(71).
               10 FILLER PIC X(2).
               10 WS-HIS-FECHA-EFECTO PIC X(8).

      ************************************************************
      *               REPORT LINES AND HEADINGS                  *
      ************************************************************
           05 CABECERA-CUA1.
               10 FILLER PIC X(32)
                  VALUE 'CONVERSION DEL HISTORICO ACUMULA'.
               10 FILLER PIC X(20)
                  VALUE 'DO A INDEXADO -     '.
               10 WS-CAB-FECHA-EJECUCION PIC 9999/99/99.
               10 FILLER PIC X(18) VALUE SPACES.

           05 CABECERA-CUA3 PIC X(80) VALUE ALL '='.

           05  WS-TOTAL-LIN.
               10 WS-TOT-ETIQUETA PIC X(50).
               10 FILLER PIC X(2) VALUE SPACES.
               10 WS-TOT-VALOR PIC Z,ZZZ,ZZZ,ZZ9.
               10 FILLER PIC X(15) VALUE SPACES.

           05  WS-LINEA-SEPARA PIC X(80) VALUE ALL '-'.

      ************************************************************
      *                     FLAGS/SWITCHES                       *
      ************************************************************
           05 SW-FIN-SECUENCIAL PIC X VALUE 'N'.
               88 FIN-SECUENCIAL VALUE 'Y'.

           05 SW-FIN-INDEXADO PIC X VALUE 'N'.
               88 FIN-INDEXADO VALUE 'Y'.

           05 SW-CUADRA PIC X VALUE 'Y'.
               88 CUADRA VALUE 'Y'.

      ************************************************************
      *               COUNTERS AND ACCUMULATORS                  *
      ************************************************************
           05 WS-CNT-LEIDAS PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-CABECERAS PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-DATOS PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-LOTE-INVALIDO PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-GRABADAS PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-SEGREGACIONES PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-COPIAS PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-REPETIDAS PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-RELEIDAS PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-RELEIDAS-PROPIAS PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-RELEIDAS-COPIAS PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-ESPERADAS PIC 9(9) VALUE ZERO COMP.

      ************************************************************
      *                      SCRATCH AREA                        *
      ************************************************************
           05 WS-FECHA-EJECUCION PIC 9(8) VALUE ZERO.

      *    NUMERO DE LINEA EN EL SECUENCIAL (CONTANDO CABECERAS),
      *    QUE VA EN LA CLAVE COMO EN LAS ENTRADAS DE 330CURSO.
           05 WS-LINEA PIC 9(7) VALUE ZERO.

      *    LOTE DEL HISTORICO, EDITADO CON SUPRESION DE CEROS, Y SU
      *    VALOR NUMERICO (LOS BLANCOS SE CAMBIAN POR CEROS).
           05 WS-LOTE-X PIC X(9).
           05 WS-LOTE-NUM REDEFINES WS-LOTE-X PIC 9(9).

      *    'P' SI LA ENTRADA SE GRABA BAJO SU PROPIO LOTE, 'C' SI
      *    ES LA COPIA DE UNA FILIACION BAJO EL LOTE HIJO.
           05 WS-CLASE-ENTRADA PIC X.
               88 ENTRADA-PROPIA VALUE 'P'.
               88 ENTRADA-COPIA VALUE 'C'.

      ************************************************************
      *                    PROCEDURE DIVISION                    *
      ************************************************************
       PROCEDURE DIVISION.

      ************************************************************
      *                 1000 MAINLINE PARAGRAPH                  *
      ************************************************************
       1000-MAINLINE.
           PERFORM 2000-HOUSEKEEPING
              THRU 2000-HOUSEKEEPING-EXIT.

           PERFORM 3000-PROCESS
              THRU 3000-PROCESS-EXIT.

           PERFORM 4000-RELEER-INDEXADO
              THRU 4000-RELEER-INDEXADO-EXIT.

           PERFORM 8000-WRAP-UP
              THRU 8000-WRAP-UP-EXIT.

           STOP RUN.

      ************************************************************
      *              2000 HOUSEKEEPING PARAGRAPH                 *
      * -------------------------------------------------------- *
      * ANTES DE CREAR EL INDEXADO SE COMPRUEBA QUE NO TENGA YA  *
      * ENTRADAS: UNA SEGUNDA EJECUCION DESPUES DE LA PUESTA EN  *
      * MARCHA BORRARIA LOS CICLOS ANADIDOS DESDE ENTONCES.      *
      ************************************************************
       2000-HOUSEKEEPING.
           ACCEPT WS-FECHA-EJECUCION FROM DATE YYYYMMDD.

           OPEN INPUT HISTORICO-ANT.
           MOVE ZEROS TO HIA-CLAVE.
           START HISTORICO-ANT
               KEY IS NOT LESS THAN HIA-CLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY '340HISTO-ANT.DAT YA ES INDEXADO Y TIENE '
                           'ENTRADAS: NO SE CONVIERTE'
                   CLOSE HISTORICO-ANT
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-START.
           CLOSE HISTORICO-ANT.

           OPEN INPUT HISTORICO-SEC
                OUTPUT HISTORICO-ANT
                       CUADRE.

           MOVE WS-FECHA-EJECUCION TO WS-CAB-FECHA-EJECUCION.
           WRITE OUT-CUADRE-REC FROM CABECERA-CUA1.
           WRITE OUT-CUADRE-REC FROM CABECERA-CUA3
               AFTER ADVANCING 1 LINE.

       2000-HOUSEKEEPING-EXIT.
           EXIT.

      ************************************************************
      *                   3000 PROCESS PARAGRAPH                 *
      ************************************************************
       3000-PROCESS.
           PERFORM 3100-CONVERTIR-LINEA
              THRU 3100-CONVERTIR-LINEA-EXIT
             UNTIL FIN-SECUENCIAL.

           CLOSE HISTORICO-SEC
                 HISTORICO-ANT.

       3000-PROCESS-EXIT.
           EXIT.
      ************************************************************
      *                 3100-CONVERTIR-LINEA                     *
      ************************************************************
       3100-CONVERTIR-LINEA.
           MOVE SPACES TO WS-HISTO-LIN.
           READ HISTORICO-SEC INTO WS-HISTO-LIN
               AT END
                   SET FIN-SECUENCIAL TO TRUE
               NOT AT END
                   ADD 1 TO WS-CNT-LEIDAS
                   ADD 1 TO WS-LINEA
                   IF WS-HIS-FEC-AAAA NUMERIC
                       ADD 1 TO WS-CNT-DATOS
                       MOVE WS-HIS-NLOTE-ED TO WS-LOTE-X
                       SET ENTRADA-PROPIA TO TRUE
                       PERFORM 3200-GRABAR-ENTRADA
                          THRU 3200-GRABAR-ENTRADA-EXIT
                       IF WS-HIS-TIPO = 'SEGREGACION'
                           ADD 1 TO WS-CNT-SEGREGACIONES
                           MOVE WS-HIS-DESPUES (8:9) TO WS-LOTE-X
                           SET ENTRADA-COPIA TO TRUE
                           PERFORM 3200-GRABAR-ENTRADA
                              THRU 3200-GRABAR-ENTRADA-EXIT
                       END-IF
                   ELSE
                       ADD 1 TO WS-CNT-CABECERAS
                   END-IF
           END-READ.

       3100-CONVERTIR-LINEA-EXIT.
           EXIT.
      ************************************************************
      *                 3200-GRABAR-ENTRADA                      *
      * -------------------------------------------------------- *
      * GRABA LA LINEA EN CURSO BAJO EL LOTE EDITADO QUE TRAE    *
      * WS-LOTE-X. UN LOTE QUE NO SE PUEDE DESEDITAR SE CUENTA Y *
      * SE AVISA POR CONSOLA, Y DESCUADRA LA CONVERSION.         *
      ************************************************************
       3200-GRABAR-ENTRADA.
           INSPECT WS-LOTE-X REPLACING LEADING SPACES BY ZEROS.

           IF WS-LOTE-X NOT NUMERIC
               ADD 1 TO WS-CNT-LOTE-INVALIDO
               DISPLAY 'LINEA ' WS-LINEA ': LOTE NO VALIDO '
                       WS-LOTE-X
           ELSE
               MOVE WS-LOTE-NUM TO HIA-NLOTE
               MOVE WS-HIS-FEC-AAAA TO HIA-FECHA (1:4)
               MOVE WS-HIS-FEC-MM TO HIA-FECHA (5:2)
               MOVE WS-HIS-FEC-DD TO HIA-FECHA (7:2)
               MOVE ZERO TO HIA-CICLO
               MOVE WS-LINEA TO HIA-LINEA
               MOVE WS-HISTO-LIN TO HIA-DATOS
               WRITE HISTORICO-ANT-REC
                   INVALID KEY
                       ADD 1 TO WS-CNT-REPETIDAS
                       DISPLAY 'LINEA ' WS-LINEA ': CLAVE REPETIDA '
                               HIA-CLAVE
                   NOT INVALID KEY
                       IF ENTRADA-PROPIA
                           ADD 1 TO WS-CNT-GRABADAS
                       ELSE
                           ADD 1 TO WS-CNT-COPIAS
                       END-IF
               END-WRITE
           END-IF.

       3200-GRABAR-ENTRADA-EXIT.
           EXIT.

      ************************************************************
      *              4000-RELEER-INDEXADO                        *
      * -------------------------------------------------------- *
      * RECORRE EL INDEXADO RECIEN CARGADO EN ORDEN DE CLAVE,    *
      * SEPARANDO LAS ENTRADAS PROPIAS DE LAS COPIAS DE          *
      * FILIACION (EL LOTE DE LA CLAVE NO ES EL DE LA LINEA).    *
      ************************************************************
       4000-RELEER-INDEXADO.
           OPEN INPUT HISTORICO-ANT.

           MOVE ZEROS TO HIA-CLAVE.
           START HISTORICO-ANT
               KEY IS NOT LESS THAN HIA-CLAVE
               INVALID KEY
                   SET FIN-INDEXADO TO TRUE
           END-START.

           PERFORM 4100-CONTAR-ENTRADA
              THRU 4100-CONTAR-ENTRADA-EXIT
             UNTIL FIN-INDEXADO.

           CLOSE HISTORICO-ANT.

       4000-RELEER-INDEXADO-EXIT.
           EXIT.
      ************************************************************
      *              4100-CONTAR-ENTRADA                         *
      ************************************************************
       4100-CONTAR-ENTRADA.
           READ HISTORICO-ANT NEXT RECORD
               AT END
                   SET FIN-INDEXADO TO TRUE
               NOT AT END
                   ADD 1 TO WS-CNT-RELEIDAS
                   MOVE HIA-DATOS TO WS-HISTO-LIN
                   MOVE WS-HIS-NLOTE-ED TO WS-LOTE-X
                   INSPECT WS-LOTE-X
                       REPLACING LEADING SPACES BY ZEROS
                   IF WS-LOTE-NUM = HIA-NLOTE
                       ADD 1 TO WS-CNT-RELEIDAS-PROPIAS
                   ELSE
                       ADD 1 TO WS-CNT-RELEIDAS-COPIAS
                   END-IF
           END-READ.

       4100-CONTAR-ENTRADA-EXIT.
           EXIT.

      ************************************************************
      *                    8000 WRAP-UP PARAGRAPH                *
      * -------------------------------------------------------- *
      * CUADRE: LEIDAS = CABECERAS + DATOS; CADA LINEA DE DATOS  *
      * Y CADA SEGREGACION DEBEN DAR UNA ENTRADA GRABADA, Y LO   *
      * RELEIDO DEL INDEXADO DEBE SER LO GRABADO, PROPIAS Y      *
      * COPIAS POR SEPARADO.                                     *
      ************************************************************
       8000-WRAP-UP.
           MOVE 'LINEAS LEIDAS DEL SECUENCIAL' TO WS-TOT-ETIQUETA.
           MOVE WS-CNT-LEIDAS TO WS-TOT-VALOR.
           PERFORM 8100-ESCRIBIR-TOTAL
              THRU 8100-ESCRIBIR-TOTAL-EXIT.

           MOVE '  CABECERAS DE LISTADO (NO SE CONVIERTEN)'
               TO WS-TOT-ETIQUETA.
           MOVE WS-CNT-CABECERAS TO WS-TOT-VALOR.
           PERFORM 8100-ESCRIBIR-TOTAL
              THRU 8100-ESCRIBIR-TOTAL-EXIT.

           MOVE '  LINEAS DE DATOS' TO WS-TOT-ETIQUETA.
           MOVE WS-CNT-DATOS TO WS-TOT-VALOR.
           PERFORM 8100-ESCRIBIR-TOTAL
              THRU 8100-ESCRIBIR-TOTAL-EXIT.

           MOVE '  DE ELLAS, SEGREGACIONES' TO WS-TOT-ETIQUETA.
           MOVE WS-CNT-SEGREGACIONES TO WS-TOT-VALOR.
           PERFORM 8100-ESCRIBIR-TOTAL
              THRU 8100-ESCRIBIR-TOTAL-EXIT.

           MOVE 'ENTRADAS GRABADAS BAJO SU LOTE' TO WS-TOT-ETIQUETA.
           MOVE WS-CNT-GRABADAS TO WS-TOT-VALOR.
           PERFORM 8100-ESCRIBIR-TOTAL
              THRU 8100-ESCRIBIR-TOTAL-EXIT.

           MOVE 'COPIAS DE FILIACION BAJO EL LOTE HIJO'
               TO WS-TOT-ETIQUETA.
           MOVE WS-CNT-COPIAS TO WS-TOT-VALOR.
           PERFORM 8100-ESCRIBIR-TOTAL
              THRU 8100-ESCRIBIR-TOTAL-EXIT.

           MOVE 'RECHAZADAS POR LOTE NO VALIDO' TO WS-TOT-ETIQUETA.
           MOVE WS-CNT-LOTE-INVALIDO TO WS-TOT-VALOR.
           PERFORM 8100-ESCRIBIR-TOTAL
              THRU 8100-ESCRIBIR-TOTAL-EXIT.

           MOVE 'RECHAZADAS POR CLAVE REPETIDA' TO WS-TOT-ETIQUETA.
           MOVE WS-CNT-REPETIDAS TO WS-TOT-VALOR.
           PERFORM 8100-ESCRIBIR-TOTAL
              THRU 8100-ESCRIBIR-TOTAL-EXIT.

           MOVE 'ENTRADAS RELEIDAS DEL INDEXADO' TO WS-TOT-ETIQUETA.
           MOVE WS-CNT-RELEIDAS TO WS-TOT-VALOR.
           PERFORM 8100-ESCRIBIR-TOTAL
              THRU 8100-ESCRIBIR-TOTAL-EXIT.

           MOVE '  BAJO SU LOTE' TO WS-TOT-ETIQUETA.
           MOVE WS-CNT-RELEIDAS-PROPIAS TO WS-TOT-VALOR.
           PERFORM 8100-ESCRIBIR-TOTAL
              THRU 8100-ESCRIBIR-TOTAL-EXIT.

           MOVE '  COPIAS DE FILIACION' TO WS-TOT-ETIQUETA.
           MOVE WS-CNT-RELEIDAS-COPIAS TO WS-TOT-VALOR.
           PERFORM 8100-ESCRIBIR-TOTAL
              THRU 8100-ESCRIBIR-TOTAL-EXIT.

           COMPUTE WS-CNT-ESPERADAS = WS-CNT-DATOS
                                    + WS-CNT-SEGREGACIONES.

           IF WS-CNT-LEIDAS NOT = WS-CNT-CABECERAS + WS-CNT-DATOS
               MOVE 'N' TO SW-CUADRA
           END-IF.
           IF WS-CNT-GRABADAS + WS-CNT-COPIAS NOT = WS-CNT-ESPERADAS
               MOVE 'N' TO SW-CUADRA
           END-IF.
           IF WS-CNT-RELEIDAS-PROPIAS NOT = WS-CNT-GRABADAS
              OR WS-CNT-RELEIDAS-COPIAS NOT = WS-CNT-COPIAS
               MOVE 'N' TO SW-CUADRA
           END-IF.

           WRITE OUT-CUADRE-REC FROM WS-LINEA-SEPARA
               AFTER ADVANCING 1 LINE.

           IF CUADRA
               MOVE 'CONVERSION CUADRADA' TO WS-TOT-ETIQUETA
               MOVE WS-CNT-RELEIDAS TO WS-TOT-VALOR
               WRITE OUT-CUADRE-REC FROM WS-TOTAL-LIN
                   AFTER ADVANCING 1 LINE
               DISPLAY 'CONVERSION CUADRADA: ' WS-CNT-RELEIDAS
                       ' ENTRADAS EN 340HISTO-ANT.DAT'
           ELSE
               MOVE 'CONVERSION NO CUADRA: VER CONTADORES'
                   TO WS-TOT-ETIQUETA
               MOVE ZERO TO WS-TOT-VALOR
               WRITE OUT-CUADRE-REC FROM WS-TOTAL-LIN
                   AFTER ADVANCING 1 LINE
               DISPLAY 'CONVERSION NO CUADRA: VER 341CUADRE.DAT'
               MOVE 8 TO RETURN-CODE
           END-IF.

           CLOSE CUADRE.

       8000-WRAP-UP-EXIT.
           EXIT.
      ************************************************************
      *               8100-ESCRIBIR-TOTAL                        *
      ************************************************************
       8100-ESCRIBIR-TOTAL.
           WRITE OUT-CUADRE-REC FROM WS-TOTAL-LIN
               AFTER ADVANCING 1 LINE.

       8100-ESCRIBIR-TOTAL-EXIT.
           EXIT.
