      *----------------------------------------------------------*
      * HISTORICO ACUMULADO DE TODOS LOS CICLOS ANTERIORES, QUE  *
      * 330CURSO VA EXTENDIENDO AL CIERRE DE CADA TANDA REAL     *
      * (340HISTO-ANT.DAT), INDEXADO POR LOTE + FECHA DEL CAMBIO *
      * + CICLO + LINEA: SIN EL, LA RECONSTRUCCION SOLO          *
      * LLEGARIA HASTA EL PRINCIPIO DEL CICLO EN CURSO, PORQUE   *
      * 340HISTO.DAT SE REESCRIBE EN CADA TANDA. POR CADA        *
      * PETICION SE LEEN SOLO LAS ENTRADAS DEL LOTE PEDIDO. ES   *
      * OPTIONAL: SIN ACUMULADO, EL CERTIFICADO AVISA CUANDO LA  *
      * HISTORIA DISPONIBLE NO ALCANZA LA FECHA.                 *
      ************************************************************
       SELECT OPTIONAL HISTORICO-ANT
               ASSIGN TO '340HISTO-ANT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIA-CLAVE.

      ************************************************************
      *                   INPUT  FILE                            *
           05 MAE-NLOTE                       PIC 9(9).
           05 FILLER                          PIC X(71).

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

      *    340HISTO.DAT Y 340BAJAS.DAT SE ESCRIBEN CON AFTER
      *    ADVANCING: CADA LINEA LLEVA DETRAS SU TERMINADOR, ASI
      *    QUE SE LEEN CON UN REGISTRO DE LONGITUD (REGISTRO +
      *    TERMINADOR), IGUAL QUE LAS VISTAS DE REARRANQUE DE
      *    330CURSO, PARA NO DESCUADRARSE LINEA A LINEA.
       FD  HISTORICO
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 302 CHARACTERS
           DATA RECORD IS HISTORICO-REC.

       01  HISTORICO-REC                      PIC X(302).

       FD  BAJAS
           LABEL RECORDS ARE STANDARD
               10 WS-HIS-DET-DESPUES.
                   15 WS-HIS-DET-DES-COPROP PIC X(63).
                   15 WS-HIS-DET-DES-TAS PIC S9(6)V99.
               10 FILLER PIC X(2).
               10 WS-HIS-FECHA-EFECTO PIC X(8).
      *        TERMINADOR DE LINEA DEL AFTER ADVANCING (QUEDA EN
      *        BLANCO AL LEER EL ACUMULADO, QUE VIENE LISO).
               10 FILLER PIC X(1).
           05 SW-FIN-HISTO-ANT PIC X VALUE 'N'.
               88 FIN-HISTO-ANT VALUE 'Y'.

      *    CIERTO CUANDO EL ACUMULADO 340HISTO-ANT.DAT TIENE AL
      *    MENOS UNA ENTRADA: EN ESE CASO EL ULTIMO CICLO YA ESTA
      *    DENTRO Y NO SE LEE ADEMAS 340HISTO.DAT, QUE DUPLICARIA
      *    SUS ENTRADAS EN LA TABLA.
           05 SW-ANT-PRESENTE PIC X VALUE 'N'.
               88 ANT-PRESENTE VALUE 'Y'.

      * -------------------------------------------------------- *
      * GUARDA EN LA TABLA, EN SU ORDEN DE ESCRITURA, LAS        *
      * ENTRADAS DEL LOTE PEDIDO: PRIMERO EL HISTORICO ACUMULADO *
      * DE CICLOS ANTERIORES (340HISTO-ANT.DAT), AL QUE SE VA    *
      * DIRECTAMENTE POR CLAVE Y QUE DEVUELVE EL LOTE EN ORDEN   *
      * DE FECHA Y DE ESCRITURA, Y DESPUES EL DEL CICLO EN CURSO *
      * (340HISTO.DAT), QUE ES CRONOLOGICAMENTE POSTERIOR. LAS   *
      * LINEAS DE CABECERA DE LISTADO DEL CICLO EN CURSO SE      *
      * RECONOCEN PORQUE SU CAMPO DE FECHA NO ES NUMERICO.       *
      ************************************************************
       3200-CARGAR-HISTORIAL.

           OPEN INPUT HISTORICO-ANT.

           MOVE ZEROS TO HIA-CLAVE.
           START HISTORICO-ANT
               KEY IS NOT LESS THAN HIA-CLAVE
               INVALID KEY
                   SET FIN-HISTO-ANT TO TRUE
               NOT INVALID KEY
                   SET ANT-PRESENTE TO TRUE
           END-START.

           IF ANT-PRESENTE
               MOVE WS-PET-NLOTE TO HIA-NLOTE
               MOVE ZERO TO HIA-FECHA
               MOVE ZERO TO HIA-CICLO
               MOVE ZERO TO HIA-LINEA
               START HISTORICO-ANT
                   KEY IS NOT LESS THAN HIA-CLAVE
                   INVALID KEY
                       SET FIN-HISTO-ANT TO TRUE
               END-START
           END-IF.

           PERFORM 3205-LEER-LINEA-HANT
              THRU 3205-LEER-LINEA-HANT-EXIT
             UNTIL FIN-HISTO-ANT.
      *                 3205-LEER-LINEA-HANT                     *
      ************************************************************
       3205-LEER-LINEA-HANT.
           READ HISTORICO-ANT NEXT RECORD
               AT END
                   SET FIN-HISTO-ANT TO TRUE
               NOT AT END
                   IF HIA-NLOTE NOT = WS-PET-NLOTE
                       SET FIN-HISTO-ANT TO TRUE
                   ELSE
                       MOVE HIA-DATOS TO WS-HISTO-LIN
                       PERFORM 3220-GUARDAR-ENTRADA
                          THRU 3220-GUARDAR-ENTRADA-EXIT
                   END-IF
