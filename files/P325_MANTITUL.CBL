      ************************************************************
      *          MANTENIMIENTO DEL REGISTRO DE TITULARES         *
      * -------------------------------------------------------- *
      *  ACTUALIZA EN SU SITIO EL REGISTRO DE TITULARES          *
      *  (320TITUL.DAT, INDEXADO POR NIF) CON LOS MOVIMIENTOS    *
      *  DE 325MOVIM.DAT: ALTAS, MODIFICACIONES Y BAJAS POR NIF, *
      *  SIN TENER QUE VOLVER A CARGARLO ENTERO CON 320TITUL.    *
      *  LA CUENTA DE DOMICILIACION LLEGA COMO IBAN Y SOLO SE    *
      *  ACEPTA SI SUS DIGITOS DE CONTROL SON CORRECTOS; NO SE   *
      *  DA DE BAJA NINGUN NIF QUE SIGA EN UNA POSICION DE       *
      *  COPROPIETARIO DEL MAESTRO (340-PROP-NEW.DAT). CADA      *
      *  CAMBIO ACEPTADO QUEDA EN EL REGISTRO DE CAMBIOS         *
      *  325CAMBIO.DAT CON SU FECHA Y LA FICHA ANTES Y DESPUES,  *
      *  PARA PODER PROBAR QUE TENIA EL REGISTRO EN CUALQUIER    *
      *  FECHA. LOS MOVIMIENTOS RECHAZADOS VAN CON SU MOTIVO A   *
      *  325RECHAZ.DAT.                                          *
      ************************************************************
      *                      IDENTIFICATION DIVISION                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    325MANTIT.
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
      * MOVIMIENTOS DEL REGISTRO DE TITULARES: ACCION ('A' ALTA, *
      * 'M' MODIFICACION, 'B' BAJA), NIF, NOMBRE, DOMICILIO E    *
      * IBAN DE LA CUENTA DE DOMICILIACION. EN UNA MODIFICACION  *
      * LOS CAMPOS EN BLANCO CONSERVAN LO QUE HABIA.             *
      ************************************************************
       SELECT MOVIMIENTOS
               ASSIGN TO '325MOVIM.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

      ************************************************************
      *                   INPUT  FILE                            *
      *----------------------------------------------------------*
      * MAESTRO DE PROPIETARIOS ACTUALIZADO QUE DEJA 330CURSO:   *
      * SUS POSICIONES DE COPROPIETARIO LLEVAN EL NIF.           *
      ************************************************************
       SELECT MAESTRO
               ASSIGN TO '340-PROP-NEW.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MAE-NLOTE.

      ************************************************************
      *                   INPUT/OUTPUT  FILE                     *
      *----------------------------------------------------------*
      * REGISTRO DE TITULARES INDEXADO POR NIF QUE CARGA         *
      * 320TITUL, ACTUALIZADO AQUI POR CLAVE.                    *
      ************************************************************
       SELECT TITULARES
               ASSIGN TO '320TITUL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TIT-NIF.

      ************************************************************
      *                   SORT  FILE                             *
      *----------------------------------------------------------*
      * FICHERO DE TRABAJO DE LA CLASIFICACION POR NIF: UNA      *
      * ENTRADA POR POSICION DE COPROPIETARIO OCUPADA DEL        *
      * MAESTRO Y UNA POR MOVIMIENTO, CON UN INDICADOR PARA QUE  *
      * A IGUAL NIF LLEGUEN PRIMERO LAS DEL MAESTRO, Y LOS       *
      * MOVIMIENTOS EN EL MISMO ORDEN EN QUE VENIAN.             *
      ************************************************************
       SELECT ORDENACION
               ASSIGN TO 'SORTWK01'.

      ************************************************************
      *                   OUTPUT  FILE                           *
      *----------------------------------------------------------*
      * REGISTRO DE CAMBIOS DEL REGISTRO DE TITULARES: UNA LINEA *
      * POR CAMBIO ACEPTADO CON LA FECHA, LA ACCION Y LA FICHA   *
      * ANTES Y DESPUES. SE ACUMULA DE UNA EJECUCION A OTRA.     *
      ************************************************************
       SELECT OPTIONAL CAMBIOS
               ASSIGN TO '325CAMBIO.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

      ************************************************************
      *                   OUTPUT  FILE                           *
      *----------------------------------------------------------*
      * LISTADO DE MOVIMIENTOS RECHAZADOS CON SU MOTIVO, PARA    *
      * DEVOLVERLOS A QUIEN LOS PREPARO.                         *
      ************************************************************
       SELECT RECHAZOS
               ASSIGN TO '325RECHAZ.DAT'
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
       FD  MOVIMIENTOS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 160 CHARACTERS
           DATA RECORD IS MOVIMIENTOS-REC.

       01  MOVIMIENTOS-REC                    PIC X(160).

       FD  MAESTRO
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS MAESTRO-REC.

       01  MAESTRO-REC.
           05 MAE-NLOTE                       PIC 9(9).
           05 FILLER                          PIC X(71).

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
           05 FILLER                          PIC X(123).

      ************************************************************
      *                    SORT FILE                             *
      ************************************************************
       SD  ORDENACION
           RECORD CONTAINS 179 CHARACTERS
           DATA RECORD IS ORD-REG.

       01  ORD-REG.
           05 ORD-NIF                         PIC X(9).
      *    1 = POSICION DE COPROPIETARIO DEL MAESTRO, 2 = MOVIMIENTO.
           05 ORD-TIPO                        PIC 9.
           05 ORD-SECUENCIA                   PIC 9(9).
      *    MOVIMIENTO COMPLETO (TIPO 2) O NUMERO DE LOTE (TIPO 1).
           05 ORD-MOVIMIENTO                  PIC X(160).
           05 ORD-NLOTE REDEFINES ORD-MOVIMIENTO.
               10 ORD-MAE-NLOTE               PIC 9(9).
               10 FILLER                      PIC X(151).

      ************************************************************
      *                    OUTPUT FILE                           *
      ************************************************************
       FD  CAMBIOS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 272 CHARACTERS
           DATA RECORD IS OUT-CAMBIO-REC.

       01  OUT-CAMBIO-REC                     PIC X(272).

       FD  RECHAZOS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 195 CHARACTERS
           DATA RECORD IS OUT-RECHAZO-REC.

       01  OUT-RECHAZO-REC                    PIC X(195).

      ************************************************************
      *               WORKING-STORAGE SECTION                    *
      ************************************************************
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
      ************************************************************
      *                     RECORD LAYOUTS                       *
      ************************************************************
           05  WS-MOVIMIENTO-REG.
               10 WS-MOV-ACCION PIC X(1).
                   88 MOV-ALTA VALUE 'A'.
                   88 MOV-MODIFICACION VALUE 'M'.
                   88 MOV-BAJA VALUE 'B'.
               10 WS-MOV-NIF PIC X(9).
               10 WS-MOV-NOMBRE PIC X(40).
               10 WS-MOV-DOMICILIO PIC X(60).
               10 WS-MOV-IBAN.
                   15 WS-MOV-IBAN-PAIS PIC X(2).
                   15 WS-MOV-IBAN-CONTROL PIC X(2).
                   15 WS-MOV-IBAN-CUENTA PIC X(20).
               10 FILLER PIC X(26).

      *    MAESTRO DE PROPIETARIOS, MISMO TRAZADO QUE 340-PROP-NEW;
      *    LAS POSICIONES DE COPROPIETARIO LLEVAN EL NIF.
           05  WS-PROPIET-REG.
               10 WS-PROP-NLOTE PIC 9(9).
               10 WS-PROP-COPROP OCCURS 3 TIMES
                                 INDEXED BY WS-PROP-IDX.
                   15 WS-PROP-NOMBREPROP PIC X(16).
                   15 WS-PROP-PORCENT PIC 9(3)V99.
               10 WS-PROP-TAS PIC S9(6)V99.

      *    FICHA DEL TITULAR, MISMO TRAZADO QUE CARGA 320TITUL. LA
      *    CUENTA ES LA DEL IBAN SIN PAIS NI DIGITOS DE CONTROL,
      *    QUE ES LO QUE LLEVA LA ORDEN DE ADEUDO DE 390REMESA.
           05  WS-TITULAR-REG.
               10 WS-TIT-NIF PIC X(9).
               10 WS-TIT-DATOS.
                   15 WS-TIT-NOMBRE PIC X(40).
                   15 WS-TIT-DOMICILIO PIC X(60).
                   15 WS-TIT-CUENTA PIC X(20).
                   15 WS-TIT-BLOQUEO PIC X(1).
                   15 WS-TIT-DEVOLUCIONES PIC 9(2).

      *    LINEA DEL REGISTRO DE CAMBIOS: FECHA Y HORA DEL CAMBIO,
      *    ACCION, NIF Y LA FICHA (SIN EL NIF) ANTES Y DESPUES; EN
      *    UN ALTA EL ANTES VA EN BLANCO Y EN UNA BAJA EL DESPUES.
           05  WS-CAMBIO-REG.
               10 WS-CAM-FECHA PIC 9(8).
               10 WS-CAM-HORA PIC 9(8).
               10 WS-CAM-ACCION PIC X(1).
               10 WS-CAM-NIF PIC X(9).
               10 WS-CAM-ANTES PIC X(123).
               10 WS-CAM-DESPUES PIC X(123).

           05  WS-RECHAZO-REG.
               10 WS-RCH-MOTIVO PIC X(30).
               10 FILLER PIC X(2) VALUE SPACES.
               10 WS-RCH-REGISTRO PIC X(160).
               10 FILLER PIC X(3) VALUE SPACES.

      ************************************************************
      *                     FLAGS/SWITCHES                       *
      ************************************************************
           05 SW-FIN-MOVIMIENTOS PIC X VALUE 'N'.
               88 FIN-MOVIMIENTOS VALUE 'Y'.

           05 SW-FIN-MAESTRO PIC X VALUE 'N'.
               88 FIN-MAESTRO VALUE 'Y'.

           05 SW-FIN-ORDENACION PIC X VALUE 'N'.
               88 FIN-ORDENACION VALUE 'Y'.

           05 SW-PRIMER-NIF PIC X VALUE 'Y'.
               88 PRIMER-NIF VALUE 'Y'.

      *    CIERTO CUANDO EL NIF EN CURSO OCUPA ALGUNA POSICION DE
      *    COPROPIETARIO DEL MAESTRO.
           05 SW-NIF-EN-MAESTRO PIC X VALUE 'N'.
               88 NIF-EN-MAESTRO VALUE 'Y'.

           05 SW-IBAN-VALIDO PIC X VALUE 'N'.
               88 IBAN-VALIDO VALUE 'Y'.

      ************************************************************
      *               COUNTERS AND ACCUMULATORS                  *
      ************************************************************
           05 WS-CNT-LEIDOS PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-ALTAS PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-MODIFICACIONES PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-BAJAS PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-RECHAZADOS PIC 9(9) VALUE ZERO COMP.

      ************************************************************
      *                      SCRATCH AREA                        *
      ************************************************************
           05 WS-FECHA-EJECUCION PIC 9(8) VALUE ZERO.
           05 WS-HORA-EJECUCION PIC 9(8) VALUE ZERO.

           05 WS-NIF-ACTUAL PIC X(9) VALUE SPACES.
           05 WS-LOTE-MAESTRO PIC 9(9) VALUE ZERO.
           05 WS-LOTE-MAESTRO-ED PIC ZZZZZZZZ9.

      *    COMPROBACION DEL IBAN (MODULO 97): SE FORMA LA CADENA
      *    CUENTA + PAIS EN NUMEROS (E=14, S=28) + DIGITOS DE
      *    CONTROL Y SE VA SACANDO EL RESTO DIGITO A DIGITO; EL
      *    IBAN ES CORRECTO SI EL RESTO FINAL ES 1.
           05 WS-IBAN-CADENA.
               10 WS-IBAN-CAD-CUENTA PIC X(20).
               10 WS-IBAN-CAD-PAIS PIC X(4).
               10 WS-IBAN-CAD-CONTROL PIC X(2).
           05 WS-IBAN-POS PIC 9(2) COMP.
           05 WS-IBAN-CAR PIC X.
           05 WS-IBAN-DIGITO REDEFINES WS-IBAN-CAR PIC 9.
           05 WS-IBAN-ACUM PIC 9(4) COMP.
           05 WS-IBAN-COCIENTE PIC 9(4) COMP.
           05 WS-IBAN-RESTO PIC 9(2) COMP.

      ************************************************************
      *                    PROCEDURE DIVISION                    *
      ************************************************************
       PROCEDURE DIVISION.

      ************************************************************
      *                 1000 MAINLINE PARAGRAPH                  *
      * -------------------------------------------------------- *
      *  LA CLASIFICACION JUNTA CADA NIF CON LAS POSICIONES DEL  *
      *  MAESTRO QUE OCUPA, PARA SABER ANTES DE TRATAR SUS       *
      *  MOVIMIENTOS SI PUEDE DARSE DE BAJA.                     *
      ************************************************************
       1000-MAINLINE.
           PERFORM 2000-HOUSEKEEPING
              THRU 2000-HOUSEKEEPING-EXIT.

           SORT ORDENACION
               ON ASCENDING KEY ORD-NIF
                                ORD-TIPO
                                ORD-SECUENCIA
               INPUT PROCEDURE IS 3000-CARGAR-MOVIMIENTOS
                  THRU 3000-CARGAR-MOVIMIENTOS-EXIT
               OUTPUT PROCEDURE IS 4000-APLICAR-MOVIMIENTOS
                  THRU 4000-APLICAR-MOVIMIENTOS-EXIT.

           PERFORM 8000-WRAP-UP
              THRU 8000-WRAP-UP-EXIT.

           STOP RUN.

      ************************************************************
      *              2000 HOUSEKEEPING PARAGRAPH                 *
      ************************************************************
       2000-HOUSEKEEPING.
           ACCEPT WS-FECHA-EJECUCION FROM DATE YYYYMMDD.

           OPEN I-O TITULARES
                EXTEND CAMBIOS
                OUTPUT RECHAZOS.

       2000-HOUSEKEEPING-EXIT.
           EXIT.

      ************************************************************
      *              3000-CARGAR-MOVIMIENTOS                     *
      * -------------------------------------------------------- *
      * PROCEDIMIENTO DE ENTRADA DE LA CLASIFICACION: SUELTA UNA *
      * ENTRADA POR CADA POSICION DE COPROPIETARIO OCUPADA DEL   *
      * MAESTRO (TIPO 1) Y UNA POR CADA MOVIMIENTO (TIPO 2),     *
      * NUMERADOS PARA CONSERVAR SU ORDEN.                       *
      ************************************************************
       3000-CARGAR-MOVIMIENTOS.
           OPEN INPUT MAESTRO
                      MOVIMIENTOS.

           READ MAESTRO INTO WS-PROPIET-REG
               AT END
                   SET FIN-MAESTRO TO TRUE.

           PERFORM 3100-SOLTAR-LOTE
              THRU 3100-SOLTAR-LOTE-EXIT
             UNTIL FIN-MAESTRO.

           READ MOVIMIENTOS INTO WS-MOVIMIENTO-REG
               AT END
                   SET FIN-MOVIMIENTOS TO TRUE.

           PERFORM 3200-SOLTAR-MOVIMIENTO
              THRU 3200-SOLTAR-MOVIMIENTO-EXIT
             UNTIL FIN-MOVIMIENTOS.

           CLOSE MAESTRO
                 MOVIMIENTOS.

       3000-CARGAR-MOVIMIENTOS-EXIT.
           EXIT.
      ************************************************************
      *                 3100-SOLTAR-LOTE                         *
      ************************************************************
       3100-SOLTAR-LOTE.
           PERFORM 3110-SOLTAR-POSICION
              THRU 3110-SOLTAR-POSICION-EXIT
              VARYING WS-PROP-IDX FROM 1 BY 1
                 UNTIL WS-PROP-IDX > 3.

           READ MAESTRO INTO WS-PROPIET-REG
               AT END
                   SET FIN-MAESTRO TO TRUE.

       3100-SOLTAR-LOTE-EXIT.
           EXIT.
      ************************************************************
      *                 3110-SOLTAR-POSICION                     *
      ************************************************************
       3110-SOLTAR-POSICION.
           IF WS-PROP-NOMBREPROP (WS-PROP-IDX) NOT = SPACES
               MOVE SPACES TO ORD-MOVIMIENTO
               MOVE WS-PROP-NOMBREPROP (WS-PROP-IDX) (1:9) TO ORD-NIF
               MOVE 1 TO ORD-TIPO
               MOVE ZERO TO ORD-SECUENCIA
               MOVE WS-PROP-NLOTE TO ORD-MAE-NLOTE
               RELEASE ORD-REG
           END-IF.

       3110-SOLTAR-POSICION-EXIT.
           EXIT.
      ************************************************************
      *                 3200-SOLTAR-MOVIMIENTO                   *
      ************************************************************
       3200-SOLTAR-MOVIMIENTO.
           ADD 1 TO WS-CNT-LEIDOS.

           MOVE WS-MOV-NIF TO ORD-NIF.
           MOVE 2 TO ORD-TIPO.
           MOVE WS-CNT-LEIDOS TO ORD-SECUENCIA.
           MOVE WS-MOVIMIENTO-REG TO ORD-MOVIMIENTO.
           RELEASE ORD-REG.

           READ MOVIMIENTOS INTO WS-MOVIMIENTO-REG
               AT END
                   SET FIN-MOVIMIENTOS TO TRUE.

       3200-SOLTAR-MOVIMIENTO-EXIT.
           EXIT.

      ************************************************************
      *              4000-APLICAR-MOVIMIENTOS                    *
      * -------------------------------------------------------- *
      * PROCEDIMIENTO DE SALIDA DE LA CLASIFICACION: CORTE DE    *
      * CONTROL POR NIF. LAS POSICIONES DEL MAESTRO LLEGAN       *
      * DELANTE Y SOLO MARCAN EL NIF; LOS MOVIMIENTOS SE         *
      * APLICAN UNO A UNO CONTRA EL REGISTRO, DE FORMA QUE DOS   *
      * MOVIMIENTOS DEL MISMO NIF SE ENCADENAN.                  *
      ************************************************************
       4000-APLICAR-MOVIMIENTOS.
           PERFORM 4100-RECOGER-MOVIMIENTO
              THRU 4100-RECOGER-MOVIMIENTO-EXIT.

           PERFORM 4200-TRATAR-MOVIMIENTO
              THRU 4200-TRATAR-MOVIMIENTO-EXIT
             UNTIL FIN-ORDENACION.

       4000-APLICAR-MOVIMIENTOS-EXIT.
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
           IF PRIMER-NIF
              OR ORD-NIF NOT = WS-NIF-ACTUAL
               MOVE 'N' TO SW-PRIMER-NIF
               MOVE ORD-NIF TO WS-NIF-ACTUAL
               MOVE 'N' TO SW-NIF-EN-MAESTRO
               MOVE ZERO TO WS-LOTE-MAESTRO
           END-IF.

           IF ORD-TIPO = 1
               IF NOT NIF-EN-MAESTRO
                   SET NIF-EN-MAESTRO TO TRUE
                   MOVE ORD-MAE-NLOTE TO WS-LOTE-MAESTRO
               END-IF
           ELSE
               MOVE ORD-MOVIMIENTO TO WS-MOVIMIENTO-REG
               PERFORM 4300-APLICAR-MOVIMIENTO
                  THRU 4300-APLICAR-MOVIMIENTO-EXIT
           END-IF.

           PERFORM 4100-RECOGER-MOVIMIENTO
              THRU 4100-RECOGER-MOVIMIENTO-EXIT.

       4200-TRATAR-MOVIMIENTO-EXIT.
           EXIT.
      ************************************************************
      *                 4300-APLICAR-MOVIMIENTO                  *
      ************************************************************
       4300-APLICAR-MOVIMIENTO.
           EVALUATE TRUE
               WHEN WS-MOV-NIF = SPACES
                   MOVE 'NIF EN BLANCO' TO WS-RCH-MOTIVO
                   PERFORM 4900-ESCRIBIR-RECHAZO
                      THRU 4900-ESCRIBIR-RECHAZO-EXIT
               WHEN MOV-ALTA
                   PERFORM 4400-DAR-ALTA
                      THRU 4400-DAR-ALTA-EXIT
               WHEN MOV-MODIFICACION
                   PERFORM 4500-MODIFICAR
                      THRU 4500-MODIFICAR-EXIT
               WHEN MOV-BAJA
                   PERFORM 4600-DAR-BAJA
                      THRU 4600-DAR-BAJA-EXIT
               WHEN OTHER
                   MOVE 'ACCION NO VALIDA' TO WS-RCH-MOTIVO
                   PERFORM 4900-ESCRIBIR-RECHAZO
                      THRU 4900-ESCRIBIR-RECHAZO-EXIT
           END-EVALUATE.

       4300-APLICAR-MOVIMIENTO-EXIT.
           EXIT.
      ************************************************************
      *                 4400-DAR-ALTA                            *
      * -------------------------------------------------------- *
      * UN ALTA DE UN NIF QUE YA ESTA EN EL REGISTRO SE RECHAZA, *
      * IGUAL QUE EN LA CARGA DE 320TITUL.                       *
      ************************************************************
       4400-DAR-ALTA.
           MOVE 'Y' TO SW-IBAN-VALIDO.
           IF WS-MOV-IBAN NOT = SPACES
               PERFORM 4800-VALIDAR-IBAN
                  THRU 4800-VALIDAR-IBAN-EXIT
           END-IF.

           IF NOT IBAN-VALIDO
               MOVE 'IBAN INCORRECTO' TO WS-RCH-MOTIVO
               PERFORM 4900-ESCRIBIR-RECHAZO
                  THRU 4900-ESCRIBIR-RECHAZO-EXIT
           ELSE
               PERFORM 4410-GRABAR-ALTA
                  THRU 4410-GRABAR-ALTA-EXIT
           END-IF.

       4400-DAR-ALTA-EXIT.
           EXIT.
      ************************************************************
      *                 4410-GRABAR-ALTA                         *
      ************************************************************
       4410-GRABAR-ALTA.
           INITIALIZE WS-TITULAR-REG.
           MOVE WS-MOV-NIF TO WS-TIT-NIF.
           MOVE WS-MOV-NOMBRE TO WS-TIT-NOMBRE.
           MOVE WS-MOV-DOMICILIO TO WS-TIT-DOMICILIO.
           MOVE WS-MOV-IBAN-CUENTA TO WS-TIT-CUENTA.
           MOVE 'N' TO WS-TIT-BLOQUEO.
           MOVE ZERO TO WS-TIT-DEVOLUCIONES.

           WRITE TITULARES-REC FROM WS-TITULAR-REG
               INVALID KEY
                   MOVE 'NIF YA EXISTE' TO WS-RCH-MOTIVO
                   PERFORM 4900-ESCRIBIR-RECHAZO
                      THRU 4900-ESCRIBIR-RECHAZO-EXIT
               NOT INVALID KEY
                   ADD 1 TO WS-CNT-ALTAS
                   MOVE SPACES TO WS-CAM-ANTES
                   MOVE WS-TIT-DATOS TO WS-CAM-DESPUES
                   PERFORM 4700-ANOTAR-CAMBIO
                      THRU 4700-ANOTAR-CAMBIO-EXIT
           END-WRITE.

       4410-GRABAR-ALTA-EXIT.
           EXIT.
      ************************************************************
      *                 4500-MODIFICAR                           *
      * -------------------------------------------------------- *
      * SOLO CAMBIAN LOS CAMPOS QUE VIENEN INFORMADOS. UNA       *
      * CUENTA NUEVA LEVANTA EL BLOQUEO POR DEVOLUCIONES Y PONE  *
      * SU CUENTA A CERO: ES OTRA CUENTA.                        *
      ************************************************************
       4500-MODIFICAR.
           MOVE 'Y' TO SW-IBAN-VALIDO.
           IF WS-MOV-IBAN NOT = SPACES
               PERFORM 4800-VALIDAR-IBAN
                  THRU 4800-VALIDAR-IBAN-EXIT
           END-IF.

           IF NOT IBAN-VALIDO
               MOVE 'IBAN INCORRECTO' TO WS-RCH-MOTIVO
               PERFORM 4900-ESCRIBIR-RECHAZO
                  THRU 4900-ESCRIBIR-RECHAZO-EXIT
           ELSE
               MOVE WS-MOV-NIF TO TIT-NIF
               READ TITULARES INTO WS-TITULAR-REG
                   INVALID KEY
                       MOVE 'NIF NO EXISTE' TO WS-RCH-MOTIVO
                       PERFORM 4900-ESCRIBIR-RECHAZO
                          THRU 4900-ESCRIBIR-RECHAZO-EXIT
                   NOT INVALID KEY
                       PERFORM 4510-CAMBIAR-FICHA
                          THRU 4510-CAMBIAR-FICHA-EXIT
               END-READ
           END-IF.

       4500-MODIFICAR-EXIT.
           EXIT.
      ************************************************************
      *                 4510-CAMBIAR-FICHA                       *
      ************************************************************
       4510-CAMBIAR-FICHA.
           MOVE WS-TIT-DATOS TO WS-CAM-ANTES.

           IF WS-MOV-NOMBRE NOT = SPACES
               MOVE WS-MOV-NOMBRE TO WS-TIT-NOMBRE
           END-IF.
           IF WS-MOV-DOMICILIO NOT = SPACES
               MOVE WS-MOV-DOMICILIO TO WS-TIT-DOMICILIO
           END-IF.
           IF WS-MOV-IBAN NOT = SPACES
              AND WS-MOV-IBAN-CUENTA NOT = WS-TIT-CUENTA
               MOVE WS-MOV-IBAN-CUENTA TO WS-TIT-CUENTA
               MOVE 'N' TO WS-TIT-BLOQUEO
               MOVE ZERO TO WS-TIT-DEVOLUCIONES
           END-IF.

           IF WS-TIT-DATOS = WS-CAM-ANTES
               MOVE 'MODIFICACION SIN CAMBIOS' TO WS-RCH-MOTIVO
               PERFORM 4900-ESCRIBIR-RECHAZO
                  THRU 4900-ESCRIBIR-RECHAZO-EXIT
           ELSE
               REWRITE TITULARES-REC FROM WS-TITULAR-REG
                   INVALID KEY
                       DISPLAY 'NO SE PUDO REGRABAR EL TITULAR '
                               WS-TIT-NIF
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
               END-REWRITE
               ADD 1 TO WS-CNT-MODIFICACIONES
               MOVE WS-TIT-DATOS TO WS-CAM-DESPUES
               PERFORM 4700-ANOTAR-CAMBIO
                  THRU 4700-ANOTAR-CAMBIO-EXIT
           END-IF.

       4510-CAMBIAR-FICHA-EXIT.
           EXIT.
      ************************************************************
      *                 4600-DAR-BAJA                            *
      * -------------------------------------------------------- *
      * UN NIF QUE SIGUE EN UNA POSICION DE COPROPIETARIO DEL    *
      * MAESTRO NO SE PUEDE DAR DE BAJA: LOS LISTADOS Y EL       *
      * PADRON DEJARIAN DE RESOLVER SU NOMBRE. EL RECHAZO LLEVA  *
      * EL PRIMER LOTE EN QUE APARECE.                           *
      ************************************************************
       4600-DAR-BAJA.
           IF NIF-EN-MAESTRO
               MOVE WS-LOTE-MAESTRO TO WS-LOTE-MAESTRO-ED
               MOVE SPACES TO WS-RCH-MOTIVO
               STRING 'TITULAR DEL LOTE ' DELIMITED BY SIZE
                      WS-LOTE-MAESTRO-ED DELIMITED BY SIZE
                      INTO WS-RCH-MOTIVO
               PERFORM 4900-ESCRIBIR-RECHAZO
                  THRU 4900-ESCRIBIR-RECHAZO-EXIT
           ELSE
               MOVE WS-MOV-NIF TO TIT-NIF
               READ TITULARES INTO WS-TITULAR-REG
                   INVALID KEY
                       MOVE 'NIF NO EXISTE' TO WS-RCH-MOTIVO
                       PERFORM 4900-ESCRIBIR-RECHAZO
                          THRU 4900-ESCRIBIR-RECHAZO-EXIT
                   NOT INVALID KEY
                       PERFORM 4610-BORRAR-FICHA
                          THRU 4610-BORRAR-FICHA-EXIT
               END-READ
           END-IF.

       4600-DAR-BAJA-EXIT.
           EXIT.
      ************************************************************
      *                 4610-BORRAR-FICHA                        *
      ************************************************************
       4610-BORRAR-FICHA.
           DELETE TITULARES
               INVALID KEY
                   DISPLAY 'NO SE PUDO BORRAR EL TITULAR '
                           WS-TIT-NIF
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-DELETE.

           ADD 1 TO WS-CNT-BAJAS.
           MOVE WS-TIT-DATOS TO WS-CAM-ANTES.
           MOVE SPACES TO WS-CAM-DESPUES.
           PERFORM 4700-ANOTAR-CAMBIO
              THRU 4700-ANOTAR-CAMBIO-EXIT.

       4610-BORRAR-FICHA-EXIT.
           EXIT.
      ************************************************************
      *                 4700-ANOTAR-CAMBIO                       *
      ************************************************************
       4700-ANOTAR-CAMBIO.
           ACCEPT WS-HORA-EJECUCION FROM TIME.

           MOVE WS-FECHA-EJECUCION TO WS-CAM-FECHA.
           MOVE WS-HORA-EJECUCION TO WS-CAM-HORA.
           MOVE WS-MOV-ACCION TO WS-CAM-ACCION.
           MOVE WS-MOV-NIF TO WS-CAM-NIF.

           WRITE OUT-CAMBIO-REC FROM WS-CAMBIO-REG.

       4700-ANOTAR-CAMBIO-EXIT.
           EXIT.
      ************************************************************
      *                 4800-VALIDAR-IBAN                        *
      * -------------------------------------------------------- *
      * SOLO SE ADMITEN IBAN ESPANOLES (ES + 2 DIGITOS DE        *
      * CONTROL + 20 DE CUENTA), QUE ES LO QUE CABE EN LA CUENTA *
      * DE LA FICHA. LOS DIGITOS DE CONTROL SE COMPRUEBAN CON    *
      * EL MODULO 97: LA CUENTA, SEGUIDA DEL PAIS EN NUMEROS Y   *
      * DE LOS DIGITOS DE CONTROL, HA DE DAR RESTO 1.            *
      ************************************************************
       4800-VALIDAR-IBAN.
           MOVE 'N' TO SW-IBAN-VALIDO.

           IF WS-MOV-IBAN-PAIS = 'ES'
              AND WS-MOV-IBAN-CONTROL NUMERIC
              AND WS-MOV-IBAN-CUENTA NUMERIC
               MOVE WS-MOV-IBAN-CUENTA TO WS-IBAN-CAD-CUENTA
               MOVE '1428' TO WS-IBAN-CAD-PAIS
               MOVE WS-MOV-IBAN-CONTROL TO WS-IBAN-CAD-CONTROL
               MOVE ZERO TO WS-IBAN-RESTO
               PERFORM 4810-TRATAR-DIGITO
                  THRU 4810-TRATAR-DIGITO-EXIT
                  VARYING WS-IBAN-POS FROM 1 BY 1
                     UNTIL WS-IBAN-POS > 26
               IF WS-IBAN-RESTO = 1
                   SET IBAN-VALIDO TO TRUE
               END-IF
           END-IF.

       4800-VALIDAR-IBAN-EXIT.
           EXIT.
      ************************************************************
      *                 4810-TRATAR-DIGITO                       *
      ************************************************************
       4810-TRATAR-DIGITO.
           MOVE WS-IBAN-CADENA (WS-IBAN-POS:1) TO WS-IBAN-CAR.

           COMPUTE WS-IBAN-ACUM = WS-IBAN-RESTO * 10 + WS-IBAN-DIGITO.
           DIVIDE WS-IBAN-ACUM BY 97 GIVING WS-IBAN-COCIENTE
               REMAINDER WS-IBAN-RESTO.

       4810-TRATAR-DIGITO-EXIT.
           EXIT.
      ************************************************************
      *                 4900-ESCRIBIR-RECHAZO                    *
      ************************************************************
       4900-ESCRIBIR-RECHAZO.
           MOVE WS-MOVIMIENTO-REG TO WS-RCH-REGISTRO.
           ADD 1 TO WS-CNT-RECHAZADOS.

           WRITE OUT-RECHAZO-REC FROM WS-RECHAZO-REG
               AFTER ADVANCING 1 LINE.

       4900-ESCRIBIR-RECHAZO-EXIT.
           EXIT.

      ************************************************************
      *                    8000 WRAP-UP PARAGRAPH                *
      ************************************************************
       8000-WRAP-UP.
           DISPLAY 'MOVIMIENTOS LEIDOS:   ' WS-CNT-LEIDOS.
           DISPLAY 'ALTAS:                ' WS-CNT-ALTAS.
           DISPLAY 'MODIFICACIONES:       ' WS-CNT-MODIFICACIONES.
           DISPLAY 'BAJAS:                ' WS-CNT-BAJAS.
           DISPLAY 'MOVIMIENTOS RECHAZ.:  ' WS-CNT-RECHAZADOS.

           CLOSE TITULARES
                 CAMBIOS
                 RECHAZOS.

       8000-WRAP-UP-EXIT.
           EXIT.
