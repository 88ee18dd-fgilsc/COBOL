      *  COLA CON EL NUMERO DE ORDENES Y EL IMPORTE TOTAL. LOS   *
      *  TITULARES SIN CUENTA DE DOMICILIACION NO ENTRAN EN LA   *
      *  REMESA: SE LISTAN EN 390MANUAL.DAT PARA FACTURARLOS A   *
      *  MANO, IGUAL QUE AQUELLOS CUYA CUENTA HA QUEDADO         *
      *  BLOQUEADA POR DEVOLUCIONES DEL BANCO (386DEVOL).        *
      ************************************************************
      *                      IDENTIFICATION DIVISION                   *
      ******************************************************************
      *                   OUTPUT  FILE                           *
      *----------------------------------------------------------*
      * LISTADO DE TITULARES SIN CUENTA DE DOMICILIACION (O SIN  *
      * FICHA EN EL REGISTRO, O CON LA CUENTA BLOQUEADA POR      *
      * DEVOLUCIONES), CON SU IMPORTE, PARA FACTURACION MANUAL.  *
      ************************************************************
       SELECT MANUALES
               ASSIGN TO '390MANUAL.DAT'
           05 TIT-NOMBRE                      PIC X(40).
           05 TIT-DOMICILIO                   PIC X(60).
           05 TIT-CUENTA                      PIC X(20).
      *    'S' CUANDO 386DEVOL HA BLOQUEADO LA CUENTA POR
      *    DEVOLUCIONES: NO SE VUELVE A ADEUDAR EN ELLA.
           05 TIT-BLOQUEO                     PIC X(1).
               88 TIT-CUENTA-BLOQUEADA            VALUE 'S'.
           05 TIT-DEVOLUCIONES                PIC 9(2).

      ************************************************************
      *                    SORT FILE                             *
           05 WS-CNT-RECIBOS PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-ORDENES PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-MANUALES PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-BLOQUEADOS PIC 9(9) VALUE ZERO COMP.
           05 WS-IMP-REMESA PIC S9(11)V99 VALUE ZERO.
           05 WS-IMP-MANUAL PIC S9(11)V99 VALUE ZERO.

      * -------------------------------------------------------- *
      * BUSCA EN EL REGISTRO DE TITULARES LA CUENTA DE           *
      * DOMICILIACION DEL NIF: CON CUENTA, SALE UNA ORDEN DE     *
      * ADEUDO EN LA REMESA; SIN FICHA, SIN CUENTA O CON LA      *
      * CUENTA BLOQUEADA POR DEVOLUCIONES, EL TITULAR VA AL      *
      * LISTADO DE FACTURACION MANUAL.                           *
      ************************************************************
       4500-CERRAR-TITULAR.
           MOVE 'N' TO SW-TITULAR-CON-CUENTA.
                   IF TIT-CUENTA = SPACES
                       MOVE 'SIN CUENTA' TO WS-MAN-MOTIVO
                   ELSE
                       IF TIT-CUENTA-BLOQUEADA
                           MOVE 'CTA BLOQUEADA' TO WS-MAN-MOTIVO
                           ADD 1 TO WS-CNT-BLOQUEADOS
                       ELSE
                           SET TITULAR-CON-CUENTA TO TRUE
                           MOVE TIT-CUENTA TO WS-CUENTA-TITULAR
                           IF TIT-NOMBRE NOT = SPACES
                               MOVE TIT-NOMBRE TO WS-NOMBRE-TITULAR
                           END-IF
                       END-IF
                   END-IF
           END-READ.
           DISPLAY 'ORDENES DE ADEUDO:      ' WS-CNT-ORDENES.
           DISPLAY 'IMPORTE DE LA REMESA:   ' WS-IMP-REMESA.
           DISPLAY 'FACTURACION MANUAL:     ' WS-CNT-MANUALES.
           DISPLAY '  POR CUENTA BLOQUEADA: ' WS-CNT-BLOQUEADOS.
           DISPLAY 'IMPORTE FACT. MANUAL:   ' WS-IMP-MANUAL.

           CLOSE TITULARES
