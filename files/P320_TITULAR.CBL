               10 WS-TIT-NOMBRE PIC X(40).
               10 WS-TIT-DOMICILIO PIC X(60).
               10 WS-TIT-CUENTA PIC X(20).
      *    BLOQUEO DE LA CUENTA POR DEVOLUCIONES ('S' BLOQUEADA) Y
      *    NUMERO DE ADEUDOS DEVUELTOS, QUE MANTIENE 386DEVOL; LA
      *    CARGA LOS DEJA SIEMPRE A 'N' Y CERO.
               10 WS-TIT-BLOQUEO PIC X(1).
               10 WS-TIT-DEVOLUCIONES PIC 9(2).

           05  WS-RECHAZO-REG.
               10 WS-RCH-MOTIVO PIC X(30).
               PERFORM 3200-ESCRIBIR-RECHAZO
                  THRU 3200-ESCRIBIR-RECHAZO-EXIT
           ELSE
               MOVE 'N' TO WS-TIT-BLOQUEO
               MOVE ZERO TO WS-TIT-DEVOLUCIONES
               WRITE TITULARES-REC FROM WS-TITULAR-REG
                   INVALID KEY
                       MOVE 'NIF DUPLICADO' TO WS-RCH-MOTIVO
