      ************************************************************
      *        PROVIDENCIAS DE APREMIO DEL PADRON                *
      * -------------------------------------------------------- *
      *  DETRAS DE 380COBROS: TOMA CADA RECIBO QUE LA            *
      *  CONCILIACION DEJO IMPAGADO O PARCIAL EN 380ESTADO.DAT,  *
      *  LO DESGLOSA EN LOS PLAZOS QUE EMITIO 370PADRON          *
      *  (370PADRON.DAT), IMPUTANDO LO COBRADO A LOS PLAZOS MAS  *
      *  ANTIGUOS (SALVO LO QUE EL BANCO HAYA DEVUELTO DE CADA   *
      *  PLAZO SEGUN 386IMPAG.DAT, QUE QUEDA SIN COBRAR), Y POR  *
      *  CADA PLAZO YA VENCIDO CON SALDO PENDIENTE CALCULA EL    *
      *  RECARGO DE APREMIO (TRAMO SEGUN LOS DIAS DE DEMORA) Y   *
      *  LOS INTERESES DE DEMORA DESDE SU VENCIMIENTO, CON LOS   *
      *  TIPOS QUE MANTIENE RECAUDACION EN 385TIPOS.DAT. DEJA    *
      *  UNA PROVIDENCIA POR TITULAR, LOTE Y PLAZO EN            *
      *  385APREMI.DAT, CON EL DOMICILIO DEL REGISTRO DE         *
      *  TITULARES, Y UN RESUMEN (385RESUM.DAT) QUE CUADRA EL    *
      *  PRINCIPAL EN APREMIO MAS LO AUN NO VENCIDO CONTRA EL    *
      *  'PENDIENTE DE COBRO' DE 380RESUM.DAT, PARA QUE EL       *
      *  RECARGO Y LOS INTERESES DEJEN DE CALCULARSE A MANO.     *
      ************************************************************
      *                      IDENTIFICATION DIVISION                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    385APREMI.
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
      * TABLA DE TIPOS DEL APREMIO: REGISTROS 'REC' (TRAMO DE    *
      * RECARGO: DIAS DE DEMORA TOPE, PORCENTAJE Y SI DEVENGA    *
      * INTERESES), EN ORDEN ASCENDENTE DE TOPE, Y REGISTROS     *
      * 'INT' (TIPO ANUAL DEL INTERES DE DEMORA VIGENTE DESDE    *
      * UNA FECHA), EN ORDEN ASCENDENTE DE FECHA.                *
      ************************************************************
       SELECT TIPOS
               ASSIGN TO '385TIPOS.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

      ************************************************************
      *                   INPUT  FILE                            *
      *----------------------------------------------------------*
      * LINEAS DE RECIBO DEL PADRON QUE DEJA 370PADRON: UNA POR  *
      * TITULAR, LOTE Y PLAZO, CON SU FECHA DE VENCIMIENTO.      *
      ************************************************************
       SELECT PADRON
               ASSIGN TO '370PADRON.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

      ************************************************************
      *                   INPUT  FILE                            *
      *----------------------------------------------------------*
      * ESTADO DE CADA RECIBO QUE DEJA 380COBROS: UNO POR        *
      * TITULAR Y LOTE, CON LO FACTURADO, LO COBRADO Y SU        *
      * ESTADO (PAGADO, IMPAGADO, PARCIAL...).                   *
      ************************************************************
       SELECT ESTADO
               ASSIGN TO '380ESTADO.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

      ************************************************************
      *                   INPUT  FILE                            *
      *----------------------------------------------------------*
      * RESUMEN DE LA CONCILIACION QUE DEJA 380COBROS; DE EL SE  *
      * TOMA LA LINEA 'PENDIENTE DE COBRO' PARA CUADRAR.         *
      ************************************************************
       SELECT RESUMEN-COBROS
               ASSIGN TO '380RESUM.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

      ************************************************************
      *                   INPUT  FILE                            *
      *----------------------------------------------------------*
      * RECIBOS DEVUELTOS POR EL BANCO QUE ACUMULA 386DEVOL: UN  *
      * REGISTRO POR LINEA DE RECIBO CUYO ADEUDO SE DEVOLVIO,    *
      * CON SU PLAZO Y VENCIMIENTO. LO DEVUELTO DE UN PLAZO NO   *
      * SE DA POR COBRADO AL IMPUTAR. ES OPTIONAL: SIN           *
      * DEVOLUCIONES NO HAY FICHERO.                             *
      ************************************************************
       SELECT OPTIONAL DEVUELTOS
               ASSIGN TO '386IMPAG.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

      ************************************************************
      *                   INPUT  FILE                            *
      *----------------------------------------------------------*
      * REGISTRO DE TITULARES INDEXADO POR NIF QUE CARGA         *
      * 320TITUL, DEL QUE SALEN EL NOMBRE Y EL DOMICILIO DE      *
      * NOTIFICACION DE CADA PROVIDENCIA. ES OPTIONAL: SIN       *
      * REGISTRO LA PROVIDENCIA SALE SIN DOMICILIO Y CON EL      *
      * NOMBRE DEL PADRON.                                       *
      ************************************************************
       SELECT OPTIONAL TITULARES
               ASSIGN TO '320TITUL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TIT-NIF.

      ************************************************************
      *                   SORT  FILE                             *
      *----------------------------------------------------------*
      * FICHERO DE TRABAJO DE LA CLASIFICACION POR TITULAR Y     *
      * LOTE: UNA ENTRADA POR ESTADO DE 380ESTADO.DAT, UNA POR   *
      * ADEUDO DEVUELTO Y UNA POR PLAZO DEL PADRON, CON UN       *
      * INDICADOR PARA QUE A IGUAL CLAVE EL ESTADO Y LAS         *
      * DEVOLUCIONES PRECEDAN A SUS PLAZOS, Y ESTOS VAYAN EN     *
      * ORDEN DE VENCIMIENTO.                                    *
      ************************************************************
       SELECT ORDENACION
               ASSIGN TO 'SORTWK01'.

      ************************************************************
      *                   OUTPUT  FILE                           *
      *----------------------------------------------------------*
      * PROVIDENCIAS DE APREMIO: UNA POR TITULAR, LOTE Y PLAZO   *
      * VENCIDO CON SALDO PENDIENTE, EN FORMATO FIJO PARA SU     *
      * IMPRESION Y NOTIFICACION.                                *
      ************************************************************
       SELECT PROVIDENCIAS
               ASSIGN TO '385APREMI.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

      ************************************************************
      *                   OUTPUT  FILE                           *
      *----------------------------------------------------------*
      * RESUMEN DEL APREMIO: PROVIDENCIAS POR TRAMO, PRINCIPAL,  *
      * RECARGOS E INTERESES, Y EL CUADRE CONTRA EL PENDIENTE    *
      * DE COBRO DE 380RESUM.DAT.                                *
      ************************************************************
       SELECT RESUMEN
               ASSIGN TO '385RESUM.DAT'
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
       FD  TIPOS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS TIPOS-REC.

       01  TIPOS-REC                          PIC X(80).

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

      *    380RESUM.DAT SE ESCRIBE CON AFTER ADVANCING: CADA
      *    LINEA LLEVA DETRAS SU TERMINADOR, ASI QUE SE LEE CON
      *    UN REGISTRO DE LONGITUD (REGISTRO + TERMINADOR), IGUAL
      *    QUE 380COBROS LEE 370RESUM.DAT.
       FD  RESUMEN-COBROS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 61 CHARACTERS
           DATA RECORD IS RESUMEN-COBROS-REC.

       01  RESUMEN-COBROS-REC                 PIC X(61).

       FD  DEVUELTOS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 55 CHARACTERS
           DATA RECORD IS DEVUELTOS-REC.

       01  DEVUELTOS-REC                      PIC X(55).

       FD  TITULARES
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS TITULARES-REC.

       01  TITULARES-REC.
           05 TIT-NIF                         PIC X(9).
           05 TIT-NOMBRE                      PIC X(40).
           05 TIT-DOMICILIO                   PIC X(60).
           05 TIT-CUENTA                      PIC X(20).
           05 FILLER                          PIC X(3).

      ************************************************************
      *                    SORT FILE                             *
      ************************************************************
       SD  ORDENACION
           RECORD CONTAINS 94 CHARACTERS
           DATA RECORD IS ORD-REG.

       01  ORD-REG.
           05 ORD-NIF                         PIC X(16).
           05 ORD-NLOTE                       PIC 9(9).
      *    1 = ESTADO DE 380ESTADO.DAT, 2 = ADEUDO DEVUELTO,
      *    3 = PLAZO DEL PADRON; A IGUAL TITULAR Y LOTE, PRIMERO
      *    EL ESTADO, LUEGO LAS DEVOLUCIONES Y AL FINAL LOS PLAZOS.
           05 ORD-TIPO                        PIC 9.
           05 ORD-FECHA-VTO                   PIC 9(8).
           05 ORD-PLAZO                       PIC 9.
      *    COBRADO DEL RECIBO (TIPO 1), IMPORTE DEVUELTO (TIPO 2)
      *    O IMPORTE DEL PLAZO (TIPO 3).
           05 ORD-IMPORTE                     PIC S9(7)V99.
           05 ORD-ESTADO                      PIC X(10).
           05 ORD-NOMBRE                      PIC X(40).

      ************************************************************
      *                    OUTPUT FILE                           *
      ************************************************************
       FD  PROVIDENCIAS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS OUT-PROVIDENCIA-REC.

       01  OUT-PROVIDENCIA-REC                PIC X(200).

       FD  RESUMEN
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS OUT-RESUMEN-REC.

       01  OUT-RESUMEN-REC                    PIC X(60).

      ************************************************************
      *               WORKING-STORAGE SECTION                    *
      ************************************************************
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
      ************************************************************
      *                     RECORD LAYOUTS                       *
      ************************************************************
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

      *    RECIBO DEVUELTO, MISMO TRAZADO QUE ESCRIBE 386DEVOL.
           05  WS-DEVUELTO-REG.
               10 WS-DEV-NLOTE PIC 9(9).
               10 WS-DEV-NIF PIC X(16).
               10 WS-DEV-IMPORTE PIC 9(7)V99.
               10 WS-DEV-FECHA-DEVOL PIC 9(8).
               10 WS-DEV-MOTIVO PIC X(4).
               10 WS-DEV-PLAZO PIC 9(1).
               10 WS-DEV-FECHA-VTO PIC 9(8).

      ************************************************************
      *  REGISTRO DE LA TABLA DE TIPOS (385TIPOS.DAT) Y SU VISTA  *
      *  POR TIPO: 'REC' TRAMO DE RECARGO (DIAS DE DEMORA HASTA   *
      *  LOS QUE SE APLICA, PORCENTAJE Y 'S' SI ADEMAS DEVENGA    *
      *  INTERESES DE DEMORA) E 'INT' PERIODO DE INTERES (FECHA   *
      *  AAAAMMDD DESDE LA QUE RIGE Y TIPO ANUAL EN PORCENTAJE).  *
      ************************************************************
           05  WS-TIPO-REG.
               10 WS-TIP-CLASE PIC X(3).
                   88 TIPO-RECARGO VALUE 'REC'.
                   88 TIPO-INTERES VALUE 'INT'.
               10 WS-TIP-DIAS-HASTA PIC 9(5).
               10 WS-TIP-PCT PIC 9(3)V99.
               10 WS-TIP-CON-INTERES PIC X(1).
               10 FILLER PIC X(66).

           05  WS-TIPO-INT REDEFINES WS-TIPO-REG.
               10 FILLER PIC X(3).
               10 WS-TIP-DESDE PIC 9(8).
               10 WS-TIP-ANUAL PIC 9(3)V99.
               10 FILLER PIC X(64).

      *    TRAMOS DE RECARGO YA CARGADOS, EN ORDEN ASCENDENTE DE
      *    DIAS DE DEMORA; EL ULTIMO CUBRE CUALQUIER DEMORA MAYOR.
      *    CADA TRAMO LLEVA SUS PROPIOS TOTALES PARA EL RESUMEN.
           05  WS-RECARGOS.
               10 WS-RCG OCCURS 5 TIMES
                         INDEXED BY WS-RCG-IDX.
                   15 WS-RCG-DIAS-HASTA PIC 9(5).
                   15 WS-RCG-PCT PIC 9(3)V99.
                   15 WS-RCG-CON-INTERES PIC X(1).
                   15 WS-RCG-CNT PIC 9(9) COMP.
                   15 WS-RCG-IMPORTE PIC S9(9)V99.
           05  WS-CNT-RECARGOS PIC 9(2) VALUE ZERO COMP.

      *    PERIODOS DEL INTERES DE DEMORA YA CARGADOS: CADA TIPO
      *    RIGE DESDE SU FECHA HASTA LA DEL SIGUIENTE (EL ULTIMO,
      *    HASTA LA FECHA DE LA PROVIDENCIA). LA FECHA SE GUARDA
      *    TAMBIEN COMO NUMERO DE DIA PARA CONTAR DIAS.
           05  WS-INTERESES.
               10 WS-ITR OCCURS 20 TIMES
                         INDEXED BY WS-ITR-IDX.
                   15 WS-ITR-DESDE PIC 9(8).
                   15 WS-ITR-DIA PIC 9(7) COMP.
                   15 WS-ITR-ANUAL PIC 9(3)V99.
           05  WS-CNT-INTERESES PIC 9(2) VALUE ZERO COMP.

      *    ADEUDOS DEVUELTOS DEL TITULAR Y LOTE EN CURSO, UNO POR
      *    PLAZO Y VENCIMIENTO, CON TODO LO QUE EL BANCO HA
      *    DEVUELTO DE ESE PLAZO. SE VACIA EN CADA CORTE.
           05  WS-DEVOLUCIONES.
               10 WS-DVL OCCURS 20 TIMES
                         INDEXED BY WS-DVL-IDX.
                   15 WS-DVL-PLAZO PIC 9(1).
                   15 WS-DVL-FECHA-VTO PIC 9(8).
                   15 WS-DVL-IMPORTE PIC S9(7)V99.
           05  WS-CNT-DEVOLUCIONES PIC 9(2) VALUE ZERO COMP.

      ************************************************************
      *  PROVIDENCIA DE APREMIO: UNA POR TITULAR, LOTE Y PLAZO.   *
      *  PRINCIPAL ES EL SALDO PENDIENTE DEL PLAZO; TOTAL ES      *
      *  PRINCIPAL MAS RECARGO MAS INTERESES.                     *
      ************************************************************
           05  WS-PROVIDENCIA-REG.
               10 WS-PRV-NLOTE PIC 9(9).
               10 WS-PRV-NIF PIC X(16).
               10 WS-PRV-NOMBRE PIC X(40).
               10 WS-PRV-DOMICILIO PIC X(60).
               10 WS-PRV-PLAZO PIC 9(1).
               10 WS-PRV-FECHA-VTO PIC 9(8).
               10 WS-PRV-FECHA-PROVIDENCIA PIC 9(8).
               10 WS-PRV-DIAS-DEMORA PIC 9(5).
               10 WS-PRV-PRINCIPAL PIC 9(7)V99.
               10 WS-PRV-PCT-RECARGO PIC 9(3)V99.
               10 WS-PRV-RECARGO PIC 9(7)V99.
               10 WS-PRV-INTERES PIC 9(7)V99.
               10 WS-PRV-TOTAL PIC 9(7)V99.
               10 WS-PRV-ESTADO PIC X(10).
               10 FILLER PIC X(2) VALUE SPACES.

           05  WS-RESUMEN-LIN.
               10 WS-RES-ETIQUETA PIC X(34).
               10 FILLER PIC X(2) VALUE SPACES.
               10 WS-RES-VALOR PIC -(9)9.99.
               10 FILLER PIC X(10) VALUE SPACES.

      *    VISTA DE LECTURA DE LAS LINEAS DE 380RESUM.DAT: LOS 60
      *    CARACTERES DEL REGISTRO (ETIQUETA E IMPORTE EDITADO EN
      *    CAMPOS X) MAS EL TERMINADOR DE LINEA DEL AFTER
      *    ADVANCING.
           05  WS-RESUMEN-COB-LIN.
               10 WS-RESC-ETIQUETA PIC X(34).
               10 FILLER PIC X(2).
               10 WS-RESC-VALOR PIC X(13).
               10 FILLER PIC X(12).

      ************************************************************
      *                     FLAGS/SWITCHES                       *
      ************************************************************
           05 SW-FIN-TIPOS PIC X VALUE 'N'.
               88 FIN-TIPOS VALUE 'Y'.

           05 SW-FIN-PADRON PIC X VALUE 'N'.
               88 FIN-PADRON VALUE 'Y'.

           05 SW-FIN-ESTADO PIC X VALUE 'N'.
               88 FIN-ESTADO VALUE 'Y'.

           05 SW-FIN-DEVUELTOS PIC X VALUE 'N'.
               88 FIN-DEVUELTOS VALUE 'Y'.

           05 SW-FIN-RESUMEN-COB PIC X VALUE 'N'.
               88 FIN-RESUMEN-COB VALUE 'Y'.

           05 SW-FIN-ORDENACION PIC X VALUE 'N'.
               88 FIN-ORDENACION VALUE 'Y'.

           05 SW-PRIMER-MOVIMIENTO PIC X VALUE 'Y'.
               88 PRIMER-MOVIMIENTO VALUE 'Y'.

           05 SW-PENDIENTE-380-VISTO PIC X VALUE 'N'.
               88 PENDIENTE-380-VISTO VALUE 'Y'.

      *    CIERTO CUANDO EL TITULAR Y LOTE EN CURSO TRAE SU LINEA
      *    DE 380ESTADO.DAT; SIN ELLA SUS PLAZOS NO SE PUEDEN
      *    IMPUTAR Y SE CUENTAN APARTE.
           05 SW-CON-ESTADO PIC X VALUE 'N'.
               88 CON-ESTADO VALUE 'Y'.

           05 SW-RECIBO-PENDIENTE PIC X VALUE 'N'.
               88 RECIBO-PENDIENTE VALUE 'Y'.

           05 SW-TRAMO-HALLADO PIC X VALUE 'N'.
               88 TRAMO-HALLADO VALUE 'Y'.

           05 SW-DEVOLUCION-HALLADA PIC X VALUE 'N'.
               88 DEVOLUCION-HALLADA VALUE 'Y'.

      ************************************************************
      *               COUNTERS AND ACCUMULATORS                  *
      ************************************************************
           05 WS-CNT-PLAZOS PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-ESTADOS PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-PROVIDENCIAS PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-SIN-DOMICILIO PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-NO-VENCIDOS PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-SIN-VTO PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-SIN-ESTADO PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-ADEUDOS-DEVUELTOS PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-PLAZOS-DEVUELTOS PIC 9(9) VALUE ZERO COMP.

           05 WS-TOT-PRINCIPAL PIC S9(9)V99 VALUE ZERO.
           05 WS-TOT-RECARGO PIC S9(9)V99 VALUE ZERO.
           05 WS-TOT-INTERES PIC S9(9)V99 VALUE ZERO.
           05 WS-TOT-EXIGIBLE PIC S9(9)V99 VALUE ZERO.
           05 WS-TOT-NO-VENCIDO PIC S9(9)V99 VALUE ZERO.
           05 WS-TOT-SIN-VTO PIC S9(9)V99 VALUE ZERO.
           05 WS-TOT-PENDIENTE PIC S9(9)V99 VALUE ZERO.

           05 WS-PENDIENTE-380 PIC S9(9)V99 VALUE ZERO.
           05 WS-DIF-COBROS PIC S9(9)V99 VALUE ZERO.

      ************************************************************
      *                      SCRATCH AREA                        *
      ************************************************************
           05 WS-FECHA-EJECUCION PIC 9(8) VALUE ZERO.
           05 WS-DIA-EJECUCION PIC 9(7) VALUE ZERO COMP.

           05 WS-NIF-ACTUAL PIC X(16) VALUE SPACES.
           05 WS-NLOTE-ACTUAL PIC 9(9) VALUE ZERO.
           05 WS-ESTADO-ACTUAL PIC X(10) VALUE SPACES.

      *    COBRADO DEL RECIBO EN CURSO AUN NO IMPUTADO A NINGUN
      *    PLAZO: SE VA CONSUMIENDO DEL PLAZO MAS ANTIGUO AL MAS
      *    RECIENTE.
           05 WS-COBRO-DISPONIBLE PIC S9(7)V99 VALUE ZERO.
           05 WS-COBRO-IMPUTADO PIC S9(7)V99 VALUE ZERO.
      *    PARTE DEL PLAZO EN CURSO A LA QUE SE PUEDE IMPUTAR
      *    COBRO: SU IMPORTE MENOS LO QUE EL BANCO HA DEVUELTO.
           05 WS-IMPUTABLE-PLAZO PIC S9(7)V99 VALUE ZERO.
           05 WS-PRINCIPAL-PLAZO PIC S9(7)V99 VALUE ZERO.

      *    INTERES DEVENGADO DEL PLAZO EN CURSO, CON DECIMALES DE
      *    SOBRA PARA REDONDEAR UNA SOLA VEZ AL FINAL.
           05 WS-INTERES-ACUM PIC S9(9)V9(6) VALUE ZERO.
           05 WS-DIA-VTO PIC 9(7) COMP.
           05 WS-SEG-INICIO PIC 9(7) COMP.
           05 WS-SEG-FIN PIC 9(7) COMP.
           05 WS-SEG-DIAS PIC 9(7) COMP.

      *    CONVERSION DE UNA FECHA AAAAMMDD A NUMERO DE DIA
      *    CORRELATIVO, PARA CONTAR LOS DIAS ENTRE DOS FECHAS.
           05 WS-FEC-ENTRADA.
               10 WS-FEC-AAAA PIC 9(4).
               10 WS-FEC-MM PIC 9(2).
               10 WS-FEC-DD PIC 9(2).
           05 WS-FEC-DIA PIC 9(7) COMP.
           05 WS-FEC-ANO PIC 9(4) COMP.
           05 WS-FEC-MES PIC 9(2) COMP.
           05 WS-FEC-AUX PIC 9(5) COMP.
           05 WS-FEC-Q4 PIC 9(4) COMP.
           05 WS-FEC-Q100 PIC 9(4) COMP.
           05 WS-FEC-Q400 PIC 9(4) COMP.
           05 WS-FEC-DIAS-MES PIC 9(3) COMP.

           05 WS-PCT-EDITADO PIC ZZ9.99.

           05 WS-PARSE-CAMPO PIC X(13).
           05 WS-PARSE-POS PIC 9(2) COMP.
           05 WS-PARSE-CAR PIC X.
           05 WS-PARSE-DIGITO REDEFINES WS-PARSE-CAR PIC 9.
           05 WS-PARSE-ENTERO PIC 9(11) VALUE ZERO.
           05 WS-PARSE-SIGNO PIC X VALUE '+'.

      ************************************************************
      *                    PROCEDURE DIVISION                    *
      ************************************************************
       PROCEDURE DIVISION.

      ************************************************************
      *                 1000 MAINLINE PARAGRAPH                  *
      * -------------------------------------------------------- *
      *  CARGA LA TABLA DE TIPOS Y EL PENDIENTE DE 380RESUM.DAT  *
      *  ANTES DE NADA; LA CLASIFICACION JUNTA CADA ESTADO CON   *
      *  SUS PLAZOS Y EL PROCEDIMIENTO DE SALIDA EMITE LAS       *
      *  PROVIDENCIAS.                                           *
      ************************************************************
       1000-MAINLINE.
           PERFORM 1400-CARGAR-TIPOS
              THRU 1400-CARGAR-TIPOS-EXIT.

           PERFORM 1500-LEER-PENDIENTE-COBROS
              THRU 1500-LEER-PENDIENTE-COBROS-EXIT.

           PERFORM 2000-HOUSEKEEPING
              THRU 2000-HOUSEKEEPING-EXIT.

           SORT ORDENACION
               ON ASCENDING KEY ORD-NIF
                                ORD-NLOTE
                                ORD-TIPO
                                ORD-FECHA-VTO
                                ORD-PLAZO
               INPUT PROCEDURE IS 3000-CARGAR-MOVIMIENTOS
                  THRU 3000-CARGAR-MOVIMIENTOS-EXIT
               OUTPUT PROCEDURE IS 4000-EMITIR-PROVIDENCIAS
                  THRU 4000-EMITIR-PROVIDENCIAS-EXIT.

           PERFORM 8000-WRAP-UP
              THRU 8000-WRAP-UP-EXIT.

           STOP RUN.

      ************************************************************
      *              1400 CARGAR-TIPOS PARAGRAPH                 *
      * -------------------------------------------------------- *
      * CARGA LA TABLA DE TIPOS ANTES DE ABRIR NADA MAS: SIN     *
      * TRAMOS DE RECARGO NO HAY APREMIO QUE CALCULAR, Y UN      *
      * TRAMO QUE DEVENGA INTERESES SIN NINGUN TIPO DE INTERES   *
      * DARIA INTERESES A CERO; EN AMBOS CASOS SE DETIENE LA     *
      * EJECUCION.                                               *
      ************************************************************
       1400-CARGAR-TIPOS.
           ACCEPT WS-FECHA-EJECUCION FROM DATE YYYYMMDD.
           MOVE WS-FECHA-EJECUCION TO WS-FEC-ENTRADA.
           PERFORM 9200-CALCULAR-DIA
              THRU 9200-CALCULAR-DIA-EXIT.
           MOVE WS-FEC-DIA TO WS-DIA-EJECUCION.

           OPEN INPUT TIPOS.

           PERFORM 1410-LEER-TIPO
              THRU 1410-LEER-TIPO-EXIT
             UNTIL FIN-TIPOS.

           CLOSE TIPOS.

           IF WS-CNT-RECARGOS = ZERO
               DISPLAY 'LA TABLA 385TIPOS.DAT NO TRAE NINGUN '
                       'TRAMO DE RECARGO: IMPOSIBLE CALCULAR EL '
                       'APREMIO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'N' TO SW-TRAMO-HALLADO.
           PERFORM 1440-COMPROBAR-INTERES
              THRU 1440-COMPROBAR-INTERES-EXIT
              VARYING WS-RCG-IDX FROM 1 BY 1
                 UNTIL WS-RCG-IDX > WS-CNT-RECARGOS.

           IF TRAMO-HALLADO AND WS-CNT-INTERESES = ZERO
               DISPLAY 'LA TABLA 385TIPOS.DAT TRAE TRAMOS CON '
                       'INTERESES PERO NINGUN TIPO DE INTERES'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       1400-CARGAR-TIPOS-EXIT.
           EXIT.
      ************************************************************
      *                 1410-LEER-TIPO                           *
      ************************************************************
       1410-LEER-TIPO.
           READ TIPOS INTO WS-TIPO-REG
               AT END
                   SET FIN-TIPOS TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN TIPO-RECARGO
                           PERFORM 1420-CARGAR-RECARGO
                              THRU 1420-CARGAR-RECARGO-EXIT
                       WHEN TIPO-INTERES
                           PERFORM 1430-CARGAR-INTERES
                              THRU 1430-CARGAR-INTERES-EXIT
                       WHEN OTHER
                           DISPLAY 'REGISTRO DE 385TIPOS.DAT NO '
                                   'RECONOCIDO: ' WS-TIP-CLASE
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                   END-EVALUATE
           END-READ.

       1410-LEER-TIPO-EXIT.
           EXIT.
      ************************************************************
      *                 1420-CARGAR-RECARGO                      *
      ************************************************************
       1420-CARGAR-RECARGO.
           IF WS-CNT-RECARGOS = 5
               DISPLAY 'DEMASIADOS TRAMOS DE RECARGO EN '
                       '385TIPOS.DAT (MAXIMO 5)'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-TIP-DIAS-HASTA NOT NUMERIC
              OR WS-TIP-PCT NOT NUMERIC
               DISPLAY 'TRAMO DE RECARGO DE 385TIPOS.DAT NO '
                       'NUMERICO: ' WS-TIPO-REG (1:14)
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-CNT-RECARGOS > ZERO
              AND WS-TIP-DIAS-HASTA NOT >
                  WS-RCG-DIAS-HASTA (WS-CNT-RECARGOS)
               DISPLAY 'TRAMOS DE RECARGO DE 385TIPOS.DAT FUERA '
                       'DE ORDEN ASCENDENTE DE DIAS'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-CNT-RECARGOS.
           SET WS-RCG-IDX TO WS-CNT-RECARGOS.
           MOVE WS-TIP-DIAS-HASTA TO WS-RCG-DIAS-HASTA (WS-RCG-IDX).
           MOVE WS-TIP-PCT TO WS-RCG-PCT (WS-RCG-IDX).
           MOVE WS-TIP-CON-INTERES TO WS-RCG-CON-INTERES (WS-RCG-IDX).
           MOVE ZERO TO WS-RCG-CNT (WS-RCG-IDX).
           MOVE ZERO TO WS-RCG-IMPORTE (WS-RCG-IDX).

       1420-CARGAR-RECARGO-EXIT.
           EXIT.
      ************************************************************
      *                 1430-CARGAR-INTERES                      *
      ************************************************************
       1430-CARGAR-INTERES.
           IF WS-CNT-INTERESES = 20
               DISPLAY 'DEMASIADOS TIPOS DE INTERES EN '
                       '385TIPOS.DAT (MAXIMO 20)'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-TIP-DESDE NOT NUMERIC
              OR WS-TIP-DESDE = ZERO
              OR WS-TIP-ANUAL NOT NUMERIC
               DISPLAY 'TIPO DE INTERES DE 385TIPOS.DAT SIN '
                       'FECHA O NO NUMERICO: ' WS-TIPO-REG (1:16)
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-CNT-INTERESES > ZERO
              AND WS-TIP-DESDE NOT >
                  WS-ITR-DESDE (WS-CNT-INTERESES)
               DISPLAY 'TIPOS DE INTERES DE 385TIPOS.DAT FUERA '
                       'DE ORDEN ASCENDENTE DE FECHA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-CNT-INTERESES.
           SET WS-ITR-IDX TO WS-CNT-INTERESES.
           MOVE WS-TIP-DESDE TO WS-ITR-DESDE (WS-ITR-IDX).
           MOVE WS-TIP-ANUAL TO WS-ITR-ANUAL (WS-ITR-IDX).
           MOVE WS-TIP-DESDE TO WS-FEC-ENTRADA.
           PERFORM 9200-CALCULAR-DIA
              THRU 9200-CALCULAR-DIA-EXIT.
           MOVE WS-FEC-DIA TO WS-ITR-DIA (WS-ITR-IDX).

       1430-CARGAR-INTERES-EXIT.
           EXIT.
      ************************************************************
      *                 1440-COMPROBAR-INTERES                   *
      ************************************************************
       1440-COMPROBAR-INTERES.
           IF WS-RCG-CON-INTERES (WS-RCG-IDX) = 'S'
               SET TRAMO-HALLADO TO TRUE
           END-IF.

       1440-COMPROBAR-INTERES-EXIT.
           EXIT.

      ************************************************************
      *            1500-LEER-PENDIENTE-COBROS                    *
      * -------------------------------------------------------- *
      * TOMA DE 380RESUM.DAT LA LINEA 'PENDIENTE DE COBRO', QUE  *
      * ES CONTRA LO QUE SE CUADRA EL APREMIO. SIN ELLA NO HAY   *
      * CUADRE POSIBLE Y SE DETIENE LA EJECUCION.                *
      ************************************************************
       1500-LEER-PENDIENTE-COBROS.
           OPEN INPUT RESUMEN-COBROS.

           PERFORM 1510-LEER-LINEA-RESUMEN
              THRU 1510-LEER-LINEA-RESUMEN-EXIT
             UNTIL FIN-RESUMEN-COB.

           CLOSE RESUMEN-COBROS.

           IF NOT PENDIENTE-380-VISTO
               DISPLAY '380RESUM.DAT NO TRAE LA LINEA PENDIENTE DE '
                       'COBRO: IMPOSIBLE CUADRAR'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       1500-LEER-PENDIENTE-COBROS-EXIT.
           EXIT.
      ************************************************************
      *                 1510-LEER-LINEA-RESUMEN                  *
      ************************************************************
       1510-LEER-LINEA-RESUMEN.
           READ RESUMEN-COBROS INTO WS-RESUMEN-COB-LIN
               AT END
                   SET FIN-RESUMEN-COB TO TRUE
               NOT AT END
                   IF WS-RESC-ETIQUETA = 'PENDIENTE DE COBRO'
                       MOVE WS-RESC-VALOR TO WS-PARSE-CAMPO
                       PERFORM 1520-DESEDITAR-IMPORTE
                          THRU 1520-DESEDITAR-IMPORTE-EXIT
                       SET PENDIENTE-380-VISTO TO TRUE
                   END-IF
           END-READ.

       1510-LEER-LINEA-RESUMEN-EXIT.
           EXIT.
      ************************************************************
      *                 1520-DESEDITAR-IMPORTE                   *
      * -------------------------------------------------------- *
      * DEVUELVE A NUMERO EL IMPORTE EDITADO (-(9)9.99) DE UNA   *
      * LINEA DE RESUMEN, IGUAL QUE HACE 380COBROS CON           *
      * 370RESUM.DAT.                                            *
      ************************************************************
       1520-DESEDITAR-IMPORTE.
           MOVE ZERO TO WS-PARSE-ENTERO.
           MOVE '+' TO WS-PARSE-SIGNO.

           PERFORM 1530-TRATAR-CARACTER
              THRU 1530-TRATAR-CARACTER-EXIT
              VARYING WS-PARSE-POS FROM 1 BY 1
                 UNTIL WS-PARSE-POS > 13.

           COMPUTE WS-PENDIENTE-380 = WS-PARSE-ENTERO / 100.
           IF WS-PARSE-SIGNO = '-'
               COMPUTE WS-PENDIENTE-380 = 0 - WS-PENDIENTE-380
           END-IF.

       1520-DESEDITAR-IMPORTE-EXIT.
           EXIT.
      ************************************************************
      *                 1530-TRATAR-CARACTER                     *
      ************************************************************
       1530-TRATAR-CARACTER.
           MOVE WS-PARSE-CAMPO (WS-PARSE-POS:1) TO WS-PARSE-CAR.

           IF WS-PARSE-CAR = '-'
               MOVE '-' TO WS-PARSE-SIGNO
           ELSE
               IF WS-PARSE-CAR NUMERIC
                   COMPUTE WS-PARSE-ENTERO =
                       WS-PARSE-ENTERO * 10 + WS-PARSE-DIGITO
               END-IF
           END-IF.

       1530-TRATAR-CARACTER-EXIT.
           EXIT.

      ************************************************************
      *              2000 HOUSEKEEPING PARAGRAPH                 *
      ************************************************************
       2000-HOUSEKEEPING.
           OPEN INPUT TITULARES
                OUTPUT PROVIDENCIAS
                       RESUMEN.

       2000-HOUSEKEEPING-EXIT.
           EXIT.

      ************************************************************
      *              3000-CARGAR-MOVIMIENTOS                     *
      * -------------------------------------------------------- *
      * PROCEDIMIENTO DE ENTRADA DE LA CLASIFICACION: SUELTA UNA *
      * ENTRADA POR CADA ESTADO DE 380ESTADO.DAT (TIPO 1), UNA   *
      * POR CADA ADEUDO DEVUELTO DE 386IMPAG.DAT (TIPO 2) Y UNA  *
      * POR CADA PLAZO DEL PADRON (TIPO 3).                      *
      ************************************************************
       3000-CARGAR-MOVIMIENTOS.
           OPEN INPUT ESTADO
                      DEVUELTOS
                      PADRON.

           READ ESTADO INTO WS-ESTADO-REG
               AT END
                   SET FIN-ESTADO TO TRUE.

           PERFORM 3100-SOLTAR-ESTADO
              THRU 3100-SOLTAR-ESTADO-EXIT
             UNTIL FIN-ESTADO.

           READ DEVUELTOS INTO WS-DEVUELTO-REG
               AT END
                   SET FIN-DEVUELTOS TO TRUE.

           PERFORM 3150-SOLTAR-DEVOLUCION
              THRU 3150-SOLTAR-DEVOLUCION-EXIT
             UNTIL FIN-DEVUELTOS.

           READ PADRON INTO WS-PADRON-REG
               AT END
                   SET FIN-PADRON TO TRUE.

           PERFORM 3200-SOLTAR-PLAZO
              THRU 3200-SOLTAR-PLAZO-EXIT
             UNTIL FIN-PADRON.

           CLOSE ESTADO
                 DEVUELTOS
                 PADRON.

       3000-CARGAR-MOVIMIENTOS-EXIT.
           EXIT.
      ************************************************************
      *                 3100-SOLTAR-ESTADO                       *
      * -------------------------------------------------------- *
      * LOS PAGOS SIN RECIBO NO TIENEN PLAZOS QUE APREMIAR Y NO  *
      * ENTRAN EN LA CLASIFICACION.                              *
      ************************************************************
       3100-SOLTAR-ESTADO.
           IF WS-EST-ESTADO NOT = 'SIN RECIBO'
               MOVE WS-EST-NIF TO ORD-NIF
               MOVE WS-EST-NLOTE TO ORD-NLOTE
               MOVE 1 TO ORD-TIPO
               MOVE ZERO TO ORD-FECHA-VTO
               MOVE ZERO TO ORD-PLAZO
               MOVE WS-EST-PAGADO TO ORD-IMPORTE
               MOVE WS-EST-ESTADO TO ORD-ESTADO
               MOVE WS-EST-NOMBRE TO ORD-NOMBRE
               RELEASE ORD-REG
               ADD 1 TO WS-CNT-ESTADOS
           END-IF.

           READ ESTADO INTO WS-ESTADO-REG
               AT END
                   SET FIN-ESTADO TO TRUE.

       3100-SOLTAR-ESTADO-EXIT.
           EXIT.
      ************************************************************
      *                 3150-SOLTAR-DEVOLUCION                   *
      ************************************************************
       3150-SOLTAR-DEVOLUCION.
           MOVE WS-DEV-NIF TO ORD-NIF.
           MOVE WS-DEV-NLOTE TO ORD-NLOTE.
           MOVE 2 TO ORD-TIPO.
           MOVE WS-DEV-FECHA-VTO TO ORD-FECHA-VTO.
           MOVE WS-DEV-PLAZO TO ORD-PLAZO.
           MOVE WS-DEV-IMPORTE TO ORD-IMPORTE.
           MOVE SPACES TO ORD-ESTADO.
           MOVE SPACES TO ORD-NOMBRE.
           RELEASE ORD-REG.
           ADD 1 TO WS-CNT-ADEUDOS-DEVUELTOS.

           READ DEVUELTOS INTO WS-DEVUELTO-REG
               AT END
                   SET FIN-DEVUELTOS TO TRUE.

       3150-SOLTAR-DEVOLUCION-EXIT.
           EXIT.
      ************************************************************
      *                 3200-SOLTAR-PLAZO                        *
      ************************************************************
       3200-SOLTAR-PLAZO.
           MOVE WS-PAD-NIF TO ORD-NIF.
           MOVE WS-PAD-NLOTE TO ORD-NLOTE.
           MOVE 3 TO ORD-TIPO.
           MOVE WS-PAD-FECHA-VTO TO ORD-FECHA-VTO.
           MOVE WS-PAD-PLAZO TO ORD-PLAZO.
           MOVE WS-PAD-CUOTA-PARTE TO ORD-IMPORTE.
           MOVE SPACES TO ORD-ESTADO.
           MOVE WS-PAD-NOMBRE TO ORD-NOMBRE.
           RELEASE ORD-REG.
           ADD 1 TO WS-CNT-PLAZOS.

           READ PADRON INTO WS-PADRON-REG
               AT END
                   SET FIN-PADRON TO TRUE.

       3200-SOLTAR-PLAZO-EXIT.
           EXIT.

      ************************************************************
      *              4000-EMITIR-PROVIDENCIAS                    *
      * -------------------------------------------------------- *
      * PROCEDIMIENTO DE SALIDA DE LA CLASIFICACION: CORTE DE    *
      * CONTROL POR TITULAR Y LOTE; EL ESTADO DEL RECIBO Y SUS   *
      * ADEUDOS DEVUELTOS LLEGAN DELANTE DE SUS PLAZOS, YA EN    *
      * ORDEN DE VENCIMIENTO, DE MODO QUE CADA PLAZO DEVUELTO    *
      * SE CONOCE ANTES DE IMPUTAR NADA.                         *
      ************************************************************
       4000-EMITIR-PROVIDENCIAS.
           PERFORM 4100-RECOGER-MOVIMIENTO
              THRU 4100-RECOGER-MOVIMIENTO-EXIT.

           PERFORM 4200-TRATAR-MOVIMIENTO
              THRU 4200-TRATAR-MOVIMIENTO-EXIT
             UNTIL FIN-ORDENACION.

       4000-EMITIR-PROVIDENCIAS-EXIT.
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
           IF PRIMER-MOVIMIENTO
              OR ORD-NIF NOT = WS-NIF-ACTUAL
              OR ORD-NLOTE NOT = WS-NLOTE-ACTUAL
               MOVE 'N' TO SW-PRIMER-MOVIMIENTO
               PERFORM 4210-ABRIR-RECIBO
                  THRU 4210-ABRIR-RECIBO-EXIT
           END-IF.

           EVALUATE ORD-TIPO
               WHEN 1
                   SET CON-ESTADO TO TRUE
                   MOVE ORD-ESTADO TO WS-ESTADO-ACTUAL
                   MOVE ORD-IMPORTE TO WS-COBRO-DISPONIBLE
                   IF ORD-ESTADO = 'IMPAGADO'
                      OR ORD-ESTADO = 'PARCIAL'
                       SET RECIBO-PENDIENTE TO TRUE
                   END-IF
               WHEN 2
                   PERFORM 4220-ANOTAR-DEVOLUCION
                      THRU 4220-ANOTAR-DEVOLUCION-EXIT
               WHEN OTHER
                   PERFORM 4300-TRATAR-PLAZO
                      THRU 4300-TRATAR-PLAZO-EXIT
           END-EVALUATE.

           PERFORM 4100-RECOGER-MOVIMIENTO
              THRU 4100-RECOGER-MOVIMIENTO-EXIT.

       4200-TRATAR-MOVIMIENTO-EXIT.
           EXIT.
      ************************************************************
      *                 4210-ABRIR-RECIBO                        *
      ************************************************************
       4210-ABRIR-RECIBO.
           MOVE ORD-NIF TO WS-NIF-ACTUAL.
           MOVE ORD-NLOTE TO WS-NLOTE-ACTUAL.
           MOVE SPACES TO WS-ESTADO-ACTUAL.
           MOVE ZERO TO WS-COBRO-DISPONIBLE.
           MOVE 'N' TO SW-CON-ESTADO.
           MOVE 'N' TO SW-RECIBO-PENDIENTE.
           MOVE ZERO TO WS-CNT-DEVOLUCIONES.

       4210-ABRIR-RECIBO-EXIT.
           EXIT.
      ************************************************************
      *                 4220-ANOTAR-DEVOLUCION                   *
      * -------------------------------------------------------- *
      * ACUMULA LO DEVUELTO EN LA ENTRADA DE SU PLAZO Y          *
      * VENCIMIENTO. LAS DEVOLUCIONES DE PADRONES ANTERIORES     *
      * QUEDAN EN LA TABLA PERO NINGUN PLAZO DE ESTE PADRON LAS  *
      * ENCUENTRA, PORQUE SU VENCIMIENTO ES OTRO.                *
      ************************************************************
       4220-ANOTAR-DEVOLUCION.
           PERFORM 4230-BUSCAR-DEVOLUCION
              THRU 4230-BUSCAR-DEVOLUCION-EXIT.

           IF NOT DEVOLUCION-HALLADA
               IF WS-CNT-DEVOLUCIONES = 20
                   DISPLAY 'DEMASIADOS PLAZOS DEVUELTOS EN '
                           '386IMPAG.DAT PARA EL LOTE ' ORD-NLOTE
                           ' NIF ' ORD-NIF ' (MAXIMO 20)'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CNT-DEVOLUCIONES
               SET WS-DVL-IDX TO WS-CNT-DEVOLUCIONES
               MOVE ORD-PLAZO TO WS-DVL-PLAZO (WS-DVL-IDX)
               MOVE ORD-FECHA-VTO TO WS-DVL-FECHA-VTO (WS-DVL-IDX)
               MOVE ZERO TO WS-DVL-IMPORTE (WS-DVL-IDX)
           END-IF.

           ADD ORD-IMPORTE TO WS-DVL-IMPORTE (WS-DVL-IDX).

       4220-ANOTAR-DEVOLUCION-EXIT.
           EXIT.
      ************************************************************
      *                 4230-BUSCAR-DEVOLUCION                   *
      * -------------------------------------------------------- *
      * ENTRADA DE LA TABLA DE DEVOLUCIONES DEL RECIBO CON EL    *
      * PLAZO Y VENCIMIENTO DEL MOVIMIENTO EN CURSO.             *
      ************************************************************
       4230-BUSCAR-DEVOLUCION.
           MOVE 'N' TO SW-DEVOLUCION-HALLADA.
           SET WS-DVL-IDX TO 1.

           PERFORM 4235-PROBAR-DEVOLUCION
              THRU 4235-PROBAR-DEVOLUCION-EXIT
             UNTIL DEVOLUCION-HALLADA
                OR WS-DVL-IDX > WS-CNT-DEVOLUCIONES.

       4230-BUSCAR-DEVOLUCION-EXIT.
           EXIT.
      ************************************************************
      *                 4235-PROBAR-DEVOLUCION                   *
      ************************************************************
       4235-PROBAR-DEVOLUCION.
           IF ORD-PLAZO = WS-DVL-PLAZO (WS-DVL-IDX)
              AND ORD-FECHA-VTO = WS-DVL-FECHA-VTO (WS-DVL-IDX)
               SET DEVOLUCION-HALLADA TO TRUE
           ELSE
               SET WS-DVL-IDX UP BY 1
           END-IF.

       4235-PROBAR-DEVOLUCION-EXIT.
           EXIT.
      ************************************************************
      *                 4300-TRATAR-PLAZO                        *
      * -------------------------------------------------------- *
      * IMPUTA AL PLAZO LO QUE QUEDE DEL COBRO DEL RECIBO Y, SI  *
      * AUN DEBE ALGO, LO APREMIA CUANDO YA HA VENCIDO; LO QUE   *
      * NO HA VENCIDO TODAVIA (O NO TIENE FECHA DE VENCIMIENTO,  *
      * PADRON SIN CALENDARIO DE PLAZOS) SOLO SE ACUMULA PARA EL *
      * CUADRE. UN PLAZO SIN LINEA EN 380ESTADO.DAT QUEDA FUERA  *
      * DEL APREMIO Y SE AVISA: EL PADRON Y LA CONCILIACION NO   *
      * SON DEL MISMO CICLO.                                     *
      ************************************************************
       4300-TRATAR-PLAZO.
           IF NOT CON-ESTADO
               ADD 1 TO WS-CNT-SIN-ESTADO
               DISPLAY 'PLAZO SIN ESTADO EN 380ESTADO.DAT: LOTE '
                       ORD-NLOTE ' NIF ' ORD-NIF
                       ' PLAZO ' ORD-PLAZO
           ELSE
               IF RECIBO-PENDIENTE
                   PERFORM 4310-IMPUTAR-PLAZO
                      THRU 4310-IMPUTAR-PLAZO-EXIT
               END-IF
           END-IF.

       4300-TRATAR-PLAZO-EXIT.
           EXIT.
      ************************************************************
      *                 4310-IMPUTAR-PLAZO                       *
      * -------------------------------------------------------- *
      * LO QUE EL BANCO HA DEVUELTO DEL PLAZO QUEDA SIN COBRAR:  *
      * EL COBRO DEL RECIBO (YA NETO DE DEVOLUCIONES EN          *
      * 380ESTADO.DAT) SOLO SE IMPUTA AL RESTO DEL PLAZO, Y LO   *
      * QUE SOBRE PASA A LOS PLAZOS SIGUIENTES.                  *
      ************************************************************
       4310-IMPUTAR-PLAZO.
           MOVE ORD-IMPORTE TO WS-IMPUTABLE-PLAZO.
           PERFORM 4230-BUSCAR-DEVOLUCION
              THRU 4230-BUSCAR-DEVOLUCION-EXIT.
           IF DEVOLUCION-HALLADA
               ADD 1 TO WS-CNT-PLAZOS-DEVUELTOS
               IF WS-DVL-IMPORTE (WS-DVL-IDX) < ORD-IMPORTE
                   SUBTRACT WS-DVL-IMPORTE (WS-DVL-IDX)
                       FROM WS-IMPUTABLE-PLAZO
               ELSE
                   MOVE ZERO TO WS-IMPUTABLE-PLAZO
               END-IF
           END-IF.

           IF WS-COBRO-DISPONIBLE > WS-IMPUTABLE-PLAZO
               MOVE WS-IMPUTABLE-PLAZO TO WS-COBRO-IMPUTADO
           ELSE
               MOVE WS-COBRO-DISPONIBLE TO WS-COBRO-IMPUTADO
           END-IF.
           SUBTRACT WS-COBRO-IMPUTADO FROM WS-COBRO-DISPONIBLE.
           SUBTRACT WS-COBRO-IMPUTADO FROM ORD-IMPORTE
               GIVING WS-PRINCIPAL-PLAZO.

           IF WS-PRINCIPAL-PLAZO > ZERO
               ADD WS-PRINCIPAL-PLAZO TO WS-TOT-PENDIENTE
               EVALUATE TRUE
                   WHEN ORD-FECHA-VTO = ZERO
                       ADD 1 TO WS-CNT-SIN-VTO
                       ADD WS-PRINCIPAL-PLAZO TO WS-TOT-SIN-VTO
                   WHEN ORD-FECHA-VTO NOT < WS-FECHA-EJECUCION
                       ADD 1 TO WS-CNT-NO-VENCIDOS
                       ADD WS-PRINCIPAL-PLAZO TO WS-TOT-NO-VENCIDO
                   WHEN OTHER
                       PERFORM 4400-EMITIR-PROVIDENCIA
                          THRU 4400-EMITIR-PROVIDENCIA-EXIT
               END-EVALUATE
           END-IF.

       4310-IMPUTAR-PLAZO-EXIT.
           EXIT.
      ************************************************************
      *                 4400-EMITIR-PROVIDENCIA                  *
      * -------------------------------------------------------- *
      * DIAS DE DEMORA DESDE EL VENCIMIENTO HASTA HOY, TRAMO DE  *
      * RECARGO QUE LES CORRESPONDE, INTERESES SI EL TRAMO LOS   *
      * DEVENGA, Y DOMICILIO DE NOTIFICACION DEL TITULAR.        *
      ************************************************************
       4400-EMITIR-PROVIDENCIA.
           MOVE ORD-FECHA-VTO TO WS-FEC-ENTRADA.
           PERFORM 9200-CALCULAR-DIA
              THRU 9200-CALCULAR-DIA-EXIT.
           MOVE WS-FEC-DIA TO WS-DIA-VTO.

           INITIALIZE WS-PROVIDENCIA-REG.
           MOVE WS-NLOTE-ACTUAL TO WS-PRV-NLOTE.
           MOVE WS-NIF-ACTUAL TO WS-PRV-NIF.
           MOVE ORD-PLAZO TO WS-PRV-PLAZO.
           MOVE ORD-FECHA-VTO TO WS-PRV-FECHA-VTO.
           MOVE WS-FECHA-EJECUCION TO WS-PRV-FECHA-PROVIDENCIA.
           MOVE WS-ESTADO-ACTUAL TO WS-PRV-ESTADO.
           MOVE WS-PRINCIPAL-PLAZO TO WS-PRV-PRINCIPAL.
           SUBTRACT WS-DIA-VTO FROM WS-DIA-EJECUCION
               GIVING WS-PRV-DIAS-DEMORA.

           PERFORM 4410-BUSCAR-RECARGO
              THRU 4410-BUSCAR-RECARGO-EXIT.

           MOVE WS-RCG-PCT (WS-RCG-IDX) TO WS-PRV-PCT-RECARGO.
           COMPUTE WS-PRV-RECARGO ROUNDED =
               WS-PRV-PRINCIPAL * WS-PRV-PCT-RECARGO / 100.

           MOVE ZERO TO WS-INTERES-ACUM.
           IF WS-RCG-CON-INTERES (WS-RCG-IDX) = 'S'
               PERFORM 4420-INTERES-PERIODO
                  THRU 4420-INTERES-PERIODO-EXIT
                  VARYING WS-ITR-IDX FROM 1 BY 1
                     UNTIL WS-ITR-IDX > WS-CNT-INTERESES
           END-IF.
           COMPUTE WS-PRV-INTERES ROUNDED = WS-INTERES-ACUM.

           COMPUTE WS-PRV-TOTAL = WS-PRV-PRINCIPAL
                                + WS-PRV-RECARGO
                                + WS-PRV-INTERES.

           PERFORM 4450-RESOLVER-TITULAR
              THRU 4450-RESOLVER-TITULAR-EXIT.

           WRITE OUT-PROVIDENCIA-REC FROM WS-PROVIDENCIA-REG.

           ADD 1 TO WS-CNT-PROVIDENCIAS.
           ADD 1 TO WS-RCG-CNT (WS-RCG-IDX).
           ADD WS-PRV-RECARGO TO WS-RCG-IMPORTE (WS-RCG-IDX).
           ADD WS-PRV-PRINCIPAL TO WS-TOT-PRINCIPAL.
           ADD WS-PRV-RECARGO TO WS-TOT-RECARGO.
           ADD WS-PRV-INTERES TO WS-TOT-INTERES.
           ADD WS-PRV-TOTAL TO WS-TOT-EXIGIBLE.

       4400-EMITIR-PROVIDENCIA-EXIT.
           EXIT.
      ************************************************************
      *                 4410-BUSCAR-RECARGO                      *
      * -------------------------------------------------------- *
      * PRIMER TRAMO CUYO TOPE DE DIAS CUBRE LA DEMORA; SI LA    *
      * DEMORA LOS SUPERA TODOS SE APLICA EL ULTIMO.             *
      ************************************************************
       4410-BUSCAR-RECARGO.
           MOVE 'N' TO SW-TRAMO-HALLADO.
           SET WS-RCG-IDX TO 1.

           PERFORM 4415-PROBAR-RECARGO
              THRU 4415-PROBAR-RECARGO-EXIT
             UNTIL TRAMO-HALLADO
                OR WS-RCG-IDX > WS-CNT-RECARGOS.

           IF NOT TRAMO-HALLADO
               SET WS-RCG-IDX TO WS-CNT-RECARGOS
           END-IF.

       4410-BUSCAR-RECARGO-EXIT.
           EXIT.
      ************************************************************
      *                 4415-PROBAR-RECARGO                      *
      ************************************************************
       4415-PROBAR-RECARGO.
           IF WS-PRV-DIAS-DEMORA NOT > WS-RCG-DIAS-HASTA (WS-RCG-IDX)
               SET TRAMO-HALLADO TO TRUE
           ELSE
               SET WS-RCG-IDX UP BY 1
           END-IF.

       4415-PROBAR-RECARGO-EXIT.
           EXIT.
      ************************************************************
      *                 4420-INTERES-PERIODO                     *
      * -------------------------------------------------------- *
      * INTERES DEL PRINCIPAL POR LOS DIAS DE LA DEMORA QUE CAEN *
      * DENTRO DEL PERIODO DE VIGENCIA DE ESTE TIPO (DESDE SU    *
      * FECHA HASTA LA DEL TIPO SIGUIENTE, O HASTA HOY), SOBRE   *
      * UN ANO DE 365 DIAS. LOS DIAS ANTERIORES AL PRIMER TIPO   *
      * DE LA TABLA NO DEVENGAN.                                 *
      ************************************************************
       4420-INTERES-PERIODO.
           IF WS-ITR-DIA (WS-ITR-IDX) > WS-DIA-VTO
               MOVE WS-ITR-DIA (WS-ITR-IDX) TO WS-SEG-INICIO
           ELSE
               MOVE WS-DIA-VTO TO WS-SEG-INICIO
           END-IF.

           IF WS-ITR-IDX < WS-CNT-INTERESES
               MOVE WS-ITR-DIA (WS-ITR-IDX + 1) TO WS-SEG-FIN
           ELSE
               MOVE WS-DIA-EJECUCION TO WS-SEG-FIN
           END-IF.
           IF WS-SEG-FIN > WS-DIA-EJECUCION
               MOVE WS-DIA-EJECUCION TO WS-SEG-FIN
           END-IF.

           IF WS-SEG-FIN > WS-SEG-INICIO
               SUBTRACT WS-SEG-INICIO FROM WS-SEG-FIN
                   GIVING WS-SEG-DIAS
               COMPUTE WS-INTERES-ACUM = WS-INTERES-ACUM +
                   WS-PRV-PRINCIPAL * WS-ITR-ANUAL (WS-ITR-IDX)
                   * WS-SEG-DIAS / 36500
           END-IF.

       4420-INTERES-PERIODO-EXIT.
           EXIT.
      ************************************************************
      *                 4450-RESOLVER-TITULAR                    *
      * -------------------------------------------------------- *
      * NOMBRE Y DOMICILIO DE NOTIFICACION DEL REGISTRO DE       *
      * TITULARES (320TITUL.DAT). SIN FICHA SE QUEDA EL NOMBRE   *
      * DEL PADRON; SIN DOMICILIO LA PROVIDENCIA SALE IGUAL      *
      * (HABRA QUE NOTIFICARLA POR EDICTO) Y SE CUENTA APARTE.   *
      ************************************************************
       4450-RESOLVER-TITULAR.
           MOVE ORD-NOMBRE TO WS-PRV-NOMBRE.
           MOVE SPACES TO WS-PRV-DOMICILIO.
           MOVE WS-NIF-ACTUAL (1:9) TO TIT-NIF.

           READ TITULARES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TIT-NOMBRE NOT = SPACES
                       MOVE TIT-NOMBRE TO WS-PRV-NOMBRE
                   END-IF
                   MOVE TIT-DOMICILIO TO WS-PRV-DOMICILIO
           END-READ.

           IF WS-PRV-DOMICILIO = SPACES
               ADD 1 TO WS-CNT-SIN-DOMICILIO
               DISPLAY 'PROVIDENCIA SIN DOMICILIO: NIF '
                       WS-NIF-ACTUAL ' LOTE ' WS-NLOTE-ACTUAL
           END-IF.

       4450-RESOLVER-TITULAR-EXIT.
           EXIT.

      ************************************************************
      *                    8000 WRAP-UP PARAGRAPH                *
      ************************************************************
       8000-WRAP-UP.
           PERFORM 8100-ESCRIBIR-RESUMEN
              THRU 8100-ESCRIBIR-RESUMEN-EXIT.

           CLOSE TITULARES
                 PROVIDENCIAS
                 RESUMEN.

           DISPLAY 'PLAZOS DEL PADRON:      ' WS-CNT-PLAZOS.
           DISPLAY 'PROVIDENCIAS EMITIDAS:  ' WS-CNT-PROVIDENCIAS.
           DISPLAY 'TOTAL A EXIGIR:         ' WS-TOT-EXIGIBLE.

           IF WS-DIF-COBROS NOT = ZERO
               DISPLAY 'EL APREMIO NO CUADRA CON EL PENDIENTE DE '
                       '380RESUM.DAT: DIFERENCIA ' WS-DIF-COBROS
               MOVE 8 TO RETURN-CODE
           END-IF.

       8000-WRAP-UP-EXIT.
           EXIT.
      ************************************************************
      *               8100-ESCRIBIR-RESUMEN                      *
      * -------------------------------------------------------- *
      * EL PRINCIPAL EN APREMIO MAS LO NO VENCIDO (Y LO QUE NO   *
      * TIENE VENCIMIENTO) HA DE SER EXACTAMENTE EL PENDIENTE DE *
      * COBRO DE 380RESUM.DAT; EL TOTAL A EXIGIR ES ESE          *
      * PRINCIPAL MAS RECARGOS MAS INTERESES.                    *
      ************************************************************
       8100-ESCRIBIR-RESUMEN.
           MOVE 'PLAZOS DEL PADRON' TO WS-RES-ETIQUETA.
           MOVE WS-CNT-PLAZOS TO WS-RES-VALOR.
           WRITE OUT-RESUMEN-REC FROM WS-RESUMEN-LIN.

           MOVE 'RECIBOS EN 380ESTADO' TO WS-RES-ETIQUETA.
           MOVE WS-CNT-ESTADOS TO WS-RES-VALOR.
           WRITE OUT-RESUMEN-REC FROM WS-RESUMEN-LIN
               AFTER ADVANCING 1 LINE.

           MOVE 'PROVIDENCIAS EMITIDAS' TO WS-RES-ETIQUETA.
           MOVE WS-CNT-PROVIDENCIAS TO WS-RES-VALOR.
           WRITE OUT-RESUMEN-REC FROM WS-RESUMEN-LIN
               AFTER ADVANCING 1 LINE.

           PERFORM 8110-ESCRIBIR-TRAMO
              THRU 8110-ESCRIBIR-TRAMO-EXIT
              VARYING WS-RCG-IDX FROM 1 BY 1
                 UNTIL WS-RCG-IDX > WS-CNT-RECARGOS.

           MOVE 'PROVIDENCIAS SIN DOMICILIO' TO WS-RES-ETIQUETA.
           MOVE WS-CNT-SIN-DOMICILIO TO WS-RES-VALOR.
           WRITE OUT-RESUMEN-REC FROM WS-RESUMEN-LIN
               AFTER ADVANCING 1 LINE.

           MOVE 'PLAZOS PENDIENTES NO VENCIDOS' TO WS-RES-ETIQUETA.
           MOVE WS-CNT-NO-VENCIDOS TO WS-RES-VALOR.
           WRITE OUT-RESUMEN-REC FROM WS-RESUMEN-LIN
               AFTER ADVANCING 1 LINE.

           MOVE 'PLAZOS PENDIENTES SIN VENCIMIENTO' TO
               WS-RES-ETIQUETA.
           MOVE WS-CNT-SIN-VTO TO WS-RES-VALOR.
           WRITE OUT-RESUMEN-REC FROM WS-RESUMEN-LIN
               AFTER ADVANCING 1 LINE.

           MOVE 'PLAZOS SIN ESTADO EN 380ESTADO' TO WS-RES-ETIQUETA.
           MOVE WS-CNT-SIN-ESTADO TO WS-RES-VALOR.
           WRITE OUT-RESUMEN-REC FROM WS-RESUMEN-LIN
               AFTER ADVANCING 1 LINE.

           MOVE 'ADEUDOS DEVUELTOS EN 386IMPAG' TO WS-RES-ETIQUETA.
           MOVE WS-CNT-ADEUDOS-DEVUELTOS TO WS-RES-VALOR.
           WRITE OUT-RESUMEN-REC FROM WS-RESUMEN-LIN
               AFTER ADVANCING 1 LINE.

           MOVE 'PLAZOS PENDIENTES CON DEVOLUCION' TO
               WS-RES-ETIQUETA.
           MOVE WS-CNT-PLAZOS-DEVUELTOS TO WS-RES-VALOR.
           WRITE OUT-RESUMEN-REC FROM WS-RESUMEN-LIN
               AFTER ADVANCING 1 LINE.

           MOVE 'PRINCIPAL EN APREMIO' TO WS-RES-ETIQUETA.
           MOVE WS-TOT-PRINCIPAL TO WS-RES-VALOR.
           WRITE OUT-RESUMEN-REC FROM WS-RESUMEN-LIN
               AFTER ADVANCING 1 LINE.

           MOVE 'RECARGOS DE APREMIO' TO WS-RES-ETIQUETA.
           MOVE WS-TOT-RECARGO TO WS-RES-VALOR.
           WRITE OUT-RESUMEN-REC FROM WS-RESUMEN-LIN
               AFTER ADVANCING 1 LINE.

           MOVE 'INTERESES DE DEMORA' TO WS-RES-ETIQUETA.
           MOVE WS-TOT-INTERES TO WS-RES-VALOR.
           WRITE OUT-RESUMEN-REC FROM WS-RESUMEN-LIN
               AFTER ADVANCING 1 LINE.

           MOVE 'TOTAL A EXIGIR EN APREMIO' TO WS-RES-ETIQUETA.
           MOVE WS-TOT-EXIGIBLE TO WS-RES-VALOR.
           WRITE OUT-RESUMEN-REC FROM WS-RESUMEN-LIN
               AFTER ADVANCING 1 LINE.

           MOVE 'PENDIENTE NO VENCIDO' TO WS-RES-ETIQUETA.
           MOVE WS-TOT-NO-VENCIDO TO WS-RES-VALOR.
           WRITE OUT-RESUMEN-REC FROM WS-RESUMEN-LIN
               AFTER ADVANCING 1 LINE.

           MOVE 'PENDIENTE SIN VENCIMIENTO' TO WS-RES-ETIQUETA.
           MOVE WS-TOT-SIN-VTO TO WS-RES-VALOR.
           WRITE OUT-RESUMEN-REC FROM WS-RESUMEN-LIN
               AFTER ADVANCING 1 LINE.

           MOVE 'PENDIENTE TOTAL (PLAZOS)' TO WS-RES-ETIQUETA.
           MOVE WS-TOT-PENDIENTE TO WS-RES-VALOR.
           WRITE OUT-RESUMEN-REC FROM WS-RESUMEN-LIN
               AFTER ADVANCING 1 LINE.

           MOVE 'PENDIENTE DE COBRO (380RESUM)' TO WS-RES-ETIQUETA.
           MOVE WS-PENDIENTE-380 TO WS-RES-VALOR.
           WRITE OUT-RESUMEN-REC FROM WS-RESUMEN-LIN
               AFTER ADVANCING 1 LINE.

           COMPUTE WS-DIF-COBROS =
               WS-TOT-PENDIENTE - WS-PENDIENTE-380.
           MOVE 'DIFERENCIA CON 380RESUM' TO WS-RES-ETIQUETA.
           MOVE WS-DIF-COBROS TO WS-RES-VALOR.
           WRITE OUT-RESUMEN-REC FROM WS-RESUMEN-LIN
               AFTER ADVANCING 1 LINE.

       8100-ESCRIBIR-RESUMEN-EXIT.
           EXIT.
      ************************************************************
      *               8110-ESCRIBIR-TRAMO                        *
      ************************************************************
       8110-ESCRIBIR-TRAMO.
           MOVE 'PROVIDENCIAS AL' TO WS-RES-ETIQUETA.
           MOVE WS-RCG-PCT (WS-RCG-IDX) TO WS-PCT-EDITADO.
           MOVE WS-PCT-EDITADO TO WS-RES-ETIQUETA (17:6).
           MOVE '% RECARGO' TO WS-RES-ETIQUETA (23:9).
           MOVE WS-RCG-CNT (WS-RCG-IDX) TO WS-RES-VALOR.
           WRITE OUT-RESUMEN-REC FROM WS-RESUMEN-LIN
               AFTER ADVANCING 1 LINE.

           MOVE 'IMPORTE RECARGO AL' TO WS-RES-ETIQUETA.
           MOVE WS-PCT-EDITADO TO WS-RES-ETIQUETA (20:6).
           MOVE '%' TO WS-RES-ETIQUETA (26:1).
           MOVE WS-RCG-IMPORTE (WS-RCG-IDX) TO WS-RES-VALOR.
           WRITE OUT-RESUMEN-REC FROM WS-RESUMEN-LIN
               AFTER ADVANCING 1 LINE.

       8110-ESCRIBIR-TRAMO-EXIT.
           EXIT.
      ************************************************************
      *               9200-CALCULAR-DIA                          *
      * -------------------------------------------------------- *
      * CONVIERTE LA FECHA AAAAMMDD DE WS-FEC-ENTRADA EN UN      *
      * NUMERO DE DIA CORRELATIVO (WS-FEC-DIA), DE FORMA QUE LA  *
      * RESTA DE DOS DE ELLOS DA LOS DIAS NATURALES ENTRE AMBAS  *
      * FECHAS, BISIESTOS INCLUIDOS. SE CUENTA EL ANO DESDE      *
      * MARZO PARA QUE EL 29 DE FEBRERO CAIGA AL FINAL.          *
      ************************************************************
       9200-CALCULAR-DIA.
           IF WS-FEC-MM > 2
               MOVE WS-FEC-AAAA TO WS-FEC-ANO
               MOVE WS-FEC-MM TO WS-FEC-MES
           ELSE
               SUBTRACT 1 FROM WS-FEC-AAAA GIVING WS-FEC-ANO
               ADD 12 TO WS-FEC-MM GIVING WS-FEC-MES
           END-IF.

           DIVIDE WS-FEC-ANO BY 4 GIVING WS-FEC-Q4.
           DIVIDE WS-FEC-ANO BY 100 GIVING WS-FEC-Q100.
           DIVIDE WS-FEC-ANO BY 400 GIVING WS-FEC-Q400.

           COMPUTE WS-FEC-AUX = 153 * (WS-FEC-MES - 3) + 2.
           DIVIDE WS-FEC-AUX BY 5 GIVING WS-FEC-DIAS-MES.

           COMPUTE WS-FEC-DIA = 365 * WS-FEC-ANO
                              + WS-FEC-Q4
                              - WS-FEC-Q100
                              + WS-FEC-Q400
                              + WS-FEC-DIAS-MES
                              + WS-FEC-DD.

       9200-CALCULAR-DIA-EXIT.
           EXIT.
