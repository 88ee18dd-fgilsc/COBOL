      ************************************************************
      *        PROYECCION DEL PADRON CON TARIFAS PROPUESTAS      *
      * -------------------------------------------------------- *
      *  SIMULA, SOBRE EL MAESTRO VIGENTE (340-PROP-NEW.DAT), LO *
      *  QUE RECAUDARIA EL PADRON CON UNA O VARIAS TARIFAS       *
      *  PROPUESTAS (371CANDID.DAT) FRENTE A LA TARIFA ACTUAL    *
      *  (370TARIF.DAT), SIN ESCRIBIR NINGUN RECIBO. CADA        *
      *  PROPUESTA PARTE DE LA TARIFA ACTUAL Y CAMBIA LO QUE     *
      *  TRAIGA: TRAMOS, CUOTA MINIMA, UMBRAL DE EXENCION Y/O    *
      *  UNA REVALORIZACION GENERAL DE LAS TASACIONES. EL        *
      *  INFORME (371PROYEC.DAT) PONE, PARA CADA PROPUESTA Y     *
      *  JUNTO A LA ACTUAL, LOS LOTES Y LA CUOTA DE CADA TRAMO,  *
      *  LOS LOTES QUE ENTRAN Y SALEN DE LA EXENCION, LOS QUE    *
      *  PASAN A LA CUOTA MINIMA Y LOS DIEZ TITULARES CUYA CUOTA *
      *  MAS AUMENTA. LA CUOTA SE CALCULA Y REPARTE IGUAL QUE EN *
      *  370PADRON.                                              *
      ************************************************************
      *                      IDENTIFICATION DIVISION                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    371SIMUL.
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
      * TARIFA ACTUAL DEL PADRON (370TARIF.DAT): 'EXE', 'MIN' Y  *
      * 'TRM' COMO EN 370PADRON. EL CALENDARIO ('CAL') NO CUENTA *
      * PARA LA RECAUDACION Y SE IGNORA.                         *
      ************************************************************
       SELECT TARIFAS
               ASSIGN TO '370TARIF.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

      ************************************************************
      *                   INPUT  FILE                            *
      *----------------------------------------------------------*
      * TARIFAS PROPUESTAS: CADA REGISTRO LLEVA EL CODIGO DE LA  *
      * PROPUESTA (2 POSICIONES) DELANTE DE UN REGISTRO COMO LOS *
      * DE 370TARIF ('EXE', 'MIN', 'TRM') O DE REVALORIZACION    *
      * ('REV', PORCENTAJE EN EL CAMPO DEL TIPO). LO QUE LA      *
      * PROPUESTA NO TRAE SE TOMA DE LA TARIFA ACTUAL; SI TRAE   *
      * ALGUN TRAMO, SUS TRAMOS SUSTITUYEN A TODOS LOS ACTUALES. *
      ************************************************************
       SELECT CANDIDATAS
               ASSIGN TO '371CANDID.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

      ************************************************************
      *                   INPUT  FILE                            *
      *----------------------------------------------------------*
      * MAESTRO DE PROPIETARIOS VIGENTE QUE DEJA 330CURSO,       *
      * INDEXADO POR NUMERO DE LOTE; SE RECORRE ENTERO EN ORDEN  *
      * DE CLAVE.                                                *
      ************************************************************
       SELECT MAESTRO
               ASSIGN TO '340-PROP-NEW.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MAE-NLOTE.

      ************************************************************
      *                   INPUT  FILE                            *
      *----------------------------------------------------------*
      * REGISTRO DE TITULARES INDEXADO POR NIF QUE CARGA         *
      * 320TITUL, PARA EL NOMBRE DE LOS TITULARES CON MAYOR      *
      * AUMENTO. ES OPTIONAL: SIN REGISTRO SE ESTAMPA EL NIF.    *
      ************************************************************
       SELECT OPTIONAL TITULARES
               ASSIGN TO '320TITUL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TIT-NIF.

      ************************************************************
      *                   SORT  FILE                             *
      *----------------------------------------------------------*
      * FICHERO DE TRABAJO DE LA CLASIFICACION DE LAS PARTES DE  *
      * CUOTA POR PROPUESTA Y TITULAR, PARA SUMAR LO QUE CADA    *
      * TITULAR PAGA POR TODOS SUS LOTES.                        *
      ************************************************************
       SELECT ORDENACION
               ASSIGN TO 'SORTWK01'.

      ************************************************************
      *                   OUTPUT  FILE                           *
      *----------------------------------------------------------*
      * INFORME DE LA PROYECCION: UN BLOQUE POR PROPUESTA CON LA *
      * TARIFA ACTUAL Y LA PROPUESTA LADO A LADO.                *
      ************************************************************
       SELECT INFORME
               ASSIGN TO '371PROYEC.DAT'
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
       FD  TARIFAS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS TARIFAS-REC.

       01  TARIFAS-REC                        PIC X(80).

       FD  CANDIDATAS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CANDIDATAS-REC.

       01  CANDIDATAS-REC                     PIC X(80).

       FD  MAESTRO
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS MAESTRO-REC.

       01  MAESTRO-REC.
           05 MAE-NLOTE                       PIC 9(9).
           05 FILLER                          PIC X(71).

       FD  TITULARES
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS TITULARES-REC.

       01  TITULARES-REC.
           05 TIT-NIF                         PIC X(9).
           05 TIT-NOMBRE                      PIC X(40).
           05 FILLER                          PIC X(83).

      ************************************************************
      *                    SORT FILE                             *
      ************************************************************
       SD  ORDENACION
           RECORD CONTAINS 35 CHARACTERS
           DATA RECORD IS ORD-REG.

       01  ORD-REG.
           05 ORD-CANDIDATA                   PIC 9.
           05 ORD-NIF                         PIC X(16).
           05 ORD-CUOTA-ACTUAL                PIC 9(7)V99.
           05 ORD-CUOTA-PROPUESTA             PIC 9(7)V99.

      ************************************************************
      *                    OUTPUT FILE                           *
      ************************************************************
       FD  INFORME
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS OUT-INFORME-REC.

       01  OUT-INFORME-REC                    PIC X(132).

      ************************************************************
      *               WORKING-STORAGE SECTION                    *
      ************************************************************
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
      ************************************************************
      *                     RECORD LAYOUTS                       *
      ************************************************************
           05  WS-PROPIET-REG.
               10 WS-PROP-NLOTE PIC 9(9).
               10 WS-PROP-COPROP OCCURS 3 TIMES
                                 INDEXED BY WS-PROP-IDX.
                   15 WS-PROP-NOMBREPROP PIC X(16).
                   15 WS-PROP-PORCENT PIC 9(3)V99.
               10 WS-PROP-TAS PIC S9(6)V99.

      ************************************************************
      *  REGISTRO DE LA TARIFA ACTUAL (370TARIF.DAT), COMO EN     *
      *  370PADRON.                                               *
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

      ************************************************************
      *  REGISTRO DE TARIFA PROPUESTA (371CANDID.DAT): CODIGO DE  *
      *  LA PROPUESTA Y REGISTRO DE TARIFA. EN EL 'REV' EL CAMPO  *
      *  DEL TIPO ES EL PORCENTAJE DE REVALORIZACION GENERAL DE   *
      *  LAS TASACIONES.                                          *
      ************************************************************
           05  WS-CANDIDATA-REG.
               10 WS-CND-CODIGO PIC X(2).
               10 WS-CND-TIPO-REG PIC X(3).
                   88 CANDIDATA-EXENCION VALUE 'EXE'.
                   88 CANDIDATA-MINIMA VALUE 'MIN'.
                   88 CANDIDATA-TRAMO VALUE 'TRM'.
                   88 CANDIDATA-REVALORIZ VALUE 'REV'.
                   88 CANDIDATA-CALENDARIO VALUE 'CAL'.
               10 WS-CND-IMPORTE PIC 9(6)V99.
               10 WS-CND-TIPO-PCT PIC 9(3)V99.
               10 FILLER PIC X(62).

      ************************************************************
      *  TARIFA ACTUAL CARGADA, Y TARIFA CON LA QUE SE CALCULA    *
      *  CADA CUOTA (SE LE COPIA LA ACTUAL O LA PROPUESTA; LAS    *
      *  TRES TIENEN EL MISMO TRAZADO).                           *
      ************************************************************
           05  WS-TARIFA-ACTUAL.
               10 WS-ACT-UMBRAL PIC 9(6)V99 VALUE ZERO.
               10 WS-ACT-MINIMA PIC 9(6)V99 VALUE ZERO.
               10 WS-ACT-CNT-TRAMOS PIC 9(2) VALUE ZERO COMP.
               10 WS-ACT-TRAMO OCCURS 10 TIMES
                               INDEXED BY WS-ACT-IDX.
                   15 WS-ACT-TRAMO-HASTA PIC 9(6)V99.
                   15 WS-ACT-TRAMO-TIPO PIC 9(3)V99.

           05  WS-TARIFA-APLICADA.
               10 WS-APL-UMBRAL PIC 9(6)V99.
               10 WS-APL-MINIMA PIC 9(6)V99.
               10 WS-APL-CNT-TRAMOS PIC 9(2) COMP.
               10 WS-APL-TRAMO OCCURS 10 TIMES
                               INDEXED BY WS-APL-IDX.
                   15 WS-APL-TRAMO-HASTA PIC 9(6)V99.
                   15 WS-APL-TRAMO-TIPO PIC 9(3)V99.

      ************************************************************
      *  TOTALES DEL PADRON CON LA TARIFA ACTUAL.                 *
      ************************************************************
           05  WS-TOTALES-ACTUAL.
               10 WS-ACT-TRM-LOTES PIC 9(9) COMP OCCURS 10 TIMES.
               10 WS-ACT-TRM-CUOTA PIC S9(11)V99 OCCURS 10 TIMES.
               10 WS-ACT-LOTES-EXENTOS PIC 9(9) COMP.
               10 WS-ACT-LOTES-MINIMA PIC 9(9) COMP.
               10 WS-ACT-CUOTA-MINIMAS PIC S9(11)V99.
               10 WS-ACT-LOTES-FACTURADOS PIC 9(9) COMP.
               10 WS-ACT-CUOTA-TOTAL PIC S9(11)V99.

      ************************************************************
      *  TARIFAS PROPUESTAS (HASTA 5) CON SUS TOTALES: TRAMOS,    *
      *  MOVIMIENTOS DE EXENCION Y MINIMA, TITULARES QUE SUBEN O  *
      *  BAJAN Y LOS DIEZ MAYORES AUMENTOS, DE MAYOR A MENOR.     *
      ************************************************************
           05  WS-CANDIDATAS.
               10 WS-CANDIDATA OCCURS 5 TIMES.
                   15 WS-CAN-CODIGO PIC X(2).
                   15 WS-CAN-REVALORIZACION PIC 9(3)V99.
                   15 WS-CAN-TRAMOS-PROPIOS PIC X.
                   15 WS-CAN-TARIFA.
                       20 WS-CAN-UMBRAL PIC 9(6)V99.
                       20 WS-CAN-MINIMA PIC 9(6)V99.
                       20 WS-CAN-CNT-TRAMOS PIC 9(2) COMP.
                       20 WS-CAN-TRAMO OCCURS 10 TIMES.
                           25 WS-CAN-TRAMO-HASTA PIC 9(6)V99.
                           25 WS-CAN-TRAMO-TIPO PIC 9(3)V99.
                   15 WS-CAN-TOTALES.
                       20 WS-CAN-TRM-LOTES PIC 9(9) COMP
                                           OCCURS 10 TIMES.
                       20 WS-CAN-TRM-CUOTA PIC S9(11)V99
                                           OCCURS 10 TIMES.
                       20 WS-CAN-LOTES-EXENTOS PIC 9(9) COMP.
                       20 WS-CAN-LOTES-MINIMA PIC 9(9) COMP.
                       20 WS-CAN-CUOTA-MINIMAS PIC S9(11)V99.
                       20 WS-CAN-LOTES-FACTURADOS PIC 9(9) COMP.
                       20 WS-CAN-CUOTA-TOTAL PIC S9(11)V99.
                       20 WS-CAN-SALEN-EXENCION PIC 9(9) COMP.
                       20 WS-CAN-ENTRAN-EXENCION PIC 9(9) COMP.
                       20 WS-CAN-PASAN-MINIMA PIC 9(9) COMP.
                       20 WS-CAN-TIT-SUBEN PIC 9(9) COMP.
                       20 WS-CAN-TIT-BAJAN PIC 9(9) COMP.
                       20 WS-CAN-CNT-TOP PIC 9(2) COMP.
                       20 WS-CAN-TOP OCCURS 10 TIMES.
                           25 WS-CAN-TOP-NIF PIC X(16).
                           25 WS-CAN-TOP-ACTUAL PIC 9(9)V99.
                           25 WS-CAN-TOP-PROPUESTA PIC 9(9)V99.
                           25 WS-CAN-TOP-AUMENTO PIC S9(9)V99.
           05  WS-CNT-CANDIDATAS PIC 9(2) VALUE ZERO COMP.

      ************************************************************
      *               REPORT LINES AND HEADINGS                  *
      ************************************************************
           05 CABECERA-PRO1.
               10 FILLER PIC X(34)
                  VALUE 'PROYECCION DEL PADRON CON TARIFAS '.
               10 FILLER PIC X(29)
                  VALUE 'PROPUESTAS - MAESTRO AL:     '.
               10 WS-CAB-FECHA PIC 9999/99/99.
               10 FILLER PIC X(59) VALUE SPACES.

           05 CABECERA-CAN1.
               10 FILLER PIC X(18) VALUE 'TARIFA PROPUESTA: '.
               10 WS-CAB-CODIGO PIC X(2).
               10 FILLER PIC X(29)
                  VALUE '   REVALORIZACION GENERAL:   '.
               10 WS-CAB-REVALORIZACION PIC ZZ9.99.
               10 FILLER PIC X(2) VALUE ' %'.
               10 FILLER PIC X(75) VALUE SPACES.

           05 CABECERA-TRM1.
               10 FILLER PIC X(5) VALUE SPACES.
               10 FILLER PIC X(41) VALUE 'TARIFA ACTUAL'.
               10 FILLER PIC X(4) VALUE SPACES.
               10 FILLER PIC X(41) VALUE 'TARIFA PROPUESTA'.
               10 FILLER PIC X(4) VALUE SPACES.
               10 FILLER PIC X(15) VALUE SPACES.
               10 FILLER PIC X(22) VALUE SPACES.

           05 CABECERA-TRM2.
               10 FILLER PIC X(5) VALUE 'TRAMO'.
               10 FILLER PIC X(9) VALUE '    HASTA'.
               10 FILLER PIC X(1) VALUE SPACES.
               10 FILLER PIC X(6) VALUE ' TIPO%'.
               10 FILLER PIC X(1) VALUE SPACES.
               10 FILLER PIC X(9) VALUE '    LOTES'.
               10 FILLER PIC X(1) VALUE SPACES.
               10 FILLER PIC X(14) VALUE '         CUOTA'.
               10 FILLER PIC X(4) VALUE SPACES.
               10 FILLER PIC X(9) VALUE '    HASTA'.
               10 FILLER PIC X(1) VALUE SPACES.
               10 FILLER PIC X(6) VALUE ' TIPO%'.
               10 FILLER PIC X(1) VALUE SPACES.
               10 FILLER PIC X(9) VALUE '    LOTES'.
               10 FILLER PIC X(1) VALUE SPACES.
               10 FILLER PIC X(14) VALUE '         CUOTA'.
               10 FILLER PIC X(4) VALUE SPACES.
               10 FILLER PIC X(15) VALUE '     DIFERENCIA'.
               10 FILLER PIC X(22) VALUE SPACES.

           05 CABECERA-TRM3.
               10 FILLER PIC X(5) VALUE ALL '='.
               10 FILLER PIC X(41) VALUE ALL '='.
               10 FILLER PIC X(4) VALUE SPACES.
               10 FILLER PIC X(41) VALUE ALL '='.
               10 FILLER PIC X(4) VALUE SPACES.
               10 FILLER PIC X(15) VALUE ALL '='.
               10 FILLER PIC X(22) VALUE SPACES.

      *    LINEA DE TRAMO: CADA LADO SE DEJA EN BLANCO CUANDO SU
      *    TARIFA TIENE MENOS TRAMOS QUE LA OTRA.
           05  WS-LINEA-TRAMO.
               10 WS-TRM-NUM PIC ZZ9.
               10 FILLER PIC X(2) VALUE SPACES.
               10 WS-TRM-LADO-ACT.
                   15 WS-TRM-ACT-HASTA PIC ZZZZZ9.99.
                   15 FILLER PIC X(1) VALUE SPACES.
                   15 WS-TRM-ACT-TIPO PIC ZZ9.99.
                   15 FILLER PIC X(1) VALUE SPACES.
                   15 WS-TRM-ACT-LOTES PIC ZZZZZZZZ9.
                   15 FILLER PIC X(1) VALUE SPACES.
                   15 WS-TRM-ACT-CUOTA PIC ZZZZZZZZZZ9.99.
               10 FILLER PIC X(4) VALUE SPACES.
               10 WS-TRM-LADO-PRO.
                   15 WS-TRM-PRO-HASTA PIC ZZZZZ9.99.
                   15 FILLER PIC X(1) VALUE SPACES.
                   15 WS-TRM-PRO-TIPO PIC ZZ9.99.
                   15 FILLER PIC X(1) VALUE SPACES.
                   15 WS-TRM-PRO-LOTES PIC ZZZZZZZZ9.
                   15 FILLER PIC X(1) VALUE SPACES.
                   15 WS-TRM-PRO-CUOTA PIC ZZZZZZZZZZ9.99.
               10 FILLER PIC X(4) VALUE SPACES.
               10 WS-TRM-DIFERENCIA PIC -(11)9.99.
               10 FILLER PIC X(22) VALUE SPACES.

      *    LINEA DE TOTALES DE LA TABLA DE TRAMOS (EXENTOS, CUOTA
      *    MINIMA, TOTAL), ALINEADA CON LOS LOTES Y LA CUOTA.
           05  WS-LINEA-COMPARA.
               10 WS-CMP-ETIQUETA PIC X(22).
               10 WS-CMP-ACT-LOTES PIC ZZZZZZZZ9.
               10 FILLER PIC X(1) VALUE SPACES.
               10 WS-CMP-ACT-CUOTA PIC ZZZZZZZZZZ9.99.
               10 FILLER PIC X(4) VALUE SPACES.
               10 FILLER PIC X(17) VALUE SPACES.
               10 WS-CMP-PRO-LOTES PIC ZZZZZZZZ9.
               10 FILLER PIC X(1) VALUE SPACES.
               10 WS-CMP-PRO-CUOTA PIC ZZZZZZZZZZ9.99.
               10 FILLER PIC X(4) VALUE SPACES.
               10 WS-CMP-DIFERENCIA PIC -(11)9.99.
               10 FILLER PIC X(22) VALUE SPACES.

      *    LINEA DE PARAMETRO DE LA TARIFA (UMBRAL, MINIMA).
           05  WS-LINEA-PARAMETRO.
               10 WS-PAR-ETIQUETA PIC X(22).
               10 WS-PAR-ACTUAL PIC ZZZZZZZZZZ9.99.
               10 FILLER PIC X(4) VALUE SPACES.
               10 WS-PAR-PROPUESTA PIC ZZZZZZZZZZ9.99.
               10 FILLER PIC X(78) VALUE SPACES.

      *    LINEA DE MOVIMIENTOS ENTRE LA TARIFA ACTUAL Y LA PROPUESTA.
           05  WS-LINEA-MOVIMIENTO.
               10 WS-MOV-ETIQUETA PIC X(40).
               10 WS-MOV-VALOR PIC ZZZZZZZZ9.
               10 FILLER PIC X(83) VALUE SPACES.

           05 CABECERA-TOP1.
               10 FILLER PIC X(34)
                  VALUE 'LOS DIEZ MAYORES AUMENTOS POR TITU'.
               10 FILLER PIC X(3) VALUE 'LAR'.
               10 FILLER PIC X(95) VALUE SPACES.

           05 CABECERA-TOP2.
               10 FILLER PIC X(3) VALUE 'NUM'.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(16) VALUE 'NIF'.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(40) VALUE 'TITULAR'.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(12) VALUE ' CUOTA ACTUA'.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(12) VALUE '  CUOTA PROP'.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(12) VALUE '     AUMENTO'.
               10 FILLER PIC X(27) VALUE SPACES.

           05 CABECERA-TOP3.
               10 FILLER PIC X(3) VALUE ALL '='.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(16) VALUE ALL '='.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(40) VALUE ALL '='.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(12) VALUE ALL '='.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(12) VALUE ALL '='.
               10 FILLER PIC X(2) VALUE SPACES.
               10 FILLER PIC X(12) VALUE ALL '='.
               10 FILLER PIC X(27) VALUE SPACES.

           05  WS-LINEA-AUMENTO.
               10 WS-AUM-NUM PIC ZZ9.
               10 FILLER PIC X(2) VALUE SPACES.
               10 WS-AUM-NIF PIC X(16).
               10 FILLER PIC X(2) VALUE SPACES.
               10 WS-AUM-NOMBRE PIC X(40).
               10 FILLER PIC X(2) VALUE SPACES.
               10 WS-AUM-ACTUAL PIC ZZZZZZZZ9.99.
               10 FILLER PIC X(2) VALUE SPACES.
               10 WS-AUM-PROPUESTA PIC ZZZZZZZZ9.99.
               10 FILLER PIC X(2) VALUE SPACES.
               10 WS-AUM-AUMENTO PIC ZZZZZZZZ9.99.
               10 FILLER PIC X(27) VALUE SPACES.

      ************************************************************
      *                     FLAGS/SWITCHES                       *
      ************************************************************
           05 SW-FIN-TARIFAS PIC X VALUE 'N'.
               88 FIN-TARIFAS VALUE 'Y'.

           05 SW-FIN-CANDIDATAS PIC X VALUE 'N'.
               88 FIN-CANDIDATAS VALUE 'Y'.

           05 SW-FIN-MAESTRO PIC X VALUE 'N'.
               88 FIN-MAESTRO VALUE 'Y'.

           05 SW-FIN-ORDENACION PIC X VALUE 'N'.
               88 FIN-ORDENACION VALUE 'Y'.

           05 SW-CANDIDATA-HALLADA PIC X VALUE 'N'.
               88 CANDIDATA-HALLADA VALUE 'Y'.

           05 SW-TRAMO-HALLADO PIC X VALUE 'N'.
               88 TRAMO-HALLADO VALUE 'Y'.

           05 SW-PUESTO-HALLADO PIC X VALUE 'N'.
               88 PUESTO-HALLADO VALUE 'Y'.

           05 SW-HAY-TITULAR PIC X VALUE 'N'.
               88 HAY-TITULAR VALUE 'Y'.

      *    RESULTADO DEL CALCULO DE UNA CUOTA, Y EL DEL LOTE EN
      *    CURSO CON LA TARIFA ACTUAL.
           05 SW-CALC-EXENTO PIC X VALUE 'N'.
               88 CALC-EXENTO VALUE 'Y'.

           05 SW-CALC-MINIMA PIC X VALUE 'N'.
               88 CALC-MINIMA VALUE 'Y'.

           05 SW-ACTUAL-EXENTO PIC X VALUE 'N'.
               88 ACTUAL-EXENTO VALUE 'Y'.

           05 SW-ACTUAL-MINIMA PIC X VALUE 'N'.
               88 ACTUAL-MINIMA VALUE 'Y'.

      ************************************************************
      *               COUNTERS AND ACCUMULATORS                  *
      ************************************************************
           05 WS-CNT-LOTES PIC 9(9) VALUE ZERO COMP.
           05 WS-CNT-PARTES PIC 9(9) VALUE ZERO COMP.
           05 WS-SUM-TAS PIC S9(11)V99 VALUE ZERO.

      ************************************************************
      *                      SCRATCH AREA                        *
      ************************************************************
           05 WS-FECHA-EJECUCION PIC 9(8) VALUE ZERO.

      *    SUBINDICES DE LAS PROPUESTAS, SUS TRAMOS Y SUS AUMENTOS.
           05 WS-CAN-SUB PIC 9(2) VALUE ZERO COMP.
           05 WS-TRM-SUB PIC 9(2) VALUE ZERO COMP.
           05 WS-TRM-MAX PIC 9(2) VALUE ZERO COMP.
           05 WS-TOP-SUB PIC 9(2) VALUE ZERO COMP.
           05 WS-TOP-ANT PIC 9(2) VALUE ZERO COMP.
           05 WS-TOP-POS PIC 9(2) VALUE ZERO COMP.

      *    CALCULO DE UNA CUOTA: TASACION (YA REVALORIZADA), CUOTA
      *    Y TRAMO APLICADO (CERO SI EL LOTE QUEDA EXENTO).
           05 WS-TAS-CALCULO PIC S9(7)V99 VALUE ZERO.
           05 WS-CUOTA-CALCULO PIC 9(7)V99 VALUE ZERO.
           05 WS-TRAMO-CALCULO PIC 9(2) VALUE ZERO COMP.

      *    CUOTA DEL LOTE EN CURSO CON LA TARIFA ACTUAL.
           05 WS-CUOTA-ACTUAL PIC 9(7)V99 VALUE ZERO.

      *    REPARTO DE LAS DOS CUOTAS DEL LOTE, COMO 370PADRON.
           05 WS-CNT-SLOTS-LOTE PIC 9 VALUE ZERO COMP.
           05 WS-SLOT-EN-CURSO PIC 9 VALUE ZERO COMP.
           05 WS-REPARTIDO-ACTUAL PIC 9(7)V99 VALUE ZERO.
           05 WS-REPARTIDO-PROPUESTA PIC 9(7)V99 VALUE ZERO.

      *    TITULAR EN CURSO EN LA SALIDA DE LA CLASIFICACION.
           05 WS-TIT-CANDIDATA PIC 9 VALUE ZERO.
           05 WS-TIT-NIF PIC X(16).
           05 WS-TIT-ACTUAL PIC 9(9)V99 VALUE ZERO.
           05 WS-TIT-PROPUESTA PIC 9(9)V99 VALUE ZERO.
           05 WS-TIT-AUMENTO PIC S9(9)V99 VALUE ZERO.

      *    ENTRADA Y RESULTADO DE LA RESOLUCION DE TITULARES EN
      *    320TITUL.DAT.
           05 WS-TIT-ENTRADA PIC X(16).
           05 WS-TIT-RESUELTO PIC X(40).

      ************************************************************
      *                    PROCEDURE DIVISION                    *
      ************************************************************
       PROCEDURE DIVISION.

      ************************************************************
      *                 1000 MAINLINE PARAGRAPH                  *
      ************************************************************
       1000-MAINLINE.
           PERFORM 1400-CARGAR-TARIFAS
              THRU 1400-CARGAR-TARIFAS-EXIT.

           PERFORM 1500-CARGAR-CANDIDATAS
              THRU 1500-CARGAR-CANDIDATAS-EXIT.

           PERFORM 2000-HOUSEKEEPING
              THRU 2000-HOUSEKEEPING-EXIT.

           PERFORM 3000-PROCESS
              THRU 3000-PROCESS-EXIT.

           PERFORM 8000-WRAP-UP
              THRU 8000-WRAP-UP-EXIT.

           STOP RUN.

      ************************************************************
      *              1400 CARGAR-TARIFAS PARAGRAPH               *
      * -------------------------------------------------------- *
      * CARGA LA TARIFA ACTUAL, CON LAS MISMAS COMPROBACIONES    *
      * QUE 370PADRON.                                           *
      ************************************************************
       1400-CARGAR-TARIFAS.
           OPEN INPUT TARIFAS.

           PERFORM 1410-LEER-TARIFA
              THRU 1410-LEER-TARIFA-EXIT
             UNTIL FIN-TARIFAS.

           CLOSE TARIFAS.

           IF WS-ACT-CNT-TRAMOS = ZERO
               DISPLAY 'LA TARIFA 370TARIF.DAT NO TRAE NINGUN '
                       'TRAMO: IMPOSIBLE PROYECTAR EL PADRON'
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
                           MOVE WS-TAR-IMPORTE TO WS-ACT-UMBRAL
                       WHEN TARIFA-MINIMA
                           MOVE WS-TAR-IMPORTE TO WS-ACT-MINIMA
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
           IF WS-ACT-CNT-TRAMOS = 10
               DISPLAY 'DEMASIADOS TRAMOS EN 370TARIF.DAT '
                       '(MAXIMO 10)'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-ACT-CNT-TRAMOS.
           SET WS-ACT-IDX TO WS-ACT-CNT-TRAMOS.
           MOVE WS-TAR-IMPORTE TO WS-ACT-TRAMO-HASTA (WS-ACT-IDX).
           MOVE WS-TAR-TIPO-PCT TO WS-ACT-TRAMO-TIPO (WS-ACT-IDX).

       1420-CARGAR-TRAMO-EXIT.
           EXIT.

      ************************************************************
      *            1500 CARGAR-CANDIDATAS PARAGRAPH              *
      * -------------------------------------------------------- *
      * CARGA LAS TARIFAS PROPUESTAS. CADA CODIGO NUEVO ABRE UNA *
      * PROPUESTA COMO COPIA DE LA TARIFA ACTUAL, Y SUS          *
      * REGISTROS CAMBIAN LO QUE TRAEN. SIN NINGUNA PROPUESTA NO *
      * HAY NADA QUE PROYECTAR Y SE DETIENE LA EJECUCION.        *
      ************************************************************
       1500-CARGAR-CANDIDATAS.
           INITIALIZE WS-CANDIDATAS.

           OPEN INPUT CANDIDATAS.

           PERFORM 1510-LEER-CANDIDATA
              THRU 1510-LEER-CANDIDATA-EXIT
             UNTIL FIN-CANDIDATAS.

           CLOSE CANDIDATAS.

           IF WS-CNT-CANDIDATAS = ZERO
               DISPLAY 'NO HAY TARIFAS PROPUESTAS EN 371CANDID.DAT'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       1500-CARGAR-CANDIDATAS-EXIT.
           EXIT.
      ************************************************************
      *                 1510-LEER-CANDIDATA                      *
      ************************************************************
       1510-LEER-CANDIDATA.
           READ CANDIDATAS INTO WS-CANDIDATA-REG
               AT END
                   SET FIN-CANDIDATAS TO TRUE
               NOT AT END
                   PERFORM 1520-SITUAR-CANDIDATA
                      THRU 1520-SITUAR-CANDIDATA-EXIT
                   EVALUATE TRUE
                       WHEN CANDIDATA-EXENCION
                           MOVE WS-CND-IMPORTE
                             TO WS-CAN-UMBRAL (WS-CAN-SUB)
                       WHEN CANDIDATA-MINIMA
                           MOVE WS-CND-IMPORTE
                             TO WS-CAN-MINIMA (WS-CAN-SUB)
                       WHEN CANDIDATA-TRAMO
                           PERFORM 1540-CARGAR-TRAMO-PROPUESTO
                              THRU 1540-CARGAR-TRAMO-PROPUESTO-EXIT
                       WHEN CANDIDATA-REVALORIZ
                           MOVE WS-CND-TIPO-PCT
                             TO WS-CAN-REVALORIZACION (WS-CAN-SUB)
                       WHEN CANDIDATA-CALENDARIO
                           CONTINUE
                       WHEN OTHER
                           DISPLAY 'REGISTRO DE TARIFA PROPUESTA NO '
                                   'RECONOCIDO: ' WS-CND-CODIGO
                                   ' ' WS-CND-TIPO-REG
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                   END-EVALUATE
           END-READ.

       1510-LEER-CANDIDATA-EXIT.
           EXIT.
      ************************************************************
      *                 1520-SITUAR-CANDIDATA                    *
      * -------------------------------------------------------- *
      * DEJA WS-CAN-SUB EN LA PROPUESTA DEL CODIGO LEIDO,        *
      * ABRIENDOLA COMO COPIA DE LA TARIFA ACTUAL SI ES NUEVA.   *
      ************************************************************
       1520-SITUAR-CANDIDATA.
           MOVE 'N' TO SW-CANDIDATA-HALLADA.
           MOVE 1 TO WS-CAN-SUB.

           PERFORM 1530-BUSCAR-CANDIDATA
              THRU 1530-BUSCAR-CANDIDATA-EXIT
             UNTIL CANDIDATA-HALLADA
                OR WS-CAN-SUB > WS-CNT-CANDIDATAS.

           IF NOT CANDIDATA-HALLADA
               IF WS-CNT-CANDIDATAS = 5
                   DISPLAY 'DEMASIADAS TARIFAS PROPUESTAS EN '
                           '371CANDID.DAT (MAXIMO 5)'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CNT-CANDIDATAS
               MOVE WS-CNT-CANDIDATAS TO WS-CAN-SUB
               MOVE WS-CND-CODIGO TO WS-CAN-CODIGO (WS-CAN-SUB)
               MOVE ZERO TO WS-CAN-REVALORIZACION (WS-CAN-SUB)
               MOVE 'N' TO WS-CAN-TRAMOS-PROPIOS (WS-CAN-SUB)
               MOVE WS-TARIFA-ACTUAL TO WS-CAN-TARIFA (WS-CAN-SUB)
           END-IF.

       1520-SITUAR-CANDIDATA-EXIT.
           EXIT.
      ************************************************************
      *                 1530-BUSCAR-CANDIDATA                    *
      ************************************************************
       1530-BUSCAR-CANDIDATA.
           IF WS-CAN-CODIGO (WS-CAN-SUB) = WS-CND-CODIGO
               SET CANDIDATA-HALLADA TO TRUE
           ELSE
               ADD 1 TO WS-CAN-SUB
           END-IF.

       1530-BUSCAR-CANDIDATA-EXIT.
           EXIT.
      ************************************************************
      *              1540-CARGAR-TRAMO-PROPUESTO                 *
      * -------------------------------------------------------- *
      * EL PRIMER TRAMO DE UNA PROPUESTA DESCARTA LOS TRAMOS DE  *
      * LA TARIFA ACTUAL QUE TRAIA COPIADOS.                     *
      ************************************************************
       1540-CARGAR-TRAMO-PROPUESTO.
           IF WS-CAN-TRAMOS-PROPIOS (WS-CAN-SUB) = 'N'
               MOVE 'Y' TO WS-CAN-TRAMOS-PROPIOS (WS-CAN-SUB)
               MOVE ZERO TO WS-CAN-CNT-TRAMOS (WS-CAN-SUB)
           END-IF.

           IF WS-CAN-CNT-TRAMOS (WS-CAN-SUB) = 10
               DISPLAY 'DEMASIADOS TRAMOS EN LA TARIFA PROPUESTA '
                       WS-CND-CODIGO ' (MAXIMO 10)'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-CAN-CNT-TRAMOS (WS-CAN-SUB).
           MOVE WS-CAN-CNT-TRAMOS (WS-CAN-SUB) TO WS-TRM-SUB.
           MOVE WS-CND-IMPORTE
             TO WS-CAN-TRAMO-HASTA (WS-CAN-SUB, WS-TRM-SUB).
           MOVE WS-CND-TIPO-PCT
             TO WS-CAN-TRAMO-TIPO (WS-CAN-SUB, WS-TRM-SUB).

       1540-CARGAR-TRAMO-PROPUESTO-EXIT.
           EXIT.

      ************************************************************
      *              2000 HOUSEKEEPING PARAGRAPH                 *
      ************************************************************
       2000-HOUSEKEEPING.
           ACCEPT WS-FECHA-EJECUCION FROM DATE YYYYMMDD.

           INITIALIZE WS-TOTALES-ACTUAL.

           OPEN INPUT MAESTRO
                      TITULARES
                OUTPUT INFORME.

           INITIALIZE WS-PROPIET-REG.

           MOVE WS-FECHA-EJECUCION TO WS-CAB-FECHA.
           WRITE OUT-INFORME-REC FROM CABECERA-PRO1.

       2000-HOUSEKEEPING-EXIT.
           EXIT.

      ************************************************************
      *                   3000 PROCESS PARAGRAPH                 *
      * -------------------------------------------------------- *
      * EL PROCEDIMIENTO DE ENTRADA CALCULA CADA LOTE CON LA     *
      * TARIFA ACTUAL Y CON CADA PROPUESTA Y SUELTA LAS PARTES   *
      * DE CADA TITULAR; EL DE SALIDA LAS SUMA POR PROPUESTA Y   *
      * TITULAR Y GUARDA LOS DIEZ MAYORES AUMENTOS.              *
      ************************************************************
       3000-PROCESS.
           SORT ORDENACION
               ON ASCENDING KEY ORD-CANDIDATA
                                ORD-NIF
               INPUT PROCEDURE IS 3100-PROYECTAR-LOTES
                  THRU 3100-PROYECTAR-LOTES-EXIT
               OUTPUT PROCEDURE IS 3500-SUMAR-TITULARES
                  THRU 3500-SUMAR-TITULARES-EXIT.

       3000-PROCESS-EXIT.
           EXIT.
      ************************************************************
      *                 3100-PROYECTAR-LOTES                     *
      ************************************************************
       3100-PROYECTAR-LOTES.
           READ MAESTRO INTO WS-PROPIET-REG
               AT END
                   SET FIN-MAESTRO TO TRUE.

           PERFORM 3200-TRATAR-LOTE
              THRU 3200-TRATAR-LOTE-EXIT
             UNTIL FIN-MAESTRO.

       3100-PROYECTAR-LOTES-EXIT.
           EXIT.
      ************************************************************
      *                 3200-TRATAR-LOTE                         *
      * -------------------------------------------------------- *
      * CUOTA DEL LOTE CON LA TARIFA ACTUAL, Y LUEGO CON CADA    *
      * TARIFA PROPUESTA.                                        *
      ************************************************************
       3200-TRATAR-LOTE.
           ADD 1 TO WS-CNT-LOTES.
           ADD WS-PROP-TAS TO WS-SUM-TAS.

           MOVE WS-TARIFA-ACTUAL TO WS-TARIFA-APLICADA.
           MOVE WS-PROP-TAS TO WS-TAS-CALCULO.
           PERFORM 3300-CALCULAR-CUOTA
              THRU 3300-CALCULAR-CUOTA-EXIT.

           MOVE WS-CUOTA-CALCULO TO WS-CUOTA-ACTUAL.
           MOVE SW-CALC-EXENTO TO SW-ACTUAL-EXENTO.
           MOVE SW-CALC-MINIMA TO SW-ACTUAL-MINIMA.

           IF ACTUAL-EXENTO
               ADD 1 TO WS-ACT-LOTES-EXENTOS
           ELSE
               ADD 1 TO WS-ACT-TRM-LOTES (WS-TRAMO-CALCULO)
               ADD WS-CUOTA-ACTUAL
                   TO WS-ACT-TRM-CUOTA (WS-TRAMO-CALCULO)
               ADD 1 TO WS-ACT-LOTES-FACTURADOS
               ADD WS-CUOTA-ACTUAL TO WS-ACT-CUOTA-TOTAL
               IF ACTUAL-MINIMA
                   ADD 1 TO WS-ACT-LOTES-MINIMA
                   ADD WS-CUOTA-ACTUAL TO WS-ACT-CUOTA-MINIMAS
               END-IF
           END-IF.

           PERFORM 3250-PROYECTAR-CANDIDATA
              THRU 3250-PROYECTAR-CANDIDATA-EXIT
              VARYING WS-CAN-SUB FROM 1 BY 1
                 UNTIL WS-CAN-SUB > WS-CNT-CANDIDATAS.

           READ MAESTRO INTO WS-PROPIET-REG
               AT END
                   SET FIN-MAESTRO TO TRUE.

       3200-TRATAR-LOTE-EXIT.
           EXIT.
      ************************************************************
      *                 3250-PROYECTAR-CANDIDATA                 *
      * -------------------------------------------------------- *
      * CUOTA DEL LOTE CON LA PROPUESTA, SOBRE LA TASACION       *
      * REVALORIZADA, Y SUS MOVIMIENTOS RESPECTO DE LA ACTUAL.   *
      ************************************************************
       3250-PROYECTAR-CANDIDATA.
           MOVE WS-CAN-TARIFA (WS-CAN-SUB) TO WS-TARIFA-APLICADA.
           COMPUTE WS-TAS-CALCULO ROUNDED =
               WS-PROP-TAS *
               (100 + WS-CAN-REVALORIZACION (WS-CAN-SUB)) / 100.
           PERFORM 3300-CALCULAR-CUOTA
              THRU 3300-CALCULAR-CUOTA-EXIT.

           IF CALC-EXENTO
               ADD 1 TO WS-CAN-LOTES-EXENTOS (WS-CAN-SUB)
           ELSE
               ADD 1 TO WS-CAN-TRM-LOTES (WS-CAN-SUB, WS-TRAMO-CALCULO)
               ADD WS-CUOTA-CALCULO
                   TO WS-CAN-TRM-CUOTA (WS-CAN-SUB, WS-TRAMO-CALCULO)
               ADD 1 TO WS-CAN-LOTES-FACTURADOS (WS-CAN-SUB)
               ADD WS-CUOTA-CALCULO TO WS-CAN-CUOTA-TOTAL (WS-CAN-SUB)
               IF CALC-MINIMA
                   ADD 1 TO WS-CAN-LOTES-MINIMA (WS-CAN-SUB)
                   ADD WS-CUOTA-CALCULO
                       TO WS-CAN-CUOTA-MINIMAS (WS-CAN-SUB)
               END-IF
           END-IF.

           IF ACTUAL-EXENTO AND NOT CALC-EXENTO
               ADD 1 TO WS-CAN-SALEN-EXENCION (WS-CAN-SUB)
           END-IF.

           IF CALC-EXENTO AND NOT ACTUAL-EXENTO
               ADD 1 TO WS-CAN-ENTRAN-EXENCION (WS-CAN-SUB)
           END-IF.

           IF CALC-MINIMA AND NOT ACTUAL-MINIMA
               ADD 1 TO WS-CAN-PASAN-MINIMA (WS-CAN-SUB)
           END-IF.

           IF WS-CUOTA-ACTUAL > ZERO
              OR WS-CUOTA-CALCULO > ZERO
               PERFORM 3400-REPARTIR-CUOTAS
                  THRU 3400-REPARTIR-CUOTAS-EXIT
           END-IF.

       3250-PROYECTAR-CANDIDATA-EXIT.
           EXIT.
      ************************************************************
      *                 3300-CALCULAR-CUOTA                      *
      * -------------------------------------------------------- *
      * CUOTA DE WS-TAS-CALCULO CON WS-TARIFA-APLICADA, COMO EN  *
      * 370PADRON: EXENTO SI NO SUPERA EL UMBRAL; SI NO, EL      *
      * PRIMER TRAMO CUYO TOPE LA CUBRE (O EL ULTIMO) Y NUNCA    *
      * MENOS DE LA CUOTA MINIMA.                                *
      ************************************************************
       3300-CALCULAR-CUOTA.
           MOVE 'N' TO SW-CALC-EXENTO.
           MOVE 'N' TO SW-CALC-MINIMA.
           MOVE ZERO TO WS-CUOTA-CALCULO.
           MOVE ZERO TO WS-TRAMO-CALCULO.

           IF WS-TAS-CALCULO NOT > WS-APL-UMBRAL
               SET CALC-EXENTO TO TRUE
           ELSE
               MOVE 'N' TO SW-TRAMO-HALLADO
               SET WS-APL-IDX TO 1
               PERFORM 3310-BUSCAR-TRAMO
                  THRU 3310-BUSCAR-TRAMO-EXIT
                 UNTIL TRAMO-HALLADO
                    OR WS-APL-IDX > WS-APL-CNT-TRAMOS
               IF NOT TRAMO-HALLADO
                   SET WS-APL-IDX TO WS-APL-CNT-TRAMOS
               END-IF
               SET WS-TRAMO-CALCULO TO WS-APL-IDX
               COMPUTE WS-CUOTA-CALCULO ROUNDED =
                   WS-TAS-CALCULO * WS-APL-TRAMO-TIPO (WS-APL-IDX)
                   / 100
               IF WS-CUOTA-CALCULO < WS-APL-MINIMA
                   MOVE WS-APL-MINIMA TO WS-CUOTA-CALCULO
                   SET CALC-MINIMA TO TRUE
               END-IF
           END-IF.

       3300-CALCULAR-CUOTA-EXIT.
           EXIT.
      ************************************************************
      *                 3310-BUSCAR-TRAMO                        *
      ************************************************************
       3310-BUSCAR-TRAMO.
           IF WS-TAS-CALCULO NOT > WS-APL-TRAMO-HASTA (WS-APL-IDX)
               SET TRAMO-HALLADO TO TRUE
           ELSE
               SET WS-APL-IDX UP BY 1
           END-IF.

       3310-BUSCAR-TRAMO-EXIT.
           EXIT.
      ************************************************************
      *                 3400-REPARTIR-CUOTAS                     *
      * -------------------------------------------------------- *
      * REPARTE LA CUOTA ACTUAL Y LA PROPUESTA ENTRE LOS         *
      * COPROPIETARIOS SEGUN SU PORCENTAJE, CON LA ULTIMA PARTE  *
      * AJUSTADA POR DIFERENCIA, COMO 370PADRON, Y SUELTA UNA    *
      * PARTE POR TITULAR.                                       *
      ************************************************************
       3400-REPARTIR-CUOTAS.
           MOVE ZERO TO WS-CNT-SLOTS-LOTE.
           PERFORM 3410-CONTAR-SLOT
              THRU 3410-CONTAR-SLOT-EXIT
              VARYING WS-PROP-IDX FROM 1 BY 1
                 UNTIL WS-PROP-IDX > 3.

           MOVE ZERO TO WS-REPARTIDO-ACTUAL.
           MOVE ZERO TO WS-REPARTIDO-PROPUESTA.
           MOVE ZERO TO WS-SLOT-EN-CURSO.
           PERFORM 3420-SOLTAR-PARTE
              THRU 3420-SOLTAR-PARTE-EXIT
              VARYING WS-PROP-IDX FROM 1 BY 1
                 UNTIL WS-PROP-IDX > 3.

       3400-REPARTIR-CUOTAS-EXIT.
           EXIT.
      ************************************************************
      *                 3410-CONTAR-SLOT                         *
      ************************************************************
       3410-CONTAR-SLOT.
           IF WS-PROP-NOMBREPROP (WS-PROP-IDX) NOT = SPACES
               ADD 1 TO WS-CNT-SLOTS-LOTE
           END-IF.

       3410-CONTAR-SLOT-EXIT.
           EXIT.
      ************************************************************
      *                 3420-SOLTAR-PARTE                        *
      ************************************************************
       3420-SOLTAR-PARTE.
           IF WS-PROP-NOMBREPROP (WS-PROP-IDX) NOT = SPACES
               ADD 1 TO WS-SLOT-EN-CURSO
               MOVE WS-CAN-SUB TO ORD-CANDIDATA
               MOVE WS-PROP-NOMBREPROP (WS-PROP-IDX) TO ORD-NIF

               IF WS-SLOT-EN-CURSO = WS-CNT-SLOTS-LOTE
                   SUBTRACT WS-REPARTIDO-ACTUAL FROM WS-CUOTA-ACTUAL
                       GIVING ORD-CUOTA-ACTUAL
                   SUBTRACT WS-REPARTIDO-PROPUESTA
                       FROM WS-CUOTA-CALCULO
                       GIVING ORD-CUOTA-PROPUESTA
               ELSE
                   COMPUTE ORD-CUOTA-ACTUAL ROUNDED =
                       WS-CUOTA-ACTUAL *
                       WS-PROP-PORCENT (WS-PROP-IDX) / 100
                   COMPUTE ORD-CUOTA-PROPUESTA ROUNDED =
                       WS-CUOTA-CALCULO *
                       WS-PROP-PORCENT (WS-PROP-IDX) / 100
                   ADD ORD-CUOTA-ACTUAL TO WS-REPARTIDO-ACTUAL
                   ADD ORD-CUOTA-PROPUESTA TO WS-REPARTIDO-PROPUESTA
               END-IF

               ADD 1 TO WS-CNT-PARTES
               RELEASE ORD-REG
           END-IF.

       3420-SOLTAR-PARTE-EXIT.
           EXIT.
      ************************************************************
      *                 3500-SUMAR-TITULARES                     *
      * -------------------------------------------------------- *
      * PROCEDIMIENTO DE SALIDA: CORTE DE CONTROL POR PROPUESTA  *
      * Y TITULAR.                                               *
      ************************************************************
       3500-SUMAR-TITULARES.
           PERFORM 3510-RECOGER-ORDEN
              THRU 3510-RECOGER-ORDEN-EXIT.

           PERFORM 3520-TRATAR-ORDEN
              THRU 3520-TRATAR-ORDEN-EXIT
             UNTIL FIN-ORDENACION.

           IF HAY-TITULAR
               PERFORM 3540-CERRAR-TITULAR
                  THRU 3540-CERRAR-TITULAR-EXIT
           END-IF.

       3500-SUMAR-TITULARES-EXIT.
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
           IF HAY-TITULAR
              AND (ORD-CANDIDATA NOT = WS-TIT-CANDIDATA
                   OR ORD-NIF NOT = WS-TIT-NIF)
               PERFORM 3540-CERRAR-TITULAR
                  THRU 3540-CERRAR-TITULAR-EXIT
           END-IF.

           IF NOT HAY-TITULAR
               SET HAY-TITULAR TO TRUE
               MOVE ORD-CANDIDATA TO WS-TIT-CANDIDATA
               MOVE ORD-NIF TO WS-TIT-NIF
               MOVE ZERO TO WS-TIT-ACTUAL
               MOVE ZERO TO WS-TIT-PROPUESTA
           END-IF.

           ADD ORD-CUOTA-ACTUAL TO WS-TIT-ACTUAL.
           ADD ORD-CUOTA-PROPUESTA TO WS-TIT-PROPUESTA.

           PERFORM 3510-RECOGER-ORDEN
              THRU 3510-RECOGER-ORDEN-EXIT.

       3520-TRATAR-ORDEN-EXIT.
           EXIT.
      ************************************************************
      *                 3540-CERRAR-TITULAR                      *
      ************************************************************
       3540-CERRAR-TITULAR.
           MOVE 'N' TO SW-HAY-TITULAR.
           MOVE WS-TIT-CANDIDATA TO WS-CAN-SUB.
           SUBTRACT WS-TIT-ACTUAL FROM WS-TIT-PROPUESTA
               GIVING WS-TIT-AUMENTO.

           IF WS-TIT-AUMENTO > ZERO
               ADD 1 TO WS-CAN-TIT-SUBEN (WS-CAN-SUB)
               PERFORM 3550-ANOTAR-AUMENTO
                  THRU 3550-ANOTAR-AUMENTO-EXIT
           END-IF.

           IF WS-TIT-AUMENTO < ZERO
               ADD 1 TO WS-CAN-TIT-BAJAN (WS-CAN-SUB)
           END-IF.

       3540-CERRAR-TITULAR-EXIT.
           EXIT.
      ************************************************************
      *                 3550-ANOTAR-AUMENTO                      *
      * -------------------------------------------------------- *
      * METE EL AUMENTO DEL TITULAR EN SU PUESTO DE LA LISTA DE  *
      * LOS DIEZ MAYORES DE LA PROPUESTA, CORRIENDO HACIA ABAJO  *
      * LOS MENORES (EL DECIMO SALE DE LA LISTA).                *
      ************************************************************
       3550-ANOTAR-AUMENTO.
           MOVE 'N' TO SW-PUESTO-HALLADO.
           MOVE 1 TO WS-TOP-POS.

           PERFORM 3555-BUSCAR-PUESTO
              THRU 3555-BUSCAR-PUESTO-EXIT
             UNTIL PUESTO-HALLADO
                OR WS-TOP-POS > WS-CAN-CNT-TOP (WS-CAN-SUB).

           IF WS-TOP-POS NOT > 10
               IF WS-CAN-CNT-TOP (WS-CAN-SUB) < 10
                   ADD 1 TO WS-CAN-CNT-TOP (WS-CAN-SUB)
               END-IF
               PERFORM 3560-DESPLAZAR-PUESTO
                  THRU 3560-DESPLAZAR-PUESTO-EXIT
                  VARYING WS-TOP-SUB
                     FROM WS-CAN-CNT-TOP (WS-CAN-SUB) BY -1
                    UNTIL WS-TOP-SUB NOT > WS-TOP-POS
               MOVE WS-TIT-NIF
                 TO WS-CAN-TOP-NIF (WS-CAN-SUB, WS-TOP-POS)
               MOVE WS-TIT-ACTUAL
                 TO WS-CAN-TOP-ACTUAL (WS-CAN-SUB, WS-TOP-POS)
               MOVE WS-TIT-PROPUESTA
                 TO WS-CAN-TOP-PROPUESTA (WS-CAN-SUB, WS-TOP-POS)
               MOVE WS-TIT-AUMENTO
                 TO WS-CAN-TOP-AUMENTO (WS-CAN-SUB, WS-TOP-POS)
           END-IF.

       3550-ANOTAR-AUMENTO-EXIT.
           EXIT.
      ************************************************************
      *                 3555-BUSCAR-PUESTO                       *
      ************************************************************
       3555-BUSCAR-PUESTO.
           IF WS-TIT-AUMENTO >
              WS-CAN-TOP-AUMENTO (WS-CAN-SUB, WS-TOP-POS)
               SET PUESTO-HALLADO TO TRUE
           ELSE
               ADD 1 TO WS-TOP-POS
           END-IF.

       3555-BUSCAR-PUESTO-EXIT.
           EXIT.
      ************************************************************
      *                 3560-DESPLAZAR-PUESTO                    *
      ************************************************************
       3560-DESPLAZAR-PUESTO.
           SUBTRACT 1 FROM WS-TOP-SUB GIVING WS-TOP-ANT.
           MOVE WS-CAN-TOP (WS-CAN-SUB, WS-TOP-ANT)
             TO WS-CAN-TOP (WS-CAN-SUB, WS-TOP-SUB).

       3560-DESPLAZAR-PUESTO-EXIT.
           EXIT.

      ************************************************************
      *                    8000 WRAP-UP PARAGRAPH                *
      ************************************************************
       8000-WRAP-UP.
           PERFORM 8200-INFORMAR-CANDIDATA
              THRU 8200-INFORMAR-CANDIDATA-EXIT
              VARYING WS-CAN-SUB FROM 1 BY 1
                 UNTIL WS-CAN-SUB > WS-CNT-CANDIDATAS.

           CLOSE MAESTRO
                 TITULARES
                 INFORME.

           DISPLAY 'LOTES PROYECTADOS:     ' WS-CNT-LOTES.
           DISPLAY 'TARIFAS PROPUESTAS:    ' WS-CNT-CANDIDATAS.

       8000-WRAP-UP-EXIT.
           EXIT.
      ************************************************************
      *               8200-INFORMAR-CANDIDATA                    *
      * -------------------------------------------------------- *
      * BLOQUE DEL INFORME DE UNA PROPUESTA: PARAMETROS, TABLA   *
      * DE TRAMOS LADO A LADO CON SUS TOTALES, MOVIMIENTOS Y LOS *
      * DIEZ MAYORES AUMENTOS POR TITULAR.                       *
      ************************************************************
       8200-INFORMAR-CANDIDATA.
           MOVE WS-CAN-CODIGO (WS-CAN-SUB) TO WS-CAB-CODIGO.
           MOVE WS-CAN-REVALORIZACION (WS-CAN-SUB)
             TO WS-CAB-REVALORIZACION.
           WRITE OUT-INFORME-REC FROM CABECERA-CAN1
               AFTER ADVANCING 2 LINES.

           MOVE 'UMBRAL DE EXENCION' TO WS-PAR-ETIQUETA.
           MOVE WS-ACT-UMBRAL TO WS-PAR-ACTUAL.
           MOVE WS-CAN-UMBRAL (WS-CAN-SUB) TO WS-PAR-PROPUESTA.
           WRITE OUT-INFORME-REC FROM WS-LINEA-PARAMETRO
               AFTER ADVANCING 1 LINE.

           MOVE 'CUOTA MINIMA' TO WS-PAR-ETIQUETA.
           MOVE WS-ACT-MINIMA TO WS-PAR-ACTUAL.
           MOVE WS-CAN-MINIMA (WS-CAN-SUB) TO WS-PAR-PROPUESTA.
           WRITE OUT-INFORME-REC FROM WS-LINEA-PARAMETRO
               AFTER ADVANCING 1 LINE.

           WRITE OUT-INFORME-REC FROM CABECERA-TRM1
               AFTER ADVANCING 2 LINES.
           WRITE OUT-INFORME-REC FROM CABECERA-TRM2
               AFTER ADVANCING 1 LINE.
           WRITE OUT-INFORME-REC FROM CABECERA-TRM3
               AFTER ADVANCING 1 LINE.

           MOVE WS-ACT-CNT-TRAMOS TO WS-TRM-MAX.
           IF WS-CAN-CNT-TRAMOS (WS-CAN-SUB) > WS-TRM-MAX
               MOVE WS-CAN-CNT-TRAMOS (WS-CAN-SUB) TO WS-TRM-MAX
           END-IF.

           PERFORM 8210-INFORMAR-TRAMO
              THRU 8210-INFORMAR-TRAMO-EXIT
              VARYING WS-TRM-SUB FROM 1 BY 1
                 UNTIL WS-TRM-SUB > WS-TRM-MAX.

           MOVE 'LOTES EXENTOS' TO WS-CMP-ETIQUETA.
           MOVE WS-ACT-LOTES-EXENTOS TO WS-CMP-ACT-LOTES.
           MOVE ZERO TO WS-CMP-ACT-CUOTA.
           MOVE WS-CAN-LOTES-EXENTOS (WS-CAN-SUB) TO WS-CMP-PRO-LOTES.
           MOVE ZERO TO WS-CMP-PRO-CUOTA.
           MOVE ZERO TO WS-CMP-DIFERENCIA.
           WRITE OUT-INFORME-REC FROM WS-LINEA-COMPARA
               AFTER ADVANCING 2 LINES.

           MOVE 'EN CUOTA MINIMA' TO WS-CMP-ETIQUETA.
           MOVE WS-ACT-LOTES-MINIMA TO WS-CMP-ACT-LOTES.
           MOVE WS-ACT-CUOTA-MINIMAS TO WS-CMP-ACT-CUOTA.
           MOVE WS-CAN-LOTES-MINIMA (WS-CAN-SUB) TO WS-CMP-PRO-LOTES.
           MOVE WS-CAN-CUOTA-MINIMAS (WS-CAN-SUB) TO WS-CMP-PRO-CUOTA.
           COMPUTE WS-CMP-DIFERENCIA =
               WS-CAN-CUOTA-MINIMAS (WS-CAN-SUB)
               - WS-ACT-CUOTA-MINIMAS.
           WRITE OUT-INFORME-REC FROM WS-LINEA-COMPARA
               AFTER ADVANCING 1 LINE.

           MOVE 'TOTAL PADRON' TO WS-CMP-ETIQUETA.
           MOVE WS-ACT-LOTES-FACTURADOS TO WS-CMP-ACT-LOTES.
           MOVE WS-ACT-CUOTA-TOTAL TO WS-CMP-ACT-CUOTA.
           MOVE WS-CAN-LOTES-FACTURADOS (WS-CAN-SUB)
             TO WS-CMP-PRO-LOTES.
           MOVE WS-CAN-CUOTA-TOTAL (WS-CAN-SUB) TO WS-CMP-PRO-CUOTA.
           COMPUTE WS-CMP-DIFERENCIA =
               WS-CAN-CUOTA-TOTAL (WS-CAN-SUB) - WS-ACT-CUOTA-TOTAL.
           WRITE OUT-INFORME-REC FROM WS-LINEA-COMPARA
               AFTER ADVANCING 1 LINE.

           MOVE 'LOTES QUE SALEN DE LA EXENCION' TO WS-MOV-ETIQUETA.
           MOVE WS-CAN-SALEN-EXENCION (WS-CAN-SUB) TO WS-MOV-VALOR.
           WRITE OUT-INFORME-REC FROM WS-LINEA-MOVIMIENTO
               AFTER ADVANCING 2 LINES.

           MOVE 'LOTES QUE ENTRAN EN LA EXENCION'
             TO WS-MOV-ETIQUETA.
           MOVE WS-CAN-ENTRAN-EXENCION (WS-CAN-SUB) TO WS-MOV-VALOR.
           WRITE OUT-INFORME-REC FROM WS-LINEA-MOVIMIENTO
               AFTER ADVANCING 1 LINE.

           MOVE 'LOTES QUE PASAN A LA CUOTA MINIMA'
             TO WS-MOV-ETIQUETA.
           MOVE WS-CAN-PASAN-MINIMA (WS-CAN-SUB) TO WS-MOV-VALOR.
           WRITE OUT-INFORME-REC FROM WS-LINEA-MOVIMIENTO
               AFTER ADVANCING 1 LINE.

           MOVE 'TITULARES CON AUMENTO DE CUOTA' TO WS-MOV-ETIQUETA.
           MOVE WS-CAN-TIT-SUBEN (WS-CAN-SUB) TO WS-MOV-VALOR.
           WRITE OUT-INFORME-REC FROM WS-LINEA-MOVIMIENTO
               AFTER ADVANCING 1 LINE.

           MOVE 'TITULARES CON REBAJA DE CUOTA' TO WS-MOV-ETIQUETA.
           MOVE WS-CAN-TIT-BAJAN (WS-CAN-SUB) TO WS-MOV-VALOR.
           WRITE OUT-INFORME-REC FROM WS-LINEA-MOVIMIENTO
               AFTER ADVANCING 1 LINE.

           WRITE OUT-INFORME-REC FROM CABECERA-TOP1
               AFTER ADVANCING 2 LINES.
           WRITE OUT-INFORME-REC FROM CABECERA-TOP2
               AFTER ADVANCING 1 LINE.
           WRITE OUT-INFORME-REC FROM CABECERA-TOP3
               AFTER ADVANCING 1 LINE.

           PERFORM 8220-INFORMAR-AUMENTO
              THRU 8220-INFORMAR-AUMENTO-EXIT
              VARYING WS-TOP-SUB FROM 1 BY 1
                 UNTIL WS-TOP-SUB > WS-CAN-CNT-TOP (WS-CAN-SUB).

       8200-INFORMAR-CANDIDATA-EXIT.
           EXIT.
      ************************************************************
      *               8210-INFORMAR-TRAMO                        *
      ************************************************************
       8210-INFORMAR-TRAMO.
           MOVE WS-TRM-SUB TO WS-TRM-NUM.
           MOVE ZERO TO WS-TRM-DIFERENCIA.

           IF WS-TRM-SUB > WS-ACT-CNT-TRAMOS
               MOVE SPACES TO WS-TRM-LADO-ACT
           ELSE
               MOVE WS-ACT-TRAMO-HASTA (WS-TRM-SUB)
                 TO WS-TRM-ACT-HASTA
               MOVE WS-ACT-TRAMO-TIPO (WS-TRM-SUB) TO WS-TRM-ACT-TIPO
               MOVE WS-ACT-TRM-LOTES (WS-TRM-SUB) TO WS-TRM-ACT-LOTES
               MOVE WS-ACT-TRM-CUOTA (WS-TRM-SUB) TO WS-TRM-ACT-CUOTA
               COMPUTE WS-TRM-DIFERENCIA =
                   ZERO - WS-ACT-TRM-CUOTA (WS-TRM-SUB)
           END-IF.

           IF WS-TRM-SUB > WS-CAN-CNT-TRAMOS (WS-CAN-SUB)
               MOVE SPACES TO WS-TRM-LADO-PRO
           ELSE
               MOVE WS-CAN-TRAMO-HASTA (WS-CAN-SUB, WS-TRM-SUB)
                 TO WS-TRM-PRO-HASTA
               MOVE WS-CAN-TRAMO-TIPO (WS-CAN-SUB, WS-TRM-SUB)
                 TO WS-TRM-PRO-TIPO
               MOVE WS-CAN-TRM-LOTES (WS-CAN-SUB, WS-TRM-SUB)
                 TO WS-TRM-PRO-LOTES
               MOVE WS-CAN-TRM-CUOTA (WS-CAN-SUB, WS-TRM-SUB)
                 TO WS-TRM-PRO-CUOTA
               IF WS-TRM-SUB > WS-ACT-CNT-TRAMOS
                   MOVE WS-CAN-TRM-CUOTA (WS-CAN-SUB, WS-TRM-SUB)
                     TO WS-TRM-DIFERENCIA
               ELSE
                   COMPUTE WS-TRM-DIFERENCIA =
                       WS-CAN-TRM-CUOTA (WS-CAN-SUB, WS-TRM-SUB)
                       - WS-ACT-TRM-CUOTA (WS-TRM-SUB)
               END-IF
           END-IF.

           WRITE OUT-INFORME-REC FROM WS-LINEA-TRAMO
               AFTER ADVANCING 1 LINE.

       8210-INFORMAR-TRAMO-EXIT.
           EXIT.
      ************************************************************
      *               8220-INFORMAR-AUMENTO                      *
      ************************************************************
       8220-INFORMAR-AUMENTO.
           MOVE WS-TOP-SUB TO WS-AUM-NUM.
           MOVE WS-CAN-TOP-NIF (WS-CAN-SUB, WS-TOP-SUB) TO WS-AUM-NIF.
           MOVE WS-CAN-TOP-NIF (WS-CAN-SUB, WS-TOP-SUB)
             TO WS-TIT-ENTRADA.
           PERFORM 8230-RESOLVER-TITULAR
              THRU 8230-RESOLVER-TITULAR-EXIT.
           MOVE WS-TIT-RESUELTO TO WS-AUM-NOMBRE.
           MOVE WS-CAN-TOP-ACTUAL (WS-CAN-SUB, WS-TOP-SUB)
             TO WS-AUM-ACTUAL.
           MOVE WS-CAN-TOP-PROPUESTA (WS-CAN-SUB, WS-TOP-SUB)
             TO WS-AUM-PROPUESTA.
           MOVE WS-CAN-TOP-AUMENTO (WS-CAN-SUB, WS-TOP-SUB)
             TO WS-AUM-AUMENTO.

           WRITE OUT-INFORME-REC FROM WS-LINEA-AUMENTO
               AFTER ADVANCING 1 LINE.

       8220-INFORMAR-AUMENTO-EXIT.
           EXIT.
      ************************************************************
      *               8230-RESOLVER-TITULAR                      *
      * -------------------------------------------------------- *
      * NOMBRE COMPLETO DEL NIF EN 320TITUL.DAT; SI NO ESTA (O   *
      * NO HAY REGISTRO) SE DEVUELVE EL NIF TAL CUAL.            *
      ************************************************************
       8230-RESOLVER-TITULAR.
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

       8230-RESOLVER-TITULAR-EXIT.
           EXIT.
