      *----------------------------------------------------------------*
      *  Purpose: Revaluacion de fin de mes de los saldos en moneda
      *           extranjera.  Totaliza por moneda los saldos de
      *           SALDOS que no son de la moneda local, los convierte
      *           a moneda local a la tasa de cierre de TASACAMB (la
      *           de vigencia del dia o, si falta, la ultima anterior,
      *           que se marca) y compara contra la revaluacion del
      *           mes anterior que guarda el historico REVALCAM.  Los
      *           saldos de los clientes son deuda del banco: una suba
      *           de la tasa es perdida para el banco y una baja es
      *           ganancia (al reves en los saldos deudores).  El
      *           resultado no realizado es el saldo actual por la
      *           diferencia entre la tasa de cierre y la anterior,
      *           con el signo del banco; la variacion total del
      *           equivalente incluye ademas el cambio de los saldos.
      *           Graba una revaluacion por moneda en REVALCAM, que
      *           la del mes siguiente toma como anterior; si el mes
      *           ya esta revaluado no se revalua de nuevo.  No genera
      *           asientos: el reporte REPREVAL es para contaduria.
      *           Se corre el ultimo dia habil del mes, despues del
      *           posteo.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CLREVALU.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TASACAMB ASSIGN TO "TASACAMB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-TASACAMB.

           SELECT SALDOS ASSIGN TO "SALDOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SA-NRO-CUENTA
               FILE STATUS IS WS-STATUS-SALDOS.

           SELECT REVALCAM ASSIGN TO "REVALCAM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-REVALCAM.

           SELECT REPREVAL ASSIGN TO "REPREVAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REPREVAL.


       DATA DIVISION.

       FILE SECTION.

       FD  TASACAMB.
           COPY TASACAMB.

       FD  SALDOS.
           COPY SALDOS.

       FD  REVALCAM.
           COPY REVALCAM.

       FD  REPREVAL.
       01  RL-LINEA                            PIC X(132).


       WORKING-STORAGE SECTION.

       01 WS-INDICADORES-ARCHIVO.
          05 WS-STATUS-TASACAMB                PIC X(02).
          05 WS-STATUS-SALDOS                  PIC X(02).
          05 WS-STATUS-REVALCAM                PIC X(02).
          05 WS-STATUS-REPREVAL                PIC X(02).

       01 WS-FIN-ARCHIVO                       PIC X(01).
          88 WS-HAY-MAS-REGISTROS              VALUE 'N'.
          88 WS-NO-HAY-MAS-REGISTROS           VALUE 'S'.

       01 WS-ESTADO-REVALUACION                PIC X(01) VALUE 'S'.
          88 WS-REVALUAR                       VALUE 'S'.
          88 WS-YA-REVALUADO                   VALUE 'N'.

       01 WS-MONEDA-LOCAL                      PIC X(02) VALUE '01'.

      *    -- fecha del dia de proceso --------------------------------*
       01 WS-FECHA-PROCESO                     PIC 9(08).
       01 WS-FECHA-PROCESO-DES REDEFINES WS-FECHA-PROCESO.
          05 WS-FECHA-PROC-ANIO                PIC 9(04).
          05 WS-FECHA-PROC-MES                 PIC 9(02).
          05 WS-FECHA-PROC-DIA                 PIC 9(02).
       01 WS-FECHA-PROCESO-TEXTO               PIC X(10).

      *    -- conversion de la fecha dd-mm-aaaa a aaaammdd ------------*
       01 WS-FECHA-TEXTO                       PIC X(10).
       01 WS-FECHA-CONV-NUM                    PIC 9(08).
       01 WS-FECHA-CONV-DES REDEFINES WS-FECHA-CONV-NUM.
          05 WS-FCV-ANIO                       PIC 9(04).
          05 WS-FCV-MES                        PIC 9(02).
          05 WS-FCV-DIA                        PIC 9(02).
       01 WS-FECHA-CONVERTIDA                  PIC X(01).
          88 WS-CONVERSION-OK                  VALUE 'S'.
          88 WS-CONVERSION-NOTOK               VALUE 'N'.

      *    -- tasas de TASACAMB contra la moneda local ----------------*
       01 WS-TABLA-TASAS.
          05 WS-CANT-TASAS                     PIC 9(04) COMP
                                                VALUE ZERO.
          05 WS-TASA-DET OCCURS 1 TO 2000 TIMES
                DEPENDING ON WS-CANT-TASAS
                INDEXED BY WS-IDX-TASA.
             10 WS-TAS-MON-ORIGEN              PIC X(02).
             10 WS-TAS-VIGENCIA                PIC X(10).
             10 WS-TAS-VIGENCIA-NUM            PIC 9(08).
             10 WS-TAS-VALOR                   PIC 9(04)V9(06).
       01 WS-TB-IDX-MEJOR                      PIC 9(04) COMP.
       01 WS-TB-VIGENCIA-MEJOR                 PIC 9(08).

      *    -- saldos y revaluacion por moneda -------------------------*
       01 WS-TABLA-MONEDAS.
          05 WS-CANT-MONEDAS                   PIC 9(03) COMP
                                                VALUE ZERO.
          05 WS-MONEDA-DET OCCURS 1 TO 20 TIMES
                DEPENDING ON WS-CANT-MONEDAS
                INDEXED BY WS-IDX-MONEDA.
             10 WS-MON-CODIGO                  PIC X(02).
             10 WS-MON-CANT-CUENTAS            PIC 9(07) COMP.
             10 WS-MON-SALDO                   PIC S9(14)V9(02).
             10 WS-MON-TASA-CIERRE             PIC 9(04)V9(06).
             10 WS-MON-VIGENCIA                PIC X(10).
             10 WS-MON-ESTADO-TASA             PIC X(01).
                88 WS-MON-TASA-DEL-DIA         VALUE 'S'.
                88 WS-MON-TASA-ANTERIOR        VALUE 'V'.
                88 WS-MON-SIN-TASA             VALUE 'N'.
             10 WS-MON-EQUIVALENTE             PIC S9(14)V9(02).
             10 WS-MON-FECHA-ANT               PIC X(10).
             10 WS-MON-FECHA-ANT-NUM           PIC 9(08).
             10 WS-MON-TASA-ANT                PIC 9(04)V9(06).
             10 WS-MON-EQUIVALENTE-ANT         PIC S9(14)V9(02).
             10 WS-MON-RESULTADO               PIC S9(14)V9(02).
       01 WS-MONEDA-BUSCADA                    PIC X(02).
       01 WS-MONEDA-HALLADA                    PIC X(01).
          88 WS-MON-OK                         VALUE 'S'.
          88 WS-MON-NOTOK                      VALUE 'N'.
       01 WS-IDX-HALLADA                       PIC 9(04) COMP.

      *    -- calculos ------------------------------------------------*
       01 WS-VARIACION                         PIC S9(14)V9(02).
       01 WS-TOTAL-EQUIVALENTE                 PIC S9(14)V9(02)
                                                VALUE ZERO.
       01 WS-TOTAL-EQUIVALENTE-ANT             PIC S9(14)V9(02)
                                                VALUE ZERO.
       01 WS-TOTAL-VARIACION                   PIC S9(14)V9(02)
                                                VALUE ZERO.
       01 WS-TOTAL-RESULTADO                   PIC S9(14)V9(02)
                                                VALUE ZERO.
       01 WS-OBSERVACION                       PIC X(30).

       01 WS-TOTALES.
          05 WS-CANT-LEIDOS                    PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-EXTRANJERA                PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-HISTORICO                 PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-GRABADOS                  PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-SIN-TASA                  PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-FUERA-DE-TABLA            PIC 9(07) COMP
                                                VALUE ZERO.

       01 WS-LINEA-REPORTE                     PIC X(132).
       01 WS-CANT-EDIT                         PIC ZZZZZZ9.
       01 WS-SALDO-EDIT                        PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-SALDO-EDIT-2                      PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-SALDO-EDIT-3                      PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-SALDO-EDIT-4                      PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-TASA-EDIT                         PIC ZZZ9,999999.
       01 WS-TASA-EDIT-2                       PIC ZZZ9,999999.


       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIALIZAR
              THRU 1000-INICIALIZAR-EXIT.

           IF WS-REVALUAR
              IF WS-STATUS-SALDOS EQUAL '00'
                 SET WS-HAY-MAS-REGISTROS TO TRUE
                 PERFORM 2000-PROCESAR-SALDO
                    THRU 2000-PROCESAR-SALDO-EXIT
                    UNTIL WS-NO-HAY-MAS-REGISTROS
              ELSE
                 DISPLAY 'SALDOS no disponible, status '
                    WS-STATUS-SALDOS
              END-IF
              PERFORM 3000-REVALUAR-MONEDAS
                 THRU 3000-REVALUAR-MONEDAS-EXIT
           END-IF.

           PERFORM 8000-TOTALES
              THRU 8000-TOTALES-EXIT.

           PERFORM 9000-FINALIZAR
              THRU 9000-FINALIZAR-EXIT.

           STOP RUN.


      *----------------------------------------------------------------*
       1000-INICIALIZAR.

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           STRING WS-FECHA-PROC-DIA  DELIMITED BY SIZE
                  '-'                DELIMITED BY SIZE
                  WS-FECHA-PROC-MES  DELIMITED BY SIZE
                  '-'                DELIMITED BY SIZE
                  WS-FECHA-PROC-ANIO DELIMITED BY SIZE
             INTO WS-FECHA-PROCESO-TEXTO.

           PERFORM 1100-LEER-HISTORICO
              THRU 1100-LEER-HISTORICO-EXIT.

           IF WS-YA-REVALUADO
              DISPLAY 'CLREVALU - El mes de ' WS-FECHA-PROCESO-TEXTO
                 ' ya esta revaluado: no se revalua de nuevo.'
              GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           OPEN INPUT TASACAMB.
           IF WS-STATUS-TASACAMB EQUAL '00'
              SET WS-HAY-MAS-REGISTROS TO TRUE
              PERFORM 1300-CARGAR-TASAS
                 THRU 1300-CARGAR-TASAS-EXIT
                 UNTIL WS-NO-HAY-MAS-REGISTROS
              CLOSE TASACAMB
           ELSE
              DISPLAY 'TASACAMB no disponible, status '
                 WS-STATUS-TASACAMB ': no hay tasa de cierre.'
           END-IF.

           OPEN INPUT SALDOS.

           OPEN EXTEND REVALCAM.
           IF WS-STATUS-REVALCAM EQUAL '35'
              OPEN OUTPUT REVALCAM
              CLOSE REVALCAM
              OPEN EXTEND REVALCAM
           END-IF.

           OPEN OUTPUT REPREVAL.

           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'REVALUACION DE SALDOS EN MONEDA EXTRANJERA'
                                          DELIMITED BY SIZE
                  ' - '                   DELIMITED BY SIZE
                  WS-FECHA-PROCESO-TEXTO  DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO RL-LINEA.
           WRITE RL-LINEA.
           MOVE ALL '=' TO RL-LINEA.
           WRITE RL-LINEA.

       1000-INICIALIZAR-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       1100-LEER-HISTORICO.

      *    La revaluacion anterior de cada moneda es la ultima de un
      *    mes anterior; una del mismo mes quiere decir que el mes ya
      *    se revaluo.
           OPEN INPUT REVALCAM.
           IF WS-STATUS-REVALCAM NOT EQUAL '00'
              DISPLAY 'REVALCAM no disponible: no hay revaluacion '
                 'anterior.'
              GO TO 1100-LEER-HISTORICO-EXIT
           END-IF.

           SET WS-HAY-MAS-REGISTROS TO TRUE.
           PERFORM 1200-LEER-REVALUACION
              THRU 1200-LEER-REVALUACION-EXIT
              UNTIL WS-NO-HAY-MAS-REGISTROS.

           CLOSE REVALCAM.

       1100-LEER-HISTORICO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       1200-LEER-REVALUACION.

           READ REVALCAM
               AT END
                  SET WS-NO-HAY-MAS-REGISTROS TO TRUE
                  GO TO 1200-LEER-REVALUACION-EXIT
           END-READ.
           ADD 1 TO WS-CANT-HISTORICO.

           MOVE RM-FECHA-REVALUACION TO WS-FECHA-TEXTO.
           PERFORM 1900-CONVERTIR-FECHA
              THRU 1900-CONVERTIR-FECHA-EXIT.
           IF WS-CONVERSION-NOTOK
              GO TO 1200-LEER-REVALUACION-EXIT
           END-IF.

           IF WS-FCV-ANIO EQUAL WS-FECHA-PROC-ANIO
           AND WS-FCV-MES EQUAL WS-FECHA-PROC-MES
              SET WS-YA-REVALUADO TO TRUE
              GO TO 1200-LEER-REVALUACION-EXIT
           END-IF.
           IF WS-FECHA-CONV-NUM > WS-FECHA-PROCESO
              GO TO 1200-LEER-REVALUACION-EXIT
           END-IF.

           MOVE RM-COD-MONEDA TO WS-MONEDA-BUSCADA.
           PERFORM 2100-UBICAR-MONEDA
              THRU 2100-UBICAR-MONEDA-EXIT.
           IF WS-MON-NOTOK
              GO TO 1200-LEER-REVALUACION-EXIT
           END-IF.

           IF WS-FECHA-CONV-NUM > WS-MON-FECHA-ANT-NUM(WS-IDX-HALLADA)
              MOVE WS-FECHA-CONV-NUM
                TO WS-MON-FECHA-ANT-NUM(WS-IDX-HALLADA)
              MOVE RM-FECHA-REVALUACION
                TO WS-MON-FECHA-ANT(WS-IDX-HALLADA)
              MOVE RM-TASA-CIERRE
                TO WS-MON-TASA-ANT(WS-IDX-HALLADA)
              MOVE RM-EQUIVALENTE
                TO WS-MON-EQUIVALENTE-ANT(WS-IDX-HALLADA)
           END-IF.

       1200-LEER-REVALUACION-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       1300-CARGAR-TASAS.

      *    Solo interesan las tasas de una moneda a la moneda local,
      *    de cualquier vigencia hasta el dia de proceso.
           READ TASACAMB
               AT END
                  SET WS-NO-HAY-MAS-REGISTROS TO TRUE
                  GO TO 1300-CARGAR-TASAS-EXIT
           END-READ.

           IF TC-COD-MONEDA-DESTINO NOT EQUAL WS-MONEDA-LOCAL
              GO TO 1300-CARGAR-TASAS-EXIT
           END-IF.

           MOVE TC-FECHA-VIGENCIA TO WS-FECHA-TEXTO.
           PERFORM 1900-CONVERTIR-FECHA
              THRU 1900-CONVERTIR-FECHA-EXIT.
           IF WS-CONVERSION-NOTOK
              DISPLAY 'TASACAMB: vigencia invalida ' TC-FECHA-VIGENCIA
                 ' para ' TC-COD-MONEDA-ORIGEN '/'
                 TC-COD-MONEDA-DESTINO ', se ignora.'
              GO TO 1300-CARGAR-TASAS-EXIT
           END-IF.
           IF WS-FECHA-CONV-NUM > WS-FECHA-PROCESO
              GO TO 1300-CARGAR-TASAS-EXIT
           END-IF.

           IF WS-CANT-TASAS NOT < 2000
              ADD 1 TO WS-CANT-FUERA-DE-TABLA
              GO TO 1300-CARGAR-TASAS-EXIT
           END-IF.

           ADD 1 TO WS-CANT-TASAS.
           MOVE TC-COD-MONEDA-ORIGEN
             TO WS-TAS-MON-ORIGEN(WS-CANT-TASAS).
           MOVE TC-FECHA-VIGENCIA    TO WS-TAS-VIGENCIA(WS-CANT-TASAS).
           MOVE WS-FECHA-CONV-NUM
             TO WS-TAS-VIGENCIA-NUM(WS-CANT-TASAS).
           MOVE TC-VALOR-TASA        TO WS-TAS-VALOR(WS-CANT-TASAS).

       1300-CARGAR-TASAS-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       1900-CONVERTIR-FECHA.

           SET WS-CONVERSION-OK TO TRUE.
           IF WS-FECHA-TEXTO(1:2) IS NUMERIC
           AND WS-FECHA-TEXTO(4:2) IS NUMERIC
           AND WS-FECHA-TEXTO(7:4) IS NUMERIC
              MOVE WS-FECHA-TEXTO(7:4) TO WS-FCV-ANIO
              MOVE WS-FECHA-TEXTO(4:2) TO WS-FCV-MES
              MOVE WS-FECHA-TEXTO(1:2) TO WS-FCV-DIA
           ELSE
              SET WS-CONVERSION-NOTOK TO TRUE
              MOVE ZEROS TO WS-FECHA-CONV-NUM
           END-IF.

       1900-CONVERTIR-FECHA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2000-PROCESAR-SALDO.

           READ SALDOS
               AT END
                  SET WS-NO-HAY-MAS-REGISTROS TO TRUE
                  GO TO 2000-PROCESAR-SALDO-EXIT
           END-READ.
           ADD 1 TO WS-CANT-LEIDOS.

           IF SA-COD-MONEDA EQUAL WS-MONEDA-LOCAL
              GO TO 2000-PROCESAR-SALDO-EXIT
           END-IF.
           ADD 1 TO WS-CANT-EXTRANJERA.

           MOVE SA-COD-MONEDA TO WS-MONEDA-BUSCADA.
           PERFORM 2100-UBICAR-MONEDA
              THRU 2100-UBICAR-MONEDA-EXIT.
           IF WS-MON-OK
              ADD 1 TO WS-MON-CANT-CUENTAS(WS-IDX-HALLADA)
              ADD SA-SALDO TO WS-MON-SALDO(WS-IDX-HALLADA)
           END-IF.

       2000-PROCESAR-SALDO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2100-UBICAR-MONEDA.

           SET WS-MON-NOTOK TO TRUE.
           IF WS-CANT-MONEDAS > ZERO
              PERFORM 2110-COMPARAR-MONEDA
                 THRU 2110-COMPARAR-MONEDA-EXIT
                 VARYING WS-IDX-MONEDA FROM 1 BY 1
                 UNTIL WS-IDX-MONEDA > WS-CANT-MONEDAS
                    OR WS-MON-OK
           END-IF.
           IF WS-MON-OK
              GO TO 2100-UBICAR-MONEDA-EXIT
           END-IF.

           IF WS-CANT-MONEDAS NOT < 20
              ADD 1 TO WS-CANT-FUERA-DE-TABLA
              GO TO 2100-UBICAR-MONEDA-EXIT
           END-IF.

           ADD 1 TO WS-CANT-MONEDAS.
           MOVE WS-CANT-MONEDAS TO WS-IDX-HALLADA.
           MOVE WS-MONEDA-BUSCADA TO WS-MON-CODIGO(WS-IDX-HALLADA).
           MOVE ZERO   TO WS-MON-CANT-CUENTAS(WS-IDX-HALLADA)
                          WS-MON-SALDO(WS-IDX-HALLADA)
                          WS-MON-TASA-CIERRE(WS-IDX-HALLADA)
                          WS-MON-EQUIVALENTE(WS-IDX-HALLADA)
                          WS-MON-FECHA-ANT-NUM(WS-IDX-HALLADA)
                          WS-MON-TASA-ANT(WS-IDX-HALLADA)
                          WS-MON-EQUIVALENTE-ANT(WS-IDX-HALLADA)
                          WS-MON-RESULTADO(WS-IDX-HALLADA).
           MOVE SPACES TO WS-MON-VIGENCIA(WS-IDX-HALLADA)
                          WS-MON-FECHA-ANT(WS-IDX-HALLADA).
           SET WS-MON-OK TO TRUE.

       2100-UBICAR-MONEDA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2110-COMPARAR-MONEDA.

           IF WS-MON-CODIGO(WS-IDX-MONEDA) EQUAL WS-MONEDA-BUSCADA
              SET WS-IDX-HALLADA TO WS-IDX-MONEDA
              SET WS-MON-OK TO TRUE
           END-IF.

       2110-COMPARAR-MONEDA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3000-REVALUAR-MONEDAS.

           MOVE SPACES TO RL-LINEA.
           WRITE RL-LINEA.
           MOVE '1. SALDOS EN MONEDA EXTRANJERA A LA TASA DE CIERRE'
             TO RL-LINEA.
           WRITE RL-LINEA.

           MOVE SPACES TO WS-LINEA-REPORTE.
           MOVE 'MON'                TO WS-LINEA-REPORTE(4:3).
           MOVE 'CUENTAS'            TO WS-LINEA-REPORTE(9:7).
           MOVE 'SALDO EN MONEDA'    TO WS-LINEA-REPORTE(22:15).
           MOVE 'TASA CIERRE'        TO WS-LINEA-REPORTE(39:11).
           MOVE 'VIGENCIA'           TO WS-LINEA-REPORTE(52:8).
           MOVE 'EQUIV. LOCAL'       TO WS-LINEA-REPORTE(70:12).
           MOVE 'OBSERVACION'        TO WS-LINEA-REPORTE(84:11).
           MOVE WS-LINEA-REPORTE TO RL-LINEA.
           WRITE RL-LINEA.
           MOVE ALL '-' TO RL-LINEA.
           WRITE RL-LINEA.

           IF WS-CANT-MONEDAS EQUAL ZERO
              MOVE '   SIN SALDOS EN MONEDA EXTRANJERA' TO RL-LINEA
              WRITE RL-LINEA
              GO TO 3000-REVALUAR-MONEDAS-EXIT
           END-IF.

           PERFORM 3100-REVALUAR-MONEDA
              THRU 3100-REVALUAR-MONEDA-EXIT
              VARYING WS-IDX-MONEDA FROM 1 BY 1
              UNTIL WS-IDX-MONEDA > WS-CANT-MONEDAS.

           MOVE WS-TOTAL-EQUIVALENTE TO WS-SALDO-EDIT.
           MOVE SPACES TO WS-LINEA-REPORTE.
           MOVE 'TOTAL EN MONEDA LOCAL' TO WS-LINEA-REPORTE(4:21).
           MOVE WS-SALDO-EDIT TO WS-LINEA-REPORTE(63:19).
           MOVE WS-LINEA-REPORTE TO RL-LINEA.
           WRITE RL-LINEA.

           PERFORM 4000-INFORMAR-RESULTADO
              THRU 4000-INFORMAR-RESULTADO-EXIT.

       3000-REVALUAR-MONEDAS-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3100-REVALUAR-MONEDA.

           PERFORM 3200-BUSCAR-TASA-CIERRE
              THRU 3200-BUSCAR-TASA-CIERRE-EXIT.

           MOVE SPACES TO WS-OBSERVACION.
           EVALUATE TRUE
              WHEN WS-MON-SIN-TASA(WS-IDX-MONEDA)
                 MOVE '*** SIN TASA A MONEDA LOCAL' TO WS-OBSERVACION
                 ADD 1 TO WS-CANT-SIN-TASA
              WHEN WS-MON-TASA-ANTERIOR(WS-IDX-MONEDA)
                 MOVE '*** TASA DE VIGENCIA ANTERIOR' TO WS-OBSERVACION
           END-EVALUATE.

           IF NOT WS-MON-SIN-TASA(WS-IDX-MONEDA)
              COMPUTE WS-MON-EQUIVALENTE(WS-IDX-MONEDA) ROUNDED =
                      WS-MON-SALDO(WS-IDX-MONEDA)
                    * WS-MON-TASA-CIERRE(WS-IDX-MONEDA)
              ADD WS-MON-EQUIVALENTE(WS-IDX-MONEDA)
                TO WS-TOTAL-EQUIVALENTE
      *       Un saldo acreedor es deuda del banco: si la tasa sube
      *       el banco debe mas moneda local y pierde.
              IF WS-MON-FECHA-ANT-NUM(WS-IDX-MONEDA) > ZERO
                 COMPUTE WS-MON-RESULTADO(WS-IDX-MONEDA) ROUNDED =
                         ZERO - WS-MON-SALDO(WS-IDX-MONEDA)
                       * (WS-MON-TASA-CIERRE(WS-IDX-MONEDA)
                        - WS-MON-TASA-ANT(WS-IDX-MONEDA))
              END-IF
              PERFORM 3300-GRABAR-REVALUACION
                 THRU 3300-GRABAR-REVALUACION-EXIT
           END-IF.

           MOVE WS-MON-CANT-CUENTAS(WS-IDX-MONEDA) TO WS-CANT-EDIT.
           MOVE WS-MON-SALDO(WS-IDX-MONEDA)        TO WS-SALDO-EDIT.
           MOVE WS-MON-TASA-CIERRE(WS-IDX-MONEDA)  TO WS-TASA-EDIT.
           MOVE WS-MON-EQUIVALENTE(WS-IDX-MONEDA)  TO WS-SALDO-EDIT-2.

           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING '   '                             DELIMITED BY SIZE
                  WS-MON-CODIGO(WS-IDX-MONEDA)      DELIMITED BY SIZE
                  '  '                              DELIMITED BY SIZE
                  WS-CANT-EDIT                      DELIMITED BY SIZE
                  '  '                              DELIMITED BY SIZE
                  WS-SALDO-EDIT                     DELIMITED BY SIZE
                  '  '                              DELIMITED BY SIZE
                  WS-TASA-EDIT                      DELIMITED BY SIZE
                  '  '                              DELIMITED BY SIZE
                  WS-MON-VIGENCIA(WS-IDX-MONEDA)    DELIMITED BY SIZE
                  '  '                              DELIMITED BY SIZE
                  WS-SALDO-EDIT-2                   DELIMITED BY SIZE
                  '  '                              DELIMITED BY SIZE
                  WS-OBSERVACION                    DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO RL-LINEA.
           WRITE RL-LINEA.

       3100-REVALUAR-MONEDA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3200-BUSCAR-TASA-CIERRE.

      *    Tasa de cierre: la de vigencia del dia de proceso o, si
      *    falta, la ultima vigencia anterior.
           MOVE ZERO TO WS-TB-IDX-MEJOR WS-TB-VIGENCIA-MEJOR.
           IF WS-CANT-TASAS > ZERO
              PERFORM 3210-COMPARAR-TASA
                 THRU 3210-COMPARAR-TASA-EXIT
                 VARYING WS-IDX-TASA FROM 1 BY 1
                 UNTIL WS-IDX-TASA > WS-CANT-TASAS
           END-IF.

           EVALUATE TRUE
              WHEN WS-TB-IDX-MEJOR EQUAL ZERO
                 SET WS-MON-SIN-TASA(WS-IDX-MONEDA) TO TRUE
              WHEN WS-TB-VIGENCIA-MEJOR EQUAL WS-FECHA-PROCESO
                 SET WS-MON-TASA-DEL-DIA(WS-IDX-MONEDA) TO TRUE
              WHEN OTHER
                 SET WS-MON-TASA-ANTERIOR(WS-IDX-MONEDA) TO TRUE
           END-EVALUATE.

           IF WS-TB-IDX-MEJOR > ZERO
              MOVE WS-TAS-VALOR(WS-TB-IDX-MEJOR)
                TO WS-MON-TASA-CIERRE(WS-IDX-MONEDA)
              MOVE WS-TAS-VIGENCIA(WS-TB-IDX-MEJOR)
                TO WS-MON-VIGENCIA(WS-IDX-MONEDA)
           END-IF.

       3200-BUSCAR-TASA-CIERRE-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3210-COMPARAR-TASA.

           IF WS-TAS-MON-ORIGEN(WS-IDX-TASA)
                 EQUAL WS-MON-CODIGO(WS-IDX-MONEDA)
           AND WS-TAS-VIGENCIA-NUM(WS-IDX-TASA)
                 > WS-TB-VIGENCIA-MEJOR
              SET WS-TB-IDX-MEJOR TO WS-IDX-TASA
              MOVE WS-TAS-VIGENCIA-NUM(WS-IDX-TASA)
                TO WS-TB-VIGENCIA-MEJOR
           END-IF.

       3210-COMPARAR-TASA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3300-GRABAR-REVALUACION.

           MOVE WS-FECHA-PROCESO-TEXTO TO RM-FECHA-REVALUACION.
           MOVE WS-MON-CODIGO(WS-IDX-MONEDA)   TO RM-COD-MONEDA.
           MOVE WS-MON-CANT-CUENTAS(WS-IDX-MONEDA)
                                               TO RM-CANT-CUENTAS.
           MOVE WS-MON-SALDO(WS-IDX-MONEDA)    TO RM-SALDO-MONEDA.
           MOVE WS-MON-TASA-CIERRE(WS-IDX-MONEDA)
                                               TO RM-TASA-CIERRE.
           MOVE WS-MON-VIGENCIA(WS-IDX-MONEDA) TO RM-FECHA-VIGENCIA.
           MOVE WS-MON-EQUIVALENTE(WS-IDX-MONEDA)
                                               TO RM-EQUIVALENTE.
           MOVE WS-MON-TASA-ANT(WS-IDX-MONEDA) TO RM-TASA-ANTERIOR.
           MOVE WS-MON-EQUIVALENTE-ANT(WS-IDX-MONEDA)
                                            TO RM-EQUIVALENTE-ANTERIOR.
           MOVE WS-MON-RESULTADO(WS-IDX-MONEDA) TO RM-RESULTADO.

           WRITE RM-REVALUACION.
           IF WS-STATUS-REVALCAM NOT EQUAL '00'
              DISPLAY 'Error al grabar REVALCAM para la moneda '
                 RM-COD-MONEDA ', status ' WS-STATUS-REVALCAM
           ELSE
              ADD 1 TO WS-CANT-GRABADOS
           END-IF.

       3300-GRABAR-REVALUACION-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       4000-INFORMAR-RESULTADO.

           MOVE SPACES TO RL-LINEA.
           WRITE RL-LINEA.
           MOVE '2. RESULTADO NO REALIZADO CONTRA LA REVALUACION DEL MES
      -         ' ANTERIOR (POSITIVO = GANANCIA DEL BANCO)' TO RL-LINEA.
           WRITE RL-LINEA.

           MOVE SPACES TO WS-LINEA-REPORTE.
           MOVE 'MON'                TO WS-LINEA-REPORTE(4:3).
           MOVE 'FECHA ANT.'         TO WS-LINEA-REPORTE(9:10).
           MOVE 'TASA ANT.'          TO WS-LINEA-REPORTE(23:9).
           MOVE 'TASA CIERRE'        TO WS-LINEA-REPORTE(34:11).
           MOVE 'EQUIV. ANTERIOR'    TO WS-LINEA-REPORTE(51:15).
           MOVE 'EQUIV. ACTUAL'      TO WS-LINEA-REPORTE(74:13).
           MOVE 'VARIACION'          TO WS-LINEA-REPORTE(99:9).
           MOVE 'RESULTADO'          TO WS-LINEA-REPORTE(120:9).
           MOVE WS-LINEA-REPORTE TO RL-LINEA.
           WRITE RL-LINEA.
           MOVE ALL '-' TO RL-LINEA.
           WRITE RL-LINEA.

           PERFORM 4100-INFORMAR-MONEDA
              THRU 4100-INFORMAR-MONEDA-EXIT
              VARYING WS-IDX-MONEDA FROM 1 BY 1
              UNTIL WS-IDX-MONEDA > WS-CANT-MONEDAS.

           MOVE WS-TOTAL-EQUIVALENTE-ANT TO WS-SALDO-EDIT.
           MOVE WS-TOTAL-EQUIVALENTE     TO WS-SALDO-EDIT-2.
           MOVE WS-TOTAL-VARIACION       TO WS-SALDO-EDIT-3.
           MOVE WS-TOTAL-RESULTADO       TO WS-SALDO-EDIT-4.
           MOVE SPACES TO WS-LINEA-REPORTE.
           MOVE 'TOTAL'          TO WS-LINEA-REPORTE(4:5).
           MOVE WS-SALDO-EDIT    TO WS-LINEA-REPORTE(47:19).
           MOVE WS-SALDO-EDIT-2  TO WS-LINEA-REPORTE(68:19).
           MOVE WS-SALDO-EDIT-3  TO WS-LINEA-REPORTE(89:19).
           MOVE WS-SALDO-EDIT-4  TO WS-LINEA-REPORTE(110:19).
           MOVE WS-LINEA-REPORTE TO RL-LINEA.
           WRITE RL-LINEA.

           MOVE SPACES TO RL-LINEA.
           WRITE RL-LINEA.
           MOVE '   RESULTADO: SALDO ACTUAL POR LA DIFERENCIA DE TASA, C
      -         'ON EL SIGNO DEL BANCO (LOS SALDOS ACREEDORES SON DEUDA 
      -         'DEL BANCO)' TO RL-LINEA.
           WRITE RL-LINEA.
           MOVE '   VARIACION: EQUIVALENTE ACTUAL MENOS EL ANTERIOR, INC
      -         'LUYE EL CAMBIO DE LOS SALDOS EN EL MES' TO RL-LINEA.
           WRITE RL-LINEA.

       4000-INFORMAR-RESULTADO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       4100-INFORMAR-MONEDA.

           IF WS-MON-SIN-TASA(WS-IDX-MONEDA)
              GO TO 4100-INFORMAR-MONEDA-EXIT
           END-IF.

           MOVE ZERO TO WS-VARIACION.
           IF WS-MON-FECHA-ANT-NUM(WS-IDX-MONEDA) > ZERO
              COMPUTE WS-VARIACION = WS-MON-EQUIVALENTE(WS-IDX-MONEDA)
                            - WS-MON-EQUIVALENTE-ANT(WS-IDX-MONEDA)
              ADD WS-MON-EQUIVALENTE-ANT(WS-IDX-MONEDA)
                TO WS-TOTAL-EQUIVALENTE-ANT
              ADD WS-VARIACION TO WS-TOTAL-VARIACION
              ADD WS-MON-RESULTADO(WS-IDX-MONEDA)
                TO WS-TOTAL-RESULTADO
              MOVE WS-MON-FECHA-ANT(WS-IDX-MONEDA) TO WS-FECHA-TEXTO
           ELSE
              MOVE 'SIN ANTER.' TO WS-FECHA-TEXTO
           END-IF.

           MOVE WS-MON-TASA-ANT(WS-IDX-MONEDA)        TO WS-TASA-EDIT.
           MOVE WS-MON-TASA-CIERRE(WS-IDX-MONEDA)    TO WS-TASA-EDIT-2.
           MOVE WS-MON-EQUIVALENTE-ANT(WS-IDX-MONEDA) TO WS-SALDO-EDIT.
           MOVE WS-MON-EQUIVALENTE(WS-IDX-MONEDA)   TO WS-SALDO-EDIT-2.
           MOVE WS-VARIACION                        TO WS-SALDO-EDIT-3.
           MOVE WS-MON-RESULTADO(WS-IDX-MONEDA)     TO WS-SALDO-EDIT-4.

           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING '   '                             DELIMITED BY SIZE
                  WS-MON-CODIGO(WS-IDX-MONEDA)      DELIMITED BY SIZE
                  '  '                              DELIMITED BY SIZE
                  WS-FECHA-TEXTO                    DELIMITED BY SIZE
                  '  '                              DELIMITED BY SIZE
                  WS-TASA-EDIT                      DELIMITED BY SIZE
                  '  '                              DELIMITED BY SIZE
                  WS-TASA-EDIT-2                    DELIMITED BY SIZE
                  '  '                              DELIMITED BY SIZE
                  WS-SALDO-EDIT                     DELIMITED BY SIZE
                  '  '                              DELIMITED BY SIZE
                  WS-SALDO-EDIT-2                   DELIMITED BY SIZE
                  '  '                              DELIMITED BY SIZE
                  WS-SALDO-EDIT-3                   DELIMITED BY SIZE
                  '  '                              DELIMITED BY SIZE
                  WS-SALDO-EDIT-4                   DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO RL-LINEA.
           WRITE RL-LINEA.

       4100-INFORMAR-MONEDA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       8000-TOTALES.

           DISPLAY 'CLREVALU - Revaluaciones anteriores : '
              WS-CANT-HISTORICO.
           IF WS-YA-REVALUADO
              GO TO 8000-TOTALES-EXIT
           END-IF.
           DISPLAY 'CLREVALU - Tasas a moneda local ....: '
              WS-CANT-TASAS.
           DISPLAY 'CLREVALU - Cuentas leidas ..........: '
              WS-CANT-LEIDOS.
           DISPLAY 'CLREVALU - En moneda extranjera ....: '
              WS-CANT-EXTRANJERA.
           DISPLAY 'CLREVALU - Monedas revaluadas ......: '
              WS-CANT-GRABADOS.
           IF WS-CANT-SIN-TASA > ZERO
              DISPLAY 'CLREVALU - Monedas sin tasa ........: '
                 WS-CANT-SIN-TASA
           END-IF.
           IF WS-CANT-FUERA-DE-TABLA > ZERO
              DISPLAY 'CLREVALU - Fuera de tabla ..........: '
                 WS-CANT-FUERA-DE-TABLA
           END-IF.

       8000-TOTALES-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       9000-FINALIZAR.

           IF WS-REVALUAR
              CLOSE SALDOS REVALCAM REPREVAL
           END-IF.

       9000-FINALIZAR-EXIT.
           EXIT.


       END PROGRAM CLREVALU.
