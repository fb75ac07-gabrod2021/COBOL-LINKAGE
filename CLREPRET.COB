      *----------------------------------------------------------------*
      *  Purpose: Reporte diario de cuentas retenidas.  Recorre
      *           RETENCIO y, antes de informar, da por vencida toda
      *           retencion activa cuya fecha de vencimiento ya paso
      *           (estado 'V', con constancia en AUDIRET a nombre de
      *           este proceso).  Lista cada cuenta con retenciones
      *           activas, o con retenciones vencidas o liberadas en
      *           el dia, con su saldo, el total retenido, el detalle
      *           de cada retencion y las transferencias que las
      *           retenciones frenaron en el dia segun OPDETEN
      *           (validacion, posteo y reposteo) (REPRETEN).  Se
      *           corre despues del reposteo del dia.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CLREPRET.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETENCIO ASSIGN TO "RETENCIO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RN-NRO-CUENTA
               FILE STATUS IS WS-STATUS-RETENCIO.

           SELECT CTAMAEST ASSIGN TO "CTAMAEST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-NRO-CUENTA
               FILE STATUS IS WS-STATUS-CTAMAEST.

           SELECT SALDOS ASSIGN TO "SALDOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SA-NRO-CUENTA
               FILE STATUS IS WS-STATUS-SALDOS.

           SELECT OPDETEN ASSIGN TO "OPDETEN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-OPDETEN.

           SELECT AUDIRET ASSIGN TO "AUDIRET"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDIRET.

           SELECT REPRETEN ASSIGN TO "REPRETEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REPRETEN.


       DATA DIVISION.

       FILE SECTION.

       FD  RETENCIO.
           COPY RETENCIO.

       FD  CTAMAEST.
           COPY CTAMAEST.

       FD  SALDOS.
           COPY SALDOS.

       FD  OPDETEN.
           COPY OPDETEN.

       FD  AUDIRET.
           COPY AUDIRET.

       FD  REPRETEN.
       01  RR-LINEA                            PIC X(132).


       WORKING-STORAGE SECTION.

       01 WS-INDICADORES-ARCHIVO.
          05 WS-STATUS-RETENCIO                PIC X(02).
          05 WS-STATUS-CTAMAEST                PIC X(02).
          05 WS-STATUS-SALDOS                  PIC X(02).
          05 WS-STATUS-OPDETEN                 PIC X(02).
          05 WS-STATUS-AUDIRET                 PIC X(02).
          05 WS-STATUS-REPRETEN                PIC X(02).

       01 WS-FIN-ARCHIVO                       PIC X(01).
          88 WS-HAY-MAS-REGISTROS              VALUE 'N'.
          88 WS-NO-HAY-MAS-REGISTROS           VALUE 'S'.

      *    -- disponibilidad de los archivos de consulta, fijada al
      *       abrirlos ----------------------------------------------*
       01 WS-CTAMAEST-DISPONIBLE               PIC X(01) VALUE 'N'.
          88 WS-HAY-CTAMAEST                   VALUE 'S'.
          88 WS-NO-HAY-CTAMAEST                VALUE 'N'.
       01 WS-SALDOS-DISPONIBLE                 PIC X(01) VALUE 'N'.
          88 WS-HAY-SALDOS                     VALUE 'S'.
          88 WS-NO-HAY-SALDOS                  VALUE 'N'.

      *    -- fecha del dia del reporte -------------------------------*
       01 WS-FECHA-PROCESO.
          05 WS-FECHA-PROC-ANIO                PIC 9(04).
          05 WS-FECHA-PROC-MES                 PIC 9(02).
          05 WS-FECHA-PROC-DIA                 PIC 9(02).
       01 WS-FECHA-PROCESO-NUM                 PIC 9(08).
       01 WS-FECHA-PROCESO-TEXTO               PIC X(10).
       01 WS-HORA-SISTEMA.
          05 WS-HORA-SIS-HH                    PIC 9(02).
          05 WS-HORA-SIS-MM                    PIC 9(02).
          05 WS-HORA-SIS-SS                    PIC 9(02).
          05 FILLER                            PIC 9(02).
       01 WS-HORA-SISTEMA-TEXTO                PIC X(08).

      *    -- conversion del vencimiento dd-mm-aaaa a aaaammdd --------*
       01 WS-FECHA-TEXTO                       PIC X(10).
       01 WS-FECHA-CONV-NUM                    PIC 9(08).
       01 WS-FECHA-CONV-DES REDEFINES WS-FECHA-CONV-NUM.
          05 WS-FCV-ANIO                       PIC 9(04).
          05 WS-FCV-MES                        PIC 9(02).
          05 WS-FCV-DIA                        PIC 9(02).
       01 WS-FECHA-CONVERTIDA                  PIC X(01).
          88 WS-CONVERSION-OK                  VALUE 'S'.
          88 WS-CONVERSION-NOTOK               VALUE 'N'.

      *    -- transferencias detenidas en el dia (OPDETEN) ------------*
       01 WS-TABLA-DETENCIONES.
          05 WS-CANT-DETENCIONES               PIC 9(04) COMP
                                                VALUE ZERO.
          05 WS-DETENCION-DET OCCURS 1 TO 2000 TIMES
                DEPENDING ON WS-CANT-DETENCIONES
                INDEXED BY WS-IDX-DETENCION.
             10 WS-DT-HORA                     PIC X(08).
             10 WS-DT-PROGRAMA                 PIC X(10).
             10 WS-DT-NRO-OPERACION            PIC 9(10).
             10 WS-DT-CUENTA-DEBITO            PIC X(22).
             10 WS-DT-CUENTA-CREDITO           PIC X(22).
             10 WS-DT-IMPORTE                  PIC 9(10)V9(02).
             10 WS-DT-BLOQUEO                  PIC X(01).

      *    -- situacion de la cuenta en tratamiento -------------------*
       01 WS-SITUACION-CUENTA.
          05 WS-CTA-ACTIVAS                    PIC 9(02) COMP.
          05 WS-CTA-VENCIDAS-HOY               PIC 9(02) COMP.
          05 WS-CTA-CERRADAS-HOY               PIC 9(02) COMP.
          05 WS-CTA-DETENIDAS                  PIC 9(04) COMP.
          05 WS-CTA-RETENIDO                   PIC 9(12)V9(02).
          05 WS-CTA-BLOQUEO                    PIC X(01).
             88 WS-CTA-BLOQUEADA               VALUE 'S'.
             88 WS-CTA-NO-BLOQUEADA            VALUE 'N'.

       01 WS-IMAGEN-ANTES.
          05 WS-ANT-NRO-RETENCION              PIC 9(04).
          05 WS-ANT-TIPO-RETENCION             PIC X(01).
          05 WS-ANT-ALCANCE                    PIC X(01).
          05 WS-ANT-IMPORTE                    PIC 9(12)V9(02).
          05 WS-ANT-FECHA-VENCIMIENTO          PIC X(10).
          05 WS-ANT-ESTADO                     PIC X(01).
          05 WS-ANT-REFERENCIA                 PIC X(20).

       01 WS-TOTALES.
          05 WS-CANT-LEIDAS                    PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-CUENTAS-RETENIDAS         PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-CUENTAS-BLOQUEADAS        PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-ACTIVAS                   PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-EMBARGOS                  PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-VENCIDAS                  PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-DETENIDAS                 PIC 9(07) COMP
                                                VALUE ZERO.

       01 WS-LINEA-REPORTE                     PIC X(132).
       01 WS-CANT-EDIT                         PIC ZZZZ.ZZ9.
       01 WS-SALDO-EDIT                        PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-IMPORTE-EDIT                      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-NOMBRE-TITULAR                    PIC X(30).
       01 WS-TEXTO-TIPO                        PIC X(08).
       01 WS-TEXTO-ALCANCE                     PIC X(07).
       01 WS-TEXTO-ESTADO                      PIC X(12).
       01 WS-TEXTO-VENCIMIENTO                 PIC X(10).
       01 WS-TEXTO-BLOQUEO                     PIC X(16).


       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIALIZAR
              THRU 1000-INICIALIZAR-EXIT.

           IF WS-STATUS-RETENCIO EQUAL '00'
              SET WS-HAY-MAS-REGISTROS TO TRUE
              PERFORM 2000-PROCESAR-CUENTA
                 THRU 2000-PROCESAR-CUENTA-EXIT
                 UNTIL WS-NO-HAY-MAS-REGISTROS
           ELSE
              DISPLAY 'RETENCIO no disponible, status '
                 WS-STATUS-RETENCIO
           END-IF.

           PERFORM 8000-EMITIR-TOTALES
              THRU 8000-EMITIR-TOTALES-EXIT.

           PERFORM 9000-FINALIZAR
              THRU 9000-FINALIZAR-EXIT.

           STOP RUN.


      *----------------------------------------------------------------*
       1000-INICIALIZAR.

           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           MOVE WS-FECHA-PROCESO TO WS-FECHA-PROCESO-NUM.
           STRING WS-FECHA-PROC-DIA  DELIMITED BY SIZE
                  '-'                DELIMITED BY SIZE
                  WS-FECHA-PROC-MES  DELIMITED BY SIZE
                  '-'                DELIMITED BY SIZE
                  WS-FECHA-PROC-ANIO DELIMITED BY SIZE
             INTO WS-FECHA-PROCESO-TEXTO.

      *    RETENCIO se abre I-O: el vencimiento de las retenciones se
      *    marca con REWRITE sobre el registro recien leido.
           OPEN I-O RETENCIO.

           OPEN INPUT CTAMAEST.
           IF WS-STATUS-CTAMAEST EQUAL '00'
              SET WS-HAY-CTAMAEST TO TRUE
           END-IF.

           OPEN INPUT SALDOS.
           IF WS-STATUS-SALDOS EQUAL '00'
              SET WS-HAY-SALDOS TO TRUE
           END-IF.

           OPEN EXTEND AUDIRET.
           IF WS-STATUS-AUDIRET EQUAL '35'
              OPEN OUTPUT AUDIRET
              CLOSE AUDIRET
              OPEN EXTEND AUDIRET
           END-IF.

      *    Sin OPDETEN no hubo transferencias detenidas que informar.
           OPEN INPUT OPDETEN.
           IF WS-STATUS-OPDETEN EQUAL '00'
              SET WS-HAY-MAS-REGISTROS TO TRUE
              PERFORM 1100-CARGAR-DETENCIONES
                 THRU 1100-CARGAR-DETENCIONES-EXIT
                 UNTIL WS-NO-HAY-MAS-REGISTROS
              CLOSE OPDETEN
           END-IF.

           OPEN OUTPUT REPRETEN.

           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'CUENTAS CON RETENCIONES Y EMBARGOS'
                                          DELIMITED BY SIZE
                  ' - '                   DELIMITED BY SIZE
                  WS-FECHA-PROCESO-TEXTO  DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO RR-LINEA.
           WRITE RR-LINEA.
           MOVE ALL '=' TO RR-LINEA.
           WRITE RR-LINEA.

       1000-INICIALIZAR-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       1100-CARGAR-DETENCIONES.

      *    OPDETEN acumula las detenciones de todos los dias: solo se
      *    cargan las del dia de proceso.
           READ OPDETEN
               AT END
                  SET WS-NO-HAY-MAS-REGISTROS TO TRUE
               NOT AT END
                  IF OD-FECHA EQUAL WS-FECHA-PROCESO-TEXTO
                     IF WS-CANT-DETENCIONES < 2000
                        ADD 1 TO WS-CANT-DETENCIONES
                        MOVE OD-HORA
                          TO WS-DT-HORA(WS-CANT-DETENCIONES)
                        MOVE OD-PROGRAMA
                          TO WS-DT-PROGRAMA(WS-CANT-DETENCIONES)
                        MOVE OD-NRO-OPERACION
                          TO WS-DT-NRO-OPERACION(WS-CANT-DETENCIONES)
                        MOVE OD-CUENTA-DEBITO
                          TO WS-DT-CUENTA-DEBITO(WS-CANT-DETENCIONES)
                        MOVE OD-CUENTA-CREDITO
                          TO WS-DT-CUENTA-CREDITO(WS-CANT-DETENCIONES)
                        MOVE OD-IMPORTE
                          TO WS-DT-IMPORTE(WS-CANT-DETENCIONES)
                        MOVE OD-BLOQUEO
                          TO WS-DT-BLOQUEO(WS-CANT-DETENCIONES)
                     ELSE
                        DISPLAY 'Tabla de detenciones completa: se'
                           ' omite la operacion ' OD-NRO-OPERACION
                     END-IF
                  END-IF
           END-READ.

       1100-CARGAR-DETENCIONES-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2000-PROCESAR-CUENTA.

           READ RETENCIO
               AT END
                  SET WS-NO-HAY-MAS-REGISTROS TO TRUE
               NOT AT END
                  ADD 1 TO WS-CANT-LEIDAS
                  PERFORM 2100-VENCER-RETENCIONES
                     THRU 2100-VENCER-RETENCIONES-EXIT
                  PERFORM 2200-EVALUAR-CUENTA
                     THRU 2200-EVALUAR-CUENTA-EXIT
                  IF WS-CTA-ACTIVAS > 0
                  OR WS-CTA-CERRADAS-HOY > 0
                  OR WS-CTA-DETENIDAS > 0
                     PERFORM 2300-INFORMAR-CUENTA
                        THRU 2300-INFORMAR-CUENTA-EXIT
                  END-IF
           END-READ.

       2000-PROCESAR-CUENTA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2100-VENCER-RETENCIONES.

      *    La retencion vencida ya no frena debitos desde el dia
      *    siguiente a su vencimiento (validacion y posteo la ignoran);
      *    aca queda asentada en el archivo y en la auditoria.
           MOVE ZERO TO WS-CTA-VENCIDAS-HOY.
           PERFORM 2110-VENCER-RETENCION
              THRU 2110-VENCER-RETENCION-EXIT
              VARYING RN-IDX-RETENCION FROM 1 BY 1
                UNTIL RN-IDX-RETENCION > 10.

           IF WS-CTA-VENCIDAS-HOY > 0
              REWRITE RN-RETENCIONES-CUENTA
              IF WS-STATUS-RETENCIO NOT EQUAL '00'
                 DISPLAY 'Error grabando vencimiento de la cuenta '
                    RN-NRO-CUENTA ', status ' WS-STATUS-RETENCIO
              END-IF
           END-IF.

       2100-VENCER-RETENCIONES-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2110-VENCER-RETENCION.

           IF NOT RN-ACTIVA(RN-IDX-RETENCION)
           OR RN-FECHA-VENCIMIENTO(RN-IDX-RETENCION) EQUAL SPACES
              GO TO 2110-VENCER-RETENCION-EXIT
           END-IF.

           MOVE RN-FECHA-VENCIMIENTO(RN-IDX-RETENCION)
             TO WS-FECHA-TEXTO.
           PERFORM 2400-CONVERTIR-FECHA
              THRU 2400-CONVERTIR-FECHA-EXIT.
           IF WS-CONVERSION-NOTOK
           OR WS-FECHA-CONV-NUM NOT < WS-FECHA-PROCESO-NUM
              GO TO 2110-VENCER-RETENCION-EXIT
           END-IF.

           MOVE RN-NRO-RETENCION(RN-IDX-RETENCION)
                                        TO WS-ANT-NRO-RETENCION.
           MOVE RN-TIPO-RETENCION(RN-IDX-RETENCION)
                                        TO WS-ANT-TIPO-RETENCION.
           MOVE RN-ALCANCE(RN-IDX-RETENCION)
                                        TO WS-ANT-ALCANCE.
           MOVE RN-IMPORTE(RN-IDX-RETENCION)
                                        TO WS-ANT-IMPORTE.
           MOVE RN-FECHA-VENCIMIENTO(RN-IDX-RETENCION)
                                        TO WS-ANT-FECHA-VENCIMIENTO.
           MOVE RN-ESTADO(RN-IDX-RETENCION)
                                        TO WS-ANT-ESTADO.
           MOVE RN-REFERENCIA(RN-IDX-RETENCION)
                                        TO WS-ANT-REFERENCIA.

           SET RN-VENCIDA(RN-IDX-RETENCION) TO TRUE.
           MOVE WS-FECHA-PROCESO-TEXTO
             TO RN-FECHA-BAJA(RN-IDX-RETENCION).
           MOVE 'CLREPRET' TO RN-OPERADOR-BAJA(RN-IDX-RETENCION).

           PERFORM 7000-GRABAR-AUDITORIA
              THRU 7000-GRABAR-AUDITORIA-EXIT.

           ADD 1 TO WS-CTA-VENCIDAS-HOY.
           ADD 1 TO WS-CANT-VENCIDAS.

       2110-VENCER-RETENCION-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2200-EVALUAR-CUENTA.

           MOVE ZERO TO WS-CTA-ACTIVAS WS-CTA-CERRADAS-HOY
                        WS-CTA-DETENIDAS WS-CTA-RETENIDO.
           SET WS-CTA-NO-BLOQUEADA TO TRUE.

           PERFORM 2210-EVALUAR-RETENCION
              THRU 2210-EVALUAR-RETENCION-EXIT
              VARYING RN-IDX-RETENCION FROM 1 BY 1
                UNTIL RN-IDX-RETENCION > 10.

           IF WS-CANT-DETENCIONES > 0
              PERFORM 2220-CONTAR-DETENCION
                 THRU 2220-CONTAR-DETENCION-EXIT
                 VARYING WS-IDX-DETENCION FROM 1 BY 1
                 UNTIL WS-IDX-DETENCION > WS-CANT-DETENCIONES
           END-IF.

           IF WS-CTA-ACTIVAS > 0
              ADD 1 TO WS-CANT-CUENTAS-RETENIDAS
           END-IF.
           IF WS-CTA-BLOQUEADA
              ADD 1 TO WS-CANT-CUENTAS-BLOQUEADAS
           END-IF.

       2200-EVALUAR-CUENTA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2210-EVALUAR-RETENCION.

      *    Las vencidas o liberadas en el dia tambien se informan,
      *    para que el reporte muestre que dejaron de retener.
           IF RN-ACTIVA(RN-IDX-RETENCION)
              ADD 1 TO WS-CTA-ACTIVAS
              ADD 1 TO WS-CANT-ACTIVAS
              IF RN-EMBARGO-JUDICIAL(RN-IDX-RETENCION)
                 ADD 1 TO WS-CANT-EMBARGOS
              END-IF
              IF RN-BLOQUEO-TOTAL(RN-IDX-RETENCION)
                 SET WS-CTA-BLOQUEADA TO TRUE
              ELSE
                 ADD RN-IMPORTE(RN-IDX-RETENCION) TO WS-CTA-RETENIDO
              END-IF
           ELSE
              IF (RN-VENCIDA(RN-IDX-RETENCION)
              OR  RN-LIBERADA(RN-IDX-RETENCION))
              AND RN-FECHA-BAJA(RN-IDX-RETENCION)
                                      EQUAL WS-FECHA-PROCESO-TEXTO
                 ADD 1 TO WS-CTA-CERRADAS-HOY
              END-IF
           END-IF.

       2210-EVALUAR-RETENCION-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2220-CONTAR-DETENCION.

           IF WS-DT-CUENTA-DEBITO(WS-IDX-DETENCION)
                                             EQUAL RN-NRO-CUENTA
              ADD 1 TO WS-CTA-DETENIDAS
              ADD 1 TO WS-CANT-DETENIDAS
           END-IF.

       2220-CONTAR-DETENCION-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2300-INFORMAR-CUENTA.

           MOVE SPACES TO WS-NOMBRE-TITULAR.
           IF WS-HAY-CTAMAEST
              MOVE RN-NRO-CUENTA TO CM-NRO-CUENTA
              READ CTAMAEST
                  INVALID KEY
                     MOVE '(SIN MAESTRO)' TO WS-NOMBRE-TITULAR
                  NOT INVALID KEY
                     MOVE CM-NOMBRE-TITULAR TO WS-NOMBRE-TITULAR
              END-READ
           END-IF.

           MOVE ZEROS TO WS-SALDO-EDIT.
           IF WS-HAY-SALDOS
              MOVE RN-NRO-CUENTA TO SA-NRO-CUENTA
              READ SALDOS
                  INVALID KEY
                     MOVE ZEROS TO WS-SALDO-EDIT
                  NOT INVALID KEY
                     MOVE SA-SALDO TO WS-SALDO-EDIT
              END-READ
           END-IF.

           MOVE WS-CTA-RETENIDO TO WS-IMPORTE-EDIT.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'CUENTA '          DELIMITED BY SIZE
                  RN-NRO-CUENTA      DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-NOMBRE-TITULAR  DELIMITED BY SIZE
                  ' SALDO '          DELIMITED BY SIZE
                  WS-SALDO-EDIT      DELIMITED BY SIZE
                  ' RETENIDO '       DELIMITED BY SIZE
                  WS-IMPORTE-EDIT    DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           IF WS-CTA-BLOQUEADA
              STRING ' BLOQUEO TOTAL' DELIMITED BY SIZE
                 INTO WS-LINEA-REPORTE(115:14)
           END-IF.
           MOVE WS-LINEA-REPORTE TO RR-LINEA.
           WRITE RR-LINEA.

           PERFORM 2310-DETALLE-RETENCION
              THRU 2310-DETALLE-RETENCION-EXIT
              VARYING RN-IDX-RETENCION FROM 1 BY 1
                UNTIL RN-IDX-RETENCION > 10.

           IF WS-CTA-DETENIDAS > 0
              PERFORM 2320-DETALLE-DETENCION
                 THRU 2320-DETALLE-DETENCION-EXIT
                 VARYING WS-IDX-DETENCION FROM 1 BY 1
                 UNTIL WS-IDX-DETENCION > WS-CANT-DETENCIONES
           END-IF.

           MOVE SPACES TO RR-LINEA.
           WRITE RR-LINEA.

       2300-INFORMAR-CUENTA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2310-DETALLE-RETENCION.

           EVALUATE TRUE
              WHEN RN-ACTIVA(RN-IDX-RETENCION)
                 MOVE 'ACTIVA'       TO WS-TEXTO-ESTADO
              WHEN RN-VENCIDA(RN-IDX-RETENCION)
               AND RN-FECHA-BAJA(RN-IDX-RETENCION)
                                      EQUAL WS-FECHA-PROCESO-TEXTO
                 MOVE 'VENCIDA HOY'  TO WS-TEXTO-ESTADO
              WHEN RN-LIBERADA(RN-IDX-RETENCION)
               AND RN-FECHA-BAJA(RN-IDX-RETENCION)
                                      EQUAL WS-FECHA-PROCESO-TEXTO
                 MOVE 'LIBERADA HOY' TO WS-TEXTO-ESTADO
              WHEN OTHER
                 GO TO 2310-DETALLE-RETENCION-EXIT
           END-EVALUATE.

           IF RN-EMBARGO-JUDICIAL(RN-IDX-RETENCION)
              MOVE 'JUDICIAL' TO WS-TEXTO-TIPO
           ELSE
              MOVE 'INTERNA'  TO WS-TEXTO-TIPO
           END-IF.
           IF RN-BLOQUEO-TOTAL(RN-IDX-RETENCION)
              MOVE 'TOTAL'    TO WS-TEXTO-ALCANCE
           ELSE
              MOVE 'PARCIAL'  TO WS-TEXTO-ALCANCE
           END-IF.
           IF RN-FECHA-VENCIMIENTO(RN-IDX-RETENCION) EQUAL SPACES
              MOVE 'SIN VTO'  TO WS-TEXTO-VENCIMIENTO
           ELSE
              MOVE RN-FECHA-VENCIMIENTO(RN-IDX-RETENCION)
                TO WS-TEXTO-VENCIMIENTO
           END-IF.
           MOVE RN-IMPORTE(RN-IDX-RETENCION) TO WS-IMPORTE-EDIT.

           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING '   RET '              DELIMITED BY SIZE
                  RN-NRO-RETENCION(RN-IDX-RETENCION)
                                         DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  WS-TEXTO-TIPO          DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  WS-TEXTO-ALCANCE       DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  WS-IMPORTE-EDIT        DELIMITED BY SIZE
                  ' ALTA '               DELIMITED BY SIZE
                  RN-FECHA-ALTA(RN-IDX-RETENCION)
                                         DELIMITED BY SIZE
                  ' VTO '                DELIMITED BY SIZE
                  WS-TEXTO-VENCIMIENTO   DELIMITED BY SIZE
                  ' REF '                DELIMITED BY SIZE
                  RN-REFERENCIA(RN-IDX-RETENCION)
                                         DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  WS-TEXTO-ESTADO        DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO RR-LINEA.
           WRITE RR-LINEA.

       2310-DETALLE-RETENCION-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2320-DETALLE-DETENCION.

           IF WS-DT-CUENTA-DEBITO(WS-IDX-DETENCION)
                                         NOT EQUAL RN-NRO-CUENTA
              GO TO 2320-DETALLE-DETENCION-EXIT
           END-IF.

           IF WS-DT-BLOQUEO(WS-IDX-DETENCION) EQUAL 'T'
              MOVE 'BLOQUEO TOTAL'    TO WS-TEXTO-BLOQUEO
           ELSE
              MOVE 'FONDOS RETENIDOS' TO WS-TEXTO-BLOQUEO
           END-IF.
           MOVE WS-DT-IMPORTE(WS-IDX-DETENCION) TO WS-IMPORTE-EDIT.

           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING '   DETENIDA OP '      DELIMITED BY SIZE
                  WS-DT-NRO-OPERACION(WS-IDX-DETENCION)
                                         DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  WS-DT-HORA(WS-IDX-DETENCION)
                                         DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  WS-DT-PROGRAMA(WS-IDX-DETENCION)
                                         DELIMITED BY SIZE
                  ' CREDITO '            DELIMITED BY SIZE
                  WS-DT-CUENTA-CREDITO(WS-IDX-DETENCION)
                                         DELIMITED BY SIZE
                  ' IMPORTE '            DELIMITED BY SIZE
                  WS-IMPORTE-EDIT        DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  WS-TEXTO-BLOQUEO       DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO RR-LINEA.
           WRITE RR-LINEA.

       2320-DETALLE-DETENCION-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2400-CONVERTIR-FECHA.

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

       2400-CONVERTIR-FECHA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       7000-GRABAR-AUDITORIA.

      *    El vencimiento automatico queda auditado igual que una
      *    liberacion manual, con este proceso como operador.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           MOVE SPACES TO WS-HORA-SISTEMA-TEXTO.
           STRING WS-HORA-SIS-HH DELIMITED BY SIZE
                  ':'            DELIMITED BY SIZE
                  WS-HORA-SIS-MM DELIMITED BY SIZE
                  ':'            DELIMITED BY SIZE
                  WS-HORA-SIS-SS DELIMITED BY SIZE
             INTO WS-HORA-SISTEMA-TEXTO.

           MOVE WS-FECHA-PROCESO-TEXTO    TO RA-FECHA.
           MOVE WS-HORA-SISTEMA-TEXTO     TO RA-HORA.
           MOVE 'CLREPRET'                TO RA-OPERADOR.
           MOVE SPACES                    TO RA-SUPERVISOR.
           SET RA-ACCION-VENCIMIENTO      TO TRUE.
           MOVE RN-NRO-CUENTA             TO RA-NRO-CUENTA.
           MOVE WS-ANT-NRO-RETENCION      TO RA-ANT-NRO-RETENCION.
           MOVE WS-ANT-TIPO-RETENCION     TO RA-ANT-TIPO-RETENCION.
           MOVE WS-ANT-ALCANCE            TO RA-ANT-ALCANCE.
           MOVE WS-ANT-IMPORTE            TO RA-ANT-IMPORTE.
           MOVE WS-ANT-FECHA-VENCIMIENTO  TO RA-ANT-FECHA-VENCIMIENTO.
           MOVE WS-ANT-ESTADO             TO RA-ANT-ESTADO.
           MOVE WS-ANT-REFERENCIA         TO RA-ANT-REFERENCIA.
           MOVE RN-NRO-RETENCION(RN-IDX-RETENCION)
                                          TO RA-DES-NRO-RETENCION.
           MOVE RN-TIPO-RETENCION(RN-IDX-RETENCION)
                                          TO RA-DES-TIPO-RETENCION.
           MOVE RN-ALCANCE(RN-IDX-RETENCION)
                                          TO RA-DES-ALCANCE.
           MOVE RN-IMPORTE(RN-IDX-RETENCION)
                                          TO RA-DES-IMPORTE.
           MOVE RN-FECHA-VENCIMIENTO(RN-IDX-RETENCION)
                                          TO RA-DES-FECHA-VENCIMIENTO.
           MOVE RN-ESTADO(RN-IDX-RETENCION)
                                          TO RA-DES-ESTADO.
           MOVE RN-REFERENCIA(RN-IDX-RETENCION)
                                          TO RA-DES-REFERENCIA.
           WRITE RA-AUDITORIA.
           IF WS-STATUS-AUDIRET NOT EQUAL '00'
              DISPLAY 'Error grabando AUDIRET, status '
                 WS-STATUS-AUDIRET ' - cuenta ' RN-NRO-CUENTA
           END-IF.

       7000-GRABAR-AUDITORIA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       8000-EMITIR-TOTALES.

           MOVE ALL '-' TO RR-LINEA.
           WRITE RR-LINEA.

           MOVE WS-CANT-LEIDAS TO WS-CANT-EDIT.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'CUENTAS EN RETENCIO ...........: ' DELIMITED BY SIZE
                  WS-CANT-EDIT                        DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO RR-LINEA.
           WRITE RR-LINEA.

           MOVE WS-CANT-CUENTAS-RETENIDAS TO WS-CANT-EDIT.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'CUENTAS CON RETENCION ACTIVA ..: ' DELIMITED BY SIZE
                  WS-CANT-EDIT                        DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO RR-LINEA.
           WRITE RR-LINEA.

           MOVE WS-CANT-CUENTAS-BLOQUEADAS TO WS-CANT-EDIT.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'CUENTAS CON BLOQUEO TOTAL .....: ' DELIMITED BY SIZE
                  WS-CANT-EDIT                        DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO RR-LINEA.
           WRITE RR-LINEA.

           MOVE WS-CANT-ACTIVAS TO WS-CANT-EDIT.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'RETENCIONES ACTIVAS ...........: ' DELIMITED BY SIZE
                  WS-CANT-EDIT                        DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO RR-LINEA.
           WRITE RR-LINEA.

           MOVE WS-CANT-EMBARGOS TO WS-CANT-EDIT.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING '  EMBARGOS JUDICIALES .........: ' DELIMITED BY SIZE
                  WS-CANT-EDIT                        DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO RR-LINEA.
           WRITE RR-LINEA.

           MOVE WS-CANT-VENCIDAS TO WS-CANT-EDIT.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'VENCIDAS EN ESTA CORRIDA ......: ' DELIMITED BY SIZE
                  WS-CANT-EDIT                        DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO RR-LINEA.
           WRITE RR-LINEA.

           MOVE WS-CANT-DETENIDAS TO WS-CANT-EDIT.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'TRANSFERENCIAS DETENIDAS HOY ..: ' DELIMITED BY SIZE
                  WS-CANT-EDIT                        DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO RR-LINEA.
           WRITE RR-LINEA.

           MOVE ALL '-' TO RR-LINEA.
           WRITE RR-LINEA.

           DISPLAY 'CLREPRET - Cuentas retenidas ......: '
              WS-CANT-CUENTAS-RETENIDAS.
           DISPLAY 'CLREPRET - Retenciones vencidas ...: '
              WS-CANT-VENCIDAS.
           DISPLAY 'CLREPRET - Transferencias detenidas: '
              WS-CANT-DETENIDAS.

       8000-EMITIR-TOTALES-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       9000-FINALIZAR.

           CLOSE RETENCIO AUDIRET REPRETEN.
           IF WS-HAY-CTAMAEST
              CLOSE CTAMAEST
           END-IF.
           IF WS-HAY-SALDOS
              CLOSE SALDOS
           END-IF.

       9000-FINALIZAR-EXIT.
           EXIT.


       END PROGRAM CLREPRET.
