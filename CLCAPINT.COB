      *----------------------------------------------------------------*
      *  Purpose: Capitalizacion de fin de mes de los intereses por
      *           descubierto.  Suma por cuenta los devengamientos
      *           pendientes de DEVINTER (CLDEVINT), debita el total
      *           de la cuenta del cliente y lo acredita a la cuenta
      *           de ingresos por intereses de su moneda (CTAINTER),
      *           ambos movimientos en SALDOS con su registro en el
      *           jornal SALDOJRN para que CLVERSAL siga calzando.
      *           Cada capitalizacion toma numero de operacion propio
      *           de CONTADOR, queda en INTCAPIT (de donde la interfaz
      *           contable CLCONTAB imputa el ingreso) y marca sus
      *           devengamientos como capitalizados, asi una segunda
      *           corrida no los vuelve a cobrar.  Si una corrida del
      *           mismo dia se corto antes de marcarlos, las cuentas
      *           que ya figuran en INTCAPIT con la fecha del dia no se
      *           vuelven a debitar: solo se marcan sus devengamientos
      *           con la operacion registrada.  El debito no mira
      *           saldo, linea ni retenciones: es un cargo del banco,
      *           igual que la comision.  El reporte REPINTER lista
      *           por cuenta los dias, el interes de la linea, el
      *           punitorio, el total y el saldo resultante.  Se corre
      *           el ultimo dia habil del mes, despues del posteo.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CLCAPINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEVINTER ASSIGN TO "DEVINTER"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-DEVINTER.

           SELECT CTAINTER ASSIGN TO "CTAINTER"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CTAINTER.

           SELECT SALDOS ASSIGN TO "SALDOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SA-NRO-CUENTA
               FILE STATUS IS WS-STATUS-SALDOS.

           SELECT CONTADOR ASSIGN TO "CONTADOR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONTADOR.

           SELECT SALDOJRN ASSIGN TO "SALDOJRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-SALDOJRN.

           SELECT INTCAPIT ASSIGN TO "INTCAPIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-INTCAPIT.

           SELECT REPINTER ASSIGN TO "REPINTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REPINTER.


       DATA DIVISION.

       FILE SECTION.

       FD  DEVINTER.
           COPY DEVINTER.

       FD  CTAINTER.
           COPY CTAINTER.

       FD  SALDOS.
           COPY SALDOS.

       FD  CONTADOR.
           COPY CONTADOR.

       FD  SALDOJRN.
           COPY SALDOJRN.

       FD  INTCAPIT.
           COPY INTCAPIT.

       FD  REPINTER.
       01  RI-LINEA                            PIC X(132).


       WORKING-STORAGE SECTION.

       01 WS-INDICADORES-ARCHIVO.
          05 WS-STATUS-DEVINTER                PIC X(02).
          05 WS-STATUS-CTAINTER                PIC X(02).
          05 WS-STATUS-SALDOS                  PIC X(02).
          05 WS-STATUS-CONTADOR                PIC X(02).
          05 WS-STATUS-SALDOJRN                PIC X(02).
          05 WS-STATUS-INTCAPIT                PIC X(02).
          05 WS-STATUS-REPINTER                PIC X(02).

       01 WS-FIN-ARCHIVO                       PIC X(01).
          88 WS-HAY-MAS-REGISTROS              VALUE 'N'.
          88 WS-NO-HAY-MAS-REGISTROS           VALUE 'S'.

      *    -- fecha del dia de proceso --------------------------------*
       01 WS-FECHA-PROCESO.
          05 WS-FECHA-PROC-ANIO                PIC 9(04).
          05 WS-FECHA-PROC-MES                 PIC 9(02).
          05 WS-FECHA-PROC-DIA                 PIC 9(02).
       01 WS-FECHA-PROCESO-TEXTO               PIC X(10).

       01 WS-ULTIMO-NRO-OPERACION              PIC 9(10).

       01 WS-CAPITALIZACION-HABILITADA         PIC X(01) VALUE 'S'.
          88 WS-PUEDE-CAPITALIZAR              VALUE 'S'.
          88 WS-NO-PUEDE-CAPITALIZAR           VALUE 'N'.

      *    -- cuentas de ingresos por intereses, por moneda -----------*
       01 WS-TABLA-CTAS-INTERES.
          05 WS-CANT-CTAS-INTERES              PIC 9(03) COMP
                                                VALUE ZERO.
          05 WS-CTA-INTERES-DET OCCURS 1 TO 10 TIMES
                DEPENDING ON WS-CANT-CTAS-INTERES
                INDEXED BY WS-IDX-CTA-INTERES.
             10 WS-CTA-INT-MONEDA              PIC X(02).
             10 WS-CTA-INT-CUENTA              PIC X(22).
       01 WS-CTA-INTERES-HALLADA               PIC X(01).
          88 WS-CTA-INT-OK                     VALUE 'S'.
          88 WS-CTA-INT-NOTOK                  VALUE 'N'.
       01 WS-CUENTA-INTERESES                  PIC X(22).

      *    -- intereses pendientes acumulados por cuenta --------------*
       01 WS-TABLA-CUENTAS.
          05 WS-CANT-CUENTAS                   PIC 9(04) COMP
                                                VALUE ZERO.
          05 WS-CUENTA-DET OCCURS 1 TO 5000 TIMES
                DEPENDING ON WS-CANT-CUENTAS
                INDEXED BY WS-IDX-CUENTA.
             10 WS-TC-NRO-CUENTA               PIC X(22).
             10 WS-TC-COD-MONEDA               PIC X(02).
             10 WS-TC-DIAS                     PIC 9(04).
             10 WS-TC-INTERES-LINEA            PIC 9(10)V9(04).
             10 WS-TC-INTERES-PUNITORIO        PIC 9(10)V9(04).
             10 WS-TC-NRO-OPERACION            PIC 9(10).
             10 WS-TC-ESTADO                   PIC X(01).
                88 WS-TC-PENDIENTE             VALUE 'P'.
                88 WS-TC-CAPITALIZADA          VALUE 'C'.
       01 WS-CUENTA-BUSCADA                    PIC X(22).
       01 WS-CUENTA-HALLADA                    PIC X(01).
          88 WS-CTA-HALLADA                    VALUE 'S'.
          88 WS-CTA-NO-HALLADA                 VALUE 'N'.
       01 WS-IDX-HALLADA                       PIC 9(04) COMP.

      *    -- capitalizacion de la cuenta en tratamiento --------------*
       01 WS-INTERES-LINEA                     PIC 9(10)V9(02).
       01 WS-INTERES-PUNITORIO                 PIC 9(10)V9(02).
       01 WS-IMPORTE-INTERES                   PIC 9(10)V9(02).
       01 WS-MOTIVO-PENDIENTE                  PIC X(40).
       01 WS-MONEDA-CLIENTE                    PIC X(02).
       01 WS-SALDO-ANT-CLIENTE                 PIC S9(12)V9(02).
       01 WS-SALDO-POST-CLIENTE                PIC S9(12)V9(02).
       01 WS-MONEDA-INTERESES                  PIC X(02).
       01 WS-SALDO-ANT-INTERESES               PIC S9(12)V9(02).
       01 WS-SALDO-POST-INTERESES              PIC S9(12)V9(02).

      *    -- movimiento a registrar en el jornal ---------------------*
       01 WS-MOVIMIENTO-JORNAL.
          05 WS-JRN-CUENTA                     PIC X(22).
          05 WS-JRN-TIPO                       PIC X(01).
          05 WS-JRN-MONEDA                     PIC X(02).
          05 WS-JRN-IMPORTE                    PIC 9(10)V9(02).
          05 WS-JRN-SALDO-ANTERIOR             PIC S9(12)V9(02).
          05 WS-JRN-SALDO-POSTERIOR            PIC S9(12)V9(02).

       01 WS-TOTALES.
          05 WS-CANT-DEVENGAMIENTOS            PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-CAPITALIZADAS             PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-SIN-IMPORTE               PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-YA-CAPITALIZADAS          PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-PENDIENTES                PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-MARCADOS                  PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CUENTAS-DESBORDADAS            PIC 9(07) COMP
                                                VALUE ZERO.

       01 WS-LINEA-REPORTE                     PIC X(132).
       01 WS-CANT-EDIT                         PIC ZZZZ.ZZ9.
       01 WS-DIAS-EDIT                         PIC ZZZ9.
       01 WS-LINEA-EDIT                        PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-PUNITORIO-EDIT                    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-IMPORTE-EDIT                      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-SALDO-EDIT                        PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.


       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIALIZAR
              THRU 1000-INICIALIZAR-EXIT.

      *    Sin SALDOS o sin CONTADOR no se mueve nada: todos los
      *    devengamientos quedan pendientes para la corrida siguiente.
           IF WS-NO-PUEDE-CAPITALIZAR
              MOVE 'NO SE CAPITALIZA: SALDOS O CONTADOR NO DISPONIBLE'
                TO RI-LINEA
              WRITE RI-LINEA
           ELSE
              PERFORM 2000-CARGAR-DEVENGAMIENTOS
                 THRU 2000-CARGAR-DEVENGAMIENTOS-EXIT
              PERFORM 2500-CARGAR-CAPITALIZADAS
                 THRU 2500-CARGAR-CAPITALIZADAS-EXIT
              IF WS-CANT-CUENTAS > 0
                 PERFORM 3000-CAPITALIZAR-CUENTA
                    THRU 3000-CAPITALIZAR-CUENTA-EXIT
                    VARYING WS-IDX-CUENTA FROM 1 BY 1
                    UNTIL WS-IDX-CUENTA > WS-CANT-CUENTAS
              ELSE
                 MOVE 'SIN INTERESES PENDIENTES DE CAPITALIZAR'
                   TO RI-LINEA
                 WRITE RI-LINEA
              END-IF
              IF WS-CANT-CAPITALIZADAS > 0
              OR WS-CANT-SIN-IMPORTE > 0
              OR WS-CANT-YA-CAPITALIZADAS > 0
                 PERFORM 4000-MARCAR-DEVENGAMIENTOS
                    THRU 4000-MARCAR-DEVENGAMIENTOS-EXIT
              END-IF
           END-IF.

           PERFORM 8000-EMITIR-TOTALES
              THRU 8000-EMITIR-TOTALES-EXIT.

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

           OPEN INPUT CTAINTER.
           IF WS-STATUS-CTAINTER EQUAL '00'
              SET WS-HAY-MAS-REGISTROS TO TRUE
              PERFORM 1100-CARGAR-CTAS-INTERES
                 THRU 1100-CARGAR-CTAS-INTERES-EXIT
                 UNTIL WS-NO-HAY-MAS-REGISTROS
              CLOSE CTAINTER
           ELSE
              DISPLAY 'CTAINTER no disponible, status '
                 WS-STATUS-CTAINTER ': no se capitaliza.'
           END-IF.

           OPEN I-O SALDOS.
           IF WS-STATUS-SALDOS NOT EQUAL '00'
              DISPLAY 'SALDOS no disponible, status '
                 WS-STATUS-SALDOS ': no se capitaliza.'
              SET WS-NO-PUEDE-CAPITALIZAR TO TRUE
           END-IF.

           OPEN I-O CONTADOR.
           IF WS-STATUS-CONTADOR EQUAL '35'
              OPEN OUTPUT CONTADOR
              MOVE ZERO TO CT-ULTIMO-NRO-OPERACION
              WRITE CT-CONTADOR
              CLOSE CONTADOR
              OPEN I-O CONTADOR
           END-IF.
           READ CONTADOR.
           IF WS-STATUS-CONTADOR NOT EQUAL '00'
              DISPLAY 'Error leyendo CONTADOR, status '
                 WS-STATUS-CONTADOR ': no se capitaliza.'
              SET WS-NO-PUEDE-CAPITALIZAR TO TRUE
           ELSE
              MOVE CT-ULTIMO-NRO-OPERACION TO WS-ULTIMO-NRO-OPERACION
           END-IF.

           OPEN EXTEND SALDOJRN.
           IF WS-STATUS-SALDOJRN EQUAL '35'
              OPEN OUTPUT SALDOJRN
              CLOSE SALDOJRN
              OPEN EXTEND SALDOJRN
           END-IF.

           OPEN OUTPUT REPINTER.

           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'CAPITALIZACION DE INTERESES POR DESCUBIERTO'
                                          DELIMITED BY SIZE
                  ' - '                   DELIMITED BY SIZE
                  WS-FECHA-PROCESO-TEXTO  DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO RI-LINEA.
           WRITE RI-LINEA.
           MOVE ALL '=' TO RI-LINEA.
           WRITE RI-LINEA.

           MOVE SPACES TO WS-LINEA-REPORTE.
           MOVE 'CUENTA'             TO WS-LINEA-REPORTE(1:6).
           MOVE 'MON'                TO WS-LINEA-REPORTE(24:3).
           MOVE 'DIAS'               TO WS-LINEA-REPORTE(29:4).
           MOVE 'INTERES LINEA'      TO WS-LINEA-REPORTE(39:13).
           MOVE 'PUNITORIO'          TO WS-LINEA-REPORTE(62:9).
           MOVE 'TOTAL'              TO WS-LINEA-REPORTE(85:5).
           MOVE 'SALDO POSTERIOR'    TO WS-LINEA-REPORTE(95:15).
           MOVE 'OPERACION'          TO WS-LINEA-REPORTE(112:9).
           MOVE WS-LINEA-REPORTE TO RI-LINEA.
           WRITE RI-LINEA.

       1000-INICIALIZAR-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       1100-CARGAR-CTAS-INTERES.

           READ CTAINTER
               AT END
                  SET WS-NO-HAY-MAS-REGISTROS TO TRUE
               NOT AT END
                  IF WS-CANT-CTAS-INTERES < 10
                     ADD 1 TO WS-CANT-CTAS-INTERES
                     MOVE IT-COD-MONEDA
                       TO WS-CTA-INT-MONEDA(WS-CANT-CTAS-INTERES)
                     MOVE IT-NRO-CUENTA
                       TO WS-CTA-INT-CUENTA(WS-CANT-CTAS-INTERES)
                  END-IF
           END-READ.

       1100-CARGAR-CTAS-INTERES-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2000-CARGAR-DEVENGAMIENTOS.

           OPEN INPUT DEVINTER.
           IF WS-STATUS-DEVINTER NOT EQUAL '00'
              DISPLAY 'DEVINTER no disponible, status '
                 WS-STATUS-DEVINTER
              GO TO 2000-CARGAR-DEVENGAMIENTOS-EXIT
           END-IF.

           SET WS-HAY-MAS-REGISTROS TO TRUE.
           PERFORM 2100-LEER-DEVENGAMIENTO
              THRU 2100-LEER-DEVENGAMIENTO-EXIT
              UNTIL WS-NO-HAY-MAS-REGISTROS.
           CLOSE DEVINTER.

       2000-CARGAR-DEVENGAMIENTOS-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2100-LEER-DEVENGAMIENTO.

      *    Lo pendiente de meses anteriores (cuenta sin cuenta de
      *    ingresos en su momento, o sin registro de saldo) entra
      *    junto con lo del mes.
           READ DEVINTER
               AT END
                  SET WS-NO-HAY-MAS-REGISTROS TO TRUE
               NOT AT END
                  IF DV-PENDIENTE
                     ADD 1 TO WS-CANT-DEVENGAMIENTOS
                     PERFORM 2200-ACUMULAR-DEVENGAMIENTO
                        THRU 2200-ACUMULAR-DEVENGAMIENTO-EXIT
                  END-IF
           END-READ.

       2100-LEER-DEVENGAMIENTO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2200-ACUMULAR-DEVENGAMIENTO.

           MOVE DV-NRO-CUENTA TO WS-CUENTA-BUSCADA.
           PERFORM 2300-BUSCAR-CUENTA
              THRU 2300-BUSCAR-CUENTA-EXIT.

           IF WS-CTA-NO-HALLADA
              IF WS-CANT-CUENTAS < 5000
                 ADD 1 TO WS-CANT-CUENTAS
                 MOVE WS-CANT-CUENTAS TO WS-IDX-HALLADA
                 MOVE DV-NRO-CUENTA
                   TO WS-TC-NRO-CUENTA(WS-IDX-HALLADA)
                 MOVE DV-COD-MONEDA
                   TO WS-TC-COD-MONEDA(WS-IDX-HALLADA)
                 MOVE ZEROS TO WS-TC-DIAS(WS-IDX-HALLADA)
                               WS-TC-INTERES-LINEA(WS-IDX-HALLADA)
                               WS-TC-INTERES-PUNITORIO(WS-IDX-HALLADA)
                               WS-TC-NRO-OPERACION(WS-IDX-HALLADA)
                 SET WS-TC-PENDIENTE(WS-IDX-HALLADA) TO TRUE
              ELSE
      *          Lo que no entra en la tabla queda pendiente para la
      *          corrida siguiente.
                 ADD 1 TO WS-CUENTAS-DESBORDADAS
                 GO TO 2200-ACUMULAR-DEVENGAMIENTO-EXIT
              END-IF
           END-IF.

           ADD DV-DIAS TO WS-TC-DIAS(WS-IDX-HALLADA).
           ADD DV-INTERES-LINEA
             TO WS-TC-INTERES-LINEA(WS-IDX-HALLADA).
           ADD DV-INTERES-PUNITORIO
             TO WS-TC-INTERES-PUNITORIO(WS-IDX-HALLADA).

       2200-ACUMULAR-DEVENGAMIENTO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2300-BUSCAR-CUENTA.

           SET WS-CTA-NO-HALLADA TO TRUE.
           IF WS-CANT-CUENTAS > 0
              PERFORM 2310-COMPARAR-CUENTA
                 THRU 2310-COMPARAR-CUENTA-EXIT
                 VARYING WS-IDX-CUENTA FROM 1 BY 1
                 UNTIL WS-IDX-CUENTA > WS-CANT-CUENTAS
                    OR WS-CTA-HALLADA
           END-IF.

       2300-BUSCAR-CUENTA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2310-COMPARAR-CUENTA.

           IF WS-TC-NRO-CUENTA(WS-IDX-CUENTA) EQUAL WS-CUENTA-BUSCADA
              SET WS-CTA-HALLADA TO TRUE
              SET WS-IDX-HALLADA TO WS-IDX-CUENTA
           END-IF.

       2310-COMPARAR-CUENTA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2500-CARGAR-CAPITALIZADAS.

      *    INTCAPIT se lee antes de abrirlo para agregar: lo que ya
      *    se capitalizo hoy no se vuelve a debitar.
           OPEN INPUT INTCAPIT.
           IF WS-STATUS-INTCAPIT EQUAL '00'
              SET WS-HAY-MAS-REGISTROS TO TRUE
              PERFORM 2600-LEER-CAPITALIZACION
                 THRU 2600-LEER-CAPITALIZACION-EXIT
                 UNTIL WS-NO-HAY-MAS-REGISTROS
              CLOSE INTCAPIT
           END-IF.

           OPEN EXTEND INTCAPIT.
           IF WS-STATUS-INTCAPIT EQUAL '35'
              OPEN OUTPUT INTCAPIT
              CLOSE INTCAPIT
              OPEN EXTEND INTCAPIT
           END-IF.

       2500-CARGAR-CAPITALIZADAS-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2600-LEER-CAPITALIZACION.

           READ INTCAPIT
               AT END
                  SET WS-NO-HAY-MAS-REGISTROS TO TRUE
                  GO TO 2600-LEER-CAPITALIZACION-EXIT
           END-READ.

           IF CP-FECHA-PROCESO NOT EQUAL WS-FECHA-PROCESO-TEXTO
              GO TO 2600-LEER-CAPITALIZACION-EXIT
           END-IF.

           MOVE CP-NRO-CUENTA TO WS-CUENTA-BUSCADA.
           PERFORM 2300-BUSCAR-CUENTA
              THRU 2300-BUSCAR-CUENTA-EXIT.
           IF WS-CTA-NO-HALLADA
              GO TO 2600-LEER-CAPITALIZACION-EXIT
           END-IF.
           IF NOT WS-TC-PENDIENTE(WS-IDX-HALLADA)
              GO TO 2600-LEER-CAPITALIZACION-EXIT
           END-IF.

      *    La cuenta ya fue debitada por una corrida anterior del dia
      *    que no llego a marcar DEVINTER: se marca con su operacion.
           SET WS-TC-CAPITALIZADA(WS-IDX-HALLADA) TO TRUE.
           MOVE CP-NRO-OPERACION
             TO WS-TC-NRO-OPERACION(WS-IDX-HALLADA).
           ADD 1 TO WS-CANT-YA-CAPITALIZADAS.

           MOVE CP-IMPORTE TO WS-IMPORTE-EDIT.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING CP-NRO-CUENTA       DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  CP-COD-MONEDA       DELIMITED BY SIZE
                  ' INTERES '         DELIMITED BY SIZE
                  WS-IMPORTE-EDIT     DELIMITED BY SIZE
                  ' YA CAPITALIZADO HOY, OPERACION '
                                      DELIMITED BY SIZE
                  CP-NRO-OPERACION    DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO RI-LINEA.
           WRITE RI-LINEA.

       2600-LEER-CAPITALIZACION-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3000-CAPITALIZAR-CUENTA.

           IF WS-TC-CAPITALIZADA(WS-IDX-CUENTA)
              GO TO 3000-CAPITALIZAR-CUENTA-EXIT
           END-IF.

      *    Cada tramo se redondea a centavos una sola vez, sobre lo
      *    acumulado en el mes; el total es la suma de los tramos.
           COMPUTE WS-INTERES-LINEA ROUNDED =
                   WS-TC-INTERES-LINEA(WS-IDX-CUENTA).
           COMPUTE WS-INTERES-PUNITORIO ROUNDED =
                   WS-TC-INTERES-PUNITORIO(WS-IDX-CUENTA).
           COMPUTE WS-IMPORTE-INTERES =
                   WS-INTERES-LINEA + WS-INTERES-PUNITORIO.

      *    Lo que no llega a un centavo se da por cerrado sin
      *    movimiento.
           IF WS-IMPORTE-INTERES EQUAL ZERO
              SET WS-TC-CAPITALIZADA(WS-IDX-CUENTA) TO TRUE
              ADD 1 TO WS-CANT-SIN-IMPORTE
              GO TO 3000-CAPITALIZAR-CUENTA-EXIT
           END-IF.

           SET WS-CTA-INT-NOTOK TO TRUE.
           MOVE SPACES TO WS-CUENTA-INTERESES.
           IF WS-CANT-CTAS-INTERES > 0
              PERFORM 3100-BUSCAR-CTA-INTERES
                 THRU 3100-BUSCAR-CTA-INTERES-EXIT
                 VARYING WS-IDX-CTA-INTERES FROM 1 BY 1
                 UNTIL WS-IDX-CTA-INTERES > WS-CANT-CTAS-INTERES
                    OR WS-CTA-INT-OK
           END-IF.
           IF WS-CTA-INT-NOTOK
              MOVE 'SIN CUENTA DE INGRESOS PARA LA MONEDA'
                TO WS-MOTIVO-PENDIENTE
              PERFORM 3400-INFORMAR-PENDIENTE
                 THRU 3400-INFORMAR-PENDIENTE-EXIT
              GO TO 3000-CAPITALIZAR-CUENTA-EXIT
           END-IF.

           MOVE WS-TC-NRO-CUENTA(WS-IDX-CUENTA) TO SA-NRO-CUENTA.
           READ SALDOS
               INVALID KEY
                  MOVE 'CUENTA SIN REGISTRO DE SALDO'
                    TO WS-MOTIVO-PENDIENTE
                  PERFORM 3400-INFORMAR-PENDIENTE
                     THRU 3400-INFORMAR-PENDIENTE-EXIT
                  GO TO 3000-CAPITALIZAR-CUENTA-EXIT
           END-READ.

      *    Primero se mueven los dos saldos; el numero de operacion
      *    y el jornal recien cuando ambos quedaron grabados.  Si el
      *    debito no se graba, o el credito no se graba y hay que
      *    devolverle el debito al cliente, la cuenta queda
      *    pendiente sin movimiento.
           MOVE SA-COD-MONEDA TO WS-MONEDA-CLIENTE.
           MOVE SA-SALDO      TO WS-SALDO-ANT-CLIENTE.
           SUBTRACT WS-IMPORTE-INTERES FROM SA-SALDO.
           REWRITE SA-SALDO-CUENTA.
           IF WS-STATUS-SALDOS NOT EQUAL '00'
              DISPLAY 'Error debitando intereses de cuenta '
                 SA-NRO-CUENTA ', status ' WS-STATUS-SALDOS
              MOVE 'ERROR AL DEBITAR EL SALDO DEL CLIENTE'
                TO WS-MOTIVO-PENDIENTE
              PERFORM 3400-INFORMAR-PENDIENTE
                 THRU 3400-INFORMAR-PENDIENTE-EXIT
              GO TO 3000-CAPITALIZAR-CUENTA-EXIT
           END-IF.
           MOVE SA-SALDO TO WS-SALDO-POST-CLIENTE.

      *    Si la cuenta de ingresos todavia no tiene registro de
      *    saldo se da de alta, igual que la de comisiones.
           MOVE WS-CUENTA-INTERESES TO SA-NRO-CUENTA.
           READ SALDOS
               INVALID KEY
                  MOVE ZEROS               TO WS-SALDO-ANT-INTERESES
                  MOVE WS-CUENTA-INTERESES TO SA-NRO-CUENTA
                  MOVE WS-TC-COD-MONEDA(WS-IDX-CUENTA)
                                           TO SA-COD-MONEDA
                  MOVE WS-IMPORTE-INTERES  TO SA-SALDO
                  WRITE SA-SALDO-CUENTA
               NOT INVALID KEY
                  MOVE SA-SALDO TO WS-SALDO-ANT-INTERESES
                  ADD WS-IMPORTE-INTERES TO SA-SALDO
                  REWRITE SA-SALDO-CUENTA
           END-READ.
           IF WS-STATUS-SALDOS NOT EQUAL '00'
              DISPLAY 'Error acreditando intereses a cuenta '
                 WS-CUENTA-INTERESES ', status ' WS-STATUS-SALDOS
              PERFORM 3700-REVERTIR-DEBITO
                 THRU 3700-REVERTIR-DEBITO-EXIT
              MOVE 'ERROR AL ACREDITAR LA CUENTA DE INGRESOS'
                TO WS-MOTIVO-PENDIENTE
              PERFORM 3400-INFORMAR-PENDIENTE
                 THRU 3400-INFORMAR-PENDIENTE-EXIT
              GO TO 3000-CAPITALIZAR-CUENTA-EXIT
           END-IF.
           MOVE SA-COD-MONEDA TO WS-MONEDA-INTERESES.
           MOVE SA-SALDO      TO WS-SALDO-POST-INTERESES.

           ADD 1 TO WS-ULTIMO-NRO-OPERACION.
           MOVE WS-ULTIMO-NRO-OPERACION
             TO WS-TC-NRO-OPERACION(WS-IDX-CUENTA).

           MOVE WS-TC-NRO-CUENTA(WS-IDX-CUENTA) TO WS-JRN-CUENTA.
           MOVE 'D'                     TO WS-JRN-TIPO.
           MOVE WS-MONEDA-CLIENTE       TO WS-JRN-MONEDA.
           MOVE WS-IMPORTE-INTERES      TO WS-JRN-IMPORTE.
           MOVE WS-SALDO-ANT-CLIENTE    TO WS-JRN-SALDO-ANTERIOR.
           MOVE WS-SALDO-POST-CLIENTE   TO WS-JRN-SALDO-POSTERIOR.
           PERFORM 3200-GRABAR-JORNAL
              THRU 3200-GRABAR-JORNAL-EXIT.

           MOVE WS-CUENTA-INTERESES     TO WS-JRN-CUENTA.
           MOVE 'C'                     TO WS-JRN-TIPO.
           MOVE WS-MONEDA-INTERESES     TO WS-JRN-MONEDA.
           MOVE WS-IMPORTE-INTERES      TO WS-JRN-IMPORTE.
           MOVE WS-SALDO-ANT-INTERESES  TO WS-JRN-SALDO-ANTERIOR.
           MOVE WS-SALDO-POST-INTERESES TO WS-JRN-SALDO-POSTERIOR.
           PERFORM 3200-GRABAR-JORNAL
              THRU 3200-GRABAR-JORNAL-EXIT.

           MOVE WS-SALDO-POST-CLIENTE TO WS-SALDO-EDIT.

           PERFORM 3300-GRABAR-CAPITALIZACION
              THRU 3300-GRABAR-CAPITALIZACION-EXIT.

           PERFORM 3600-ACTUALIZAR-CONTADOR
              THRU 3600-ACTUALIZAR-CONTADOR-EXIT.

           SET WS-TC-CAPITALIZADA(WS-IDX-CUENTA) TO TRUE.
           ADD 1 TO WS-CANT-CAPITALIZADAS.

           PERFORM 3500-DETALLE-CUENTA
              THRU 3500-DETALLE-CUENTA-EXIT.

       3000-CAPITALIZAR-CUENTA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3100-BUSCAR-CTA-INTERES.

           IF WS-CTA-INT-MONEDA(WS-IDX-CTA-INTERES)
                                EQUAL WS-TC-COD-MONEDA(WS-IDX-CUENTA)
              SET WS-CTA-INT-OK TO TRUE
              MOVE WS-CTA-INT-CUENTA(WS-IDX-CTA-INTERES)
                TO WS-CUENTA-INTERESES
           END-IF.

       3100-BUSCAR-CTA-INTERES-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3200-GRABAR-JORNAL.

           MOVE WS-FECHA-PROCESO-TEXTO  TO SJ-FECHA-PROCESO.
           MOVE WS-ULTIMO-NRO-OPERACION TO SJ-NRO-OPERACION.
           MOVE WS-JRN-CUENTA           TO SJ-NRO-CUENTA.
           MOVE WS-JRN-TIPO             TO SJ-TIPO-MOVIMIENTO.
           MOVE WS-JRN-MONEDA           TO SJ-COD-MONEDA.
           MOVE WS-JRN-IMPORTE          TO SJ-IMPORTE.
           MOVE WS-JRN-SALDO-ANTERIOR   TO SJ-SALDO-ANTERIOR.
           MOVE WS-JRN-SALDO-POSTERIOR  TO SJ-SALDO-POSTERIOR.
           WRITE SJ-MOVIMIENTO-SALDO.
           IF WS-STATUS-SALDOJRN NOT EQUAL '00'
              DISPLAY 'Error grabando SALDOJRN, status '
                 WS-STATUS-SALDOJRN ' - operacion '
                 WS-ULTIMO-NRO-OPERACION
           END-IF.

       3200-GRABAR-JORNAL-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3300-GRABAR-CAPITALIZACION.

           MOVE WS-FECHA-PROCESO-TEXTO  TO CP-FECHA-PROCESO.
           MOVE WS-ULTIMO-NRO-OPERACION TO CP-NRO-OPERACION.
           MOVE WS-TC-NRO-CUENTA(WS-IDX-CUENTA)
                                        TO CP-NRO-CUENTA.
           MOVE WS-CUENTA-INTERESES     TO CP-CUENTA-INTERESES.
           MOVE WS-TC-COD-MONEDA(WS-IDX-CUENTA)
                                        TO CP-COD-MONEDA.
           MOVE WS-TC-DIAS(WS-IDX-CUENTA)
                                        TO CP-DIAS.
           MOVE WS-INTERES-LINEA        TO CP-INTERES-LINEA.
           MOVE WS-INTERES-PUNITORIO    TO CP-INTERES-PUNITORIO.
           MOVE WS-IMPORTE-INTERES      TO CP-IMPORTE.
           WRITE CP-CAPITALIZACION.
           IF WS-STATUS-INTCAPIT NOT EQUAL '00'
              DISPLAY 'Error grabando INTCAPIT, status '
                 WS-STATUS-INTCAPIT ' - operacion '
                 WS-ULTIMO-NRO-OPERACION
           END-IF.

       3300-GRABAR-CAPITALIZACION-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3400-INFORMAR-PENDIENTE.

           ADD 1 TO WS-CANT-PENDIENTES.
           MOVE WS-IMPORTE-INTERES TO WS-IMPORTE-EDIT.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING WS-TC-NRO-CUENTA(WS-IDX-CUENTA)
                                      DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-TC-COD-MONEDA(WS-IDX-CUENTA)
                                      DELIMITED BY SIZE
                  ' INTERES '         DELIMITED BY SIZE
                  WS-IMPORTE-EDIT     DELIMITED BY SIZE
                  ' QUEDA PENDIENTE: ' DELIMITED BY SIZE
                  WS-MOTIVO-PENDIENTE DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO RI-LINEA.
           WRITE RI-LINEA.

       3400-INFORMAR-PENDIENTE-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3500-DETALLE-CUENTA.

           MOVE WS-TC-DIAS(WS-IDX-CUENTA) TO WS-DIAS-EDIT.
           MOVE WS-INTERES-LINEA          TO WS-LINEA-EDIT.
           MOVE WS-INTERES-PUNITORIO      TO WS-PUNITORIO-EDIT.
           MOVE WS-IMPORTE-INTERES        TO WS-IMPORTE-EDIT.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING WS-TC-NRO-CUENTA(WS-IDX-CUENTA)
                                      DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-TC-COD-MONEDA(WS-IDX-CUENTA)
                                      DELIMITED BY SIZE
                  '   '               DELIMITED BY SIZE
                  WS-DIAS-EDIT        DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-LINEA-EDIT       DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-PUNITORIO-EDIT   DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-IMPORTE-EDIT     DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-SALDO-EDIT       DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-ULTIMO-NRO-OPERACION
                                      DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO RI-LINEA.
           WRITE RI-LINEA.

       3500-DETALLE-CUENTA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3600-ACTUALIZAR-CONTADOR.

      *    CONTADOR es secuencial de un solo registro: REWRITE solo
      *    es valido a continuacion de un READ sobre ese mismo
      *    registro, asi que se reabre y relee antes de cada
      *    actualizacion, igual que en el ingreso.
           CLOSE CONTADOR.
           OPEN I-O CONTADOR.
           READ CONTADOR.
           IF WS-STATUS-CONTADOR NOT EQUAL '00'
              DISPLAY 'Error leyendo CONTADOR, status '
                 WS-STATUS-CONTADOR
           ELSE
              MOVE WS-ULTIMO-NRO-OPERACION TO CT-ULTIMO-NRO-OPERACION
              REWRITE CT-CONTADOR
              IF WS-STATUS-CONTADOR NOT EQUAL '00'
                 DISPLAY 'Error grabando CONTADOR, status '
                    WS-STATUS-CONTADOR
              END-IF
           END-IF.

       3600-ACTUALIZAR-CONTADOR-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3700-REVERTIR-DEBITO.

      *    El credito a la cuenta de ingresos no se grabo: se le
      *    vuelve al cliente el saldo que tenia antes del debito.
           MOVE WS-TC-NRO-CUENTA(WS-IDX-CUENTA) TO SA-NRO-CUENTA.
           READ SALDOS
               INVALID KEY
                  DISPLAY 'Error releyendo cuenta ' SA-NRO-CUENTA
                     ' para revertir debito de intereses, status '
                     WS-STATUS-SALDOS
                  GO TO 3700-REVERTIR-DEBITO-EXIT
           END-READ.

           MOVE WS-SALDO-ANT-CLIENTE TO SA-SALDO.
           REWRITE SA-SALDO-CUENTA.
           IF WS-STATUS-SALDOS NOT EQUAL '00'
              DISPLAY 'Error revirtiendo debito de intereses de cuenta '
                 SA-NRO-CUENTA ', status ' WS-STATUS-SALDOS
           END-IF.

       3700-REVERTIR-DEBITO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       4000-MARCAR-DEVENGAMIENTOS.

      *    DEVINTER se reabre I-O y cada devengamiento pendiente de
      *    una cuenta ya capitalizada se marca con REWRITE sobre el
      *    registro recien leido.
           OPEN I-O DEVINTER.
           IF WS-STATUS-DEVINTER NOT EQUAL '00'
              DISPLAY 'Error abriendo DEVINTER para marcar, status '
                 WS-STATUS-DEVINTER
              GO TO 4000-MARCAR-DEVENGAMIENTOS-EXIT
           END-IF.

           SET WS-HAY-MAS-REGISTROS TO TRUE.
           PERFORM 4100-MARCAR-DEVENGAMIENTO
              THRU 4100-MARCAR-DEVENGAMIENTO-EXIT
              UNTIL WS-NO-HAY-MAS-REGISTROS.
           CLOSE DEVINTER.

       4000-MARCAR-DEVENGAMIENTOS-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       4100-MARCAR-DEVENGAMIENTO.

           READ DEVINTER
               AT END
                  SET WS-NO-HAY-MAS-REGISTROS TO TRUE
                  GO TO 4100-MARCAR-DEVENGAMIENTO-EXIT
           END-READ.

           IF NOT DV-PENDIENTE
              GO TO 4100-MARCAR-DEVENGAMIENTO-EXIT
           END-IF.

           MOVE DV-NRO-CUENTA TO WS-CUENTA-BUSCADA.
           PERFORM 2300-BUSCAR-CUENTA
              THRU 2300-BUSCAR-CUENTA-EXIT.
           IF WS-CTA-NO-HALLADA
              GO TO 4100-MARCAR-DEVENGAMIENTO-EXIT
           END-IF.
           IF NOT WS-TC-CAPITALIZADA(WS-IDX-HALLADA)
              GO TO 4100-MARCAR-DEVENGAMIENTO-EXIT
           END-IF.

           SET DV-CAPITALIZADO TO TRUE.
           MOVE WS-FECHA-PROCESO-TEXTO TO DV-FECHA-CAPITALIZACION.
           MOVE WS-TC-NRO-OPERACION(WS-IDX-HALLADA)
             TO DV-NRO-OPERACION.
           REWRITE DV-DEVENGAMIENTO.
           IF WS-STATUS-DEVINTER NOT EQUAL '00'
              DISPLAY 'Error marcando DEVINTER, status '
                 WS-STATUS-DEVINTER ' - cuenta ' DV-NRO-CUENTA
           ELSE
              ADD 1 TO WS-CANT-MARCADOS
           END-IF.

       4100-MARCAR-DEVENGAMIENTO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       8000-EMITIR-TOTALES.

           MOVE ALL '-' TO RI-LINEA.
           WRITE RI-LINEA.

           MOVE WS-CANT-DEVENGAMIENTOS TO WS-CANT-EDIT.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'DEVENGAMIENTOS PENDIENTES .....: ' DELIMITED BY SIZE
                  WS-CANT-EDIT                        DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO RI-LINEA.
           WRITE RI-LINEA.

           MOVE WS-CANT-CAPITALIZADAS TO WS-CANT-EDIT.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'CUENTAS CAPITALIZADAS .........: ' DELIMITED BY SIZE
                  WS-CANT-EDIT                        DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO RI-LINEA.
           WRITE RI-LINEA.

           MOVE WS-CANT-SIN-IMPORTE TO WS-CANT-EDIT.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'CERRADAS SIN IMPORTE ..........: ' DELIMITED BY SIZE
                  WS-CANT-EDIT                        DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO RI-LINEA.
           WRITE RI-LINEA.

           IF WS-CANT-YA-CAPITALIZADAS > 0
              MOVE WS-CANT-YA-CAPITALIZADAS TO WS-CANT-EDIT
              MOVE SPACES TO WS-LINEA-REPORTE
              STRING 'YA CAPITALIZADAS HOY ..........: '
                                              DELIMITED BY SIZE
                     WS-CANT-EDIT             DELIMITED BY SIZE
                 INTO WS-LINEA-REPORTE
              MOVE WS-LINEA-REPORTE TO RI-LINEA
              WRITE RI-LINEA
           END-IF.

           MOVE WS-CANT-PENDIENTES TO WS-CANT-EDIT.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'CUENTAS QUE QUEDAN PENDIENTES .: ' DELIMITED BY SIZE
                  WS-CANT-EDIT                        DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO RI-LINEA.
           WRITE RI-LINEA.

           IF WS-CUENTAS-DESBORDADAS > 0
              MOVE WS-CUENTAS-DESBORDADAS TO WS-CANT-EDIT
              MOVE SPACES TO WS-LINEA-REPORTE
              STRING 'DEVENGAMIENTOS FUERA DE TABLA .: '
                                              DELIMITED BY SIZE
                     WS-CANT-EDIT             DELIMITED BY SIZE
                 INTO WS-LINEA-REPORTE
              MOVE WS-LINEA-REPORTE TO RI-LINEA
              WRITE RI-LINEA
           END-IF.

           MOVE ALL '-' TO RI-LINEA.
           WRITE RI-LINEA.

           DISPLAY 'CLCAPINT - Devengamientos pendientes: '
              WS-CANT-DEVENGAMIENTOS.
           DISPLAY 'CLCAPINT - Cuentas capitalizadas ..: '
              WS-CANT-CAPITALIZADAS.
           DISPLAY 'CLCAPINT - Cuentas pendientes .....: '
              WS-CANT-PENDIENTES.
           DISPLAY 'CLCAPINT - Devengamientos marcados : '
              WS-CANT-MARCADOS.

       8000-EMITIR-TOTALES-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       9000-FINALIZAR.

           CLOSE SALDOS CONTADOR SALDOJRN INTCAPIT REPINTER.

       9000-FINALIZAR-EXIT.
           EXIT.


       END PROGRAM CLCAPINT.
