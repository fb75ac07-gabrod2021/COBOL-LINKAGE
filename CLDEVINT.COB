      *----------------------------------------------------------------*
      *  Purpose: Devengamiento diario de intereses por descubierto.
      *           Recorre SALDOS y, por cada cuenta con saldo
      *           negativo, devenga interes por los dias corridos
      *           desde el devengamiento anterior: a la tasa de la
      *           linea de sobregiro (SOBGIROS) sobre lo utilizado
      *           dentro del importe acordado mientras la linea esta
      *           vigente, y a la tasa punitoria sobre lo que excede
      *           la linea, o sobre todo el descubierto si la linea
      *           vencio o la cuenta no tiene linea (tasa punitoria de
      *           la linea, o la general de PARINTER).  Cada cuenta
      *           deja un registro pendiente en DEVINTER, que la
      *           capitalizacion de fin de mes (CLCAPINT) debita.
      *           Se corre al comienzo de la cadena nocturna, antes
      *           del posteo: el saldo que encuentra es el del cierre
      *           del ultimo dia devengado, y ese saldo es el que rigio
      *           en cada dia corrido desde entonces (fines de semana
      *           y feriados incluidos).  La fecha de cada corrida
      *           queda en DEVCTL, asi los dias se cuentan desde la
      *           corrida anterior aunque esa no haya encontrado
      *           cuentas en descubierto.  Una segunda corrida en el
      *           mismo dia no vuelve a devengar.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CLDEVINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALDOS ASSIGN TO "SALDOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SA-NRO-CUENTA
               FILE STATUS IS WS-STATUS-SALDOS.

           SELECT SOBGIROS ASSIGN TO "SOBGIROS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SG-NRO-CUENTA
               FILE STATUS IS WS-STATUS-SOBGIROS.

           SELECT PARINTER ASSIGN TO "PARINTER"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARINTER.

           SELECT DEVINTER ASSIGN TO "DEVINTER"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-DEVINTER.

           SELECT DEVCTL ASSIGN TO "DEVCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-DEVCTL.


       DATA DIVISION.

       FILE SECTION.

       FD  SALDOS.
           COPY SALDOS.

       FD  SOBGIROS.
           COPY SOBGIRO.

       FD  PARINTER.
           COPY PARINTER.

       FD  DEVINTER.
           COPY DEVINTER.

       FD  DEVCTL.
           COPY DEVCTL.


       WORKING-STORAGE SECTION.

       01 WS-INDICADORES-ARCHIVO.
          05 WS-STATUS-SALDOS                  PIC X(02).
          05 WS-STATUS-SOBGIROS                PIC X(02).
          05 WS-STATUS-PARINTER                PIC X(02).
          05 WS-STATUS-DEVINTER                PIC X(02).
          05 WS-STATUS-DEVCTL                  PIC X(02).

       01 WS-FIN-ARCHIVO                       PIC X(01).
          88 WS-HAY-MAS-REGISTROS              VALUE 'N'.
          88 WS-NO-HAY-MAS-REGISTROS           VALUE 'S'.

       01 WS-SOBGIROS-DISPONIBLE               PIC X(01) VALUE 'N'.
          88 WS-HAY-SOBGIROS                   VALUE 'S'.
          88 WS-NO-HAY-SOBGIROS                VALUE 'N'.

       01 WS-DEVENGAMIENTO-DEL-DIA             PIC X(01).
          88 WS-DEVENGAR                       VALUE 'S'.
          88 WS-YA-DEVENGADO                   VALUE 'N'.

       01 WS-RECORRIDA-SALDOS                  PIC X(01) VALUE 'N'.
          88 WS-SALDOS-RECORRIDOS              VALUE 'S'.
          88 WS-SALDOS-NO-RECORRIDOS           VALUE 'N'.

      *    -- fecha del dia de proceso --------------------------------*
       01 WS-FECHA-PROCESO.
          05 WS-FECHA-PROC-ANIO                PIC 9(04).
          05 WS-FECHA-PROC-MES                 PIC 9(02).
          05 WS-FECHA-PROC-DIA                 PIC 9(02).
       01 WS-FECHA-PROCESO-NUM                 PIC 9(08).
       01 WS-FECHA-PROCESO-TEXTO               PIC X(10).

      *    -- conversion de fechas dd-mm-aaaa a aaaammdd --------------*
       01 WS-FECHA-TEXTO                       PIC X(10).
       01 WS-FECHA-CONV-NUM                    PIC 9(08).
       01 WS-FECHA-CONV-DES REDEFINES WS-FECHA-CONV-NUM.
          05 WS-FCV-ANIO                       PIC 9(04).
          05 WS-FCV-MES                        PIC 9(02).
          05 WS-FCV-DIA                        PIC 9(02).
       01 WS-FECHA-CONVERTIDA                  PIC X(01).
          88 WS-CONVERSION-OK                  VALUE 'S'.
          88 WS-CONVERSION-NOTOK               VALUE 'N'.

      *    -- dias corridos desde el ultimo devengamiento -------------*
       01 WS-ULTIMO-DEVENGAMIENTO              PIC 9(08) VALUE ZERO.
       01 WS-ULTIMO-DEVINTER                   PIC 9(08) VALUE ZERO.
       01 WS-FECHA-CALCULO                     PIC 9(08).
       01 WS-FECHA-CALCULO-DES REDEFINES WS-FECHA-CALCULO.
          05 WS-FC-ANIO                        PIC 9(04).
          05 WS-FC-MES                         PIC 9(02).
          05 WS-FC-DIA                         PIC 9(02).
       01 WS-DIAS-DEVENGAR                     PIC 9(03) COMP.

      *    -- dias por mes, para el avance de fechas ------------------*
       01 WS-TABLA-DIAS-MES-DATOS.
          05 FILLER                            PIC 9(02) VALUE 31.
          05 FILLER                            PIC 9(02) VALUE 28.
          05 FILLER                            PIC 9(02) VALUE 31.
          05 FILLER                            PIC 9(02) VALUE 30.
          05 FILLER                            PIC 9(02) VALUE 31.
          05 FILLER                            PIC 9(02) VALUE 30.
          05 FILLER                            PIC 9(02) VALUE 31.
          05 FILLER                            PIC 9(02) VALUE 31.
          05 FILLER                            PIC 9(02) VALUE 30.
          05 FILLER                            PIC 9(02) VALUE 31.
          05 FILLER                            PIC 9(02) VALUE 30.
          05 FILLER                            PIC 9(02) VALUE 31.
       01 WS-TABLA-DIAS-MES REDEFINES WS-TABLA-DIAS-MES-DATOS.
          05 WS-DIAS-MES OCCURS 12 TIMES       PIC 9(02).
       01 WS-DIAS-MES-MAX                      PIC 9(02).
       01 WS-COCIENTE                          PIC 9(06).
       01 WS-RESTO-4                           PIC 9(04).
       01 WS-RESTO-100                         PIC 9(04).
       01 WS-RESTO-400                         PIC 9(04).
       01 WS-ES-BISIESTO                       PIC X(01).
          88 WS-ANIO-BISIESTO                  VALUE 'S'.
          88 WS-ANIO-NO-BISIESTO               VALUE 'N'.

      *    -- parametros vigentes (PARINTER o valores por omision) ----*
       01 WS-DIAS-ANIO                         PIC 9(03) VALUE 365.
       01 WS-TASA-PUNITORIA-GENERAL            PIC 9(03)V9(04)
                                                VALUE ZERO.

      *    -- calculo de la cuenta en descubierto ---------------------*
       01 WS-IMPORTE-DESCUBIERTO               PIC 9(12)V9(02).

       01 WS-TOTALES.
          05 WS-CANT-LEIDAS                    PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-DESCUBIERTO               PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-DEVENGADAS                PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-PUNITORIAS                PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-SIN-TASA                  PIC 9(07) COMP
                                                VALUE ZERO.


       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIALIZAR
              THRU 1000-INICIALIZAR-EXIT.

           IF WS-DEVENGAR
              IF WS-STATUS-SALDOS EQUAL '00'
                 SET WS-HAY-MAS-REGISTROS TO TRUE
                 PERFORM 2000-PROCESAR-SALDO
                    THRU 2000-PROCESAR-SALDO-EXIT
                    UNTIL WS-NO-HAY-MAS-REGISTROS
                 SET WS-SALDOS-RECORRIDOS TO TRUE
              ELSE
                 DISPLAY 'SALDOS no disponible, status '
                    WS-STATUS-SALDOS
              END-IF
           END-IF.

           PERFORM 8000-INFORMAR-TOTALES
              THRU 8000-INFORMAR-TOTALES-EXIT.

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

           PERFORM 1100-LEER-PARAMETROS
              THRU 1100-LEER-PARAMETROS-EXIT.

           PERFORM 1200-CALCULAR-DIAS
              THRU 1200-CALCULAR-DIAS-EXIT.

           IF WS-YA-DEVENGADO
              GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           OPEN INPUT SALDOS.

           OPEN INPUT SOBGIROS.
           IF WS-STATUS-SOBGIROS EQUAL '00'
              SET WS-HAY-SOBGIROS TO TRUE
           END-IF.

           OPEN EXTEND DEVINTER.
           IF WS-STATUS-DEVINTER EQUAL '35'
              OPEN OUTPUT DEVINTER
              CLOSE DEVINTER
              OPEN EXTEND DEVINTER
           END-IF.

       1000-INICIALIZAR-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       1100-LEER-PARAMETROS.

      *    Sin PARINTER se prorratea sobre 365 dias y la cuenta sin
      *    tasa punitoria propia no devenga punitorios.
           OPEN INPUT PARINTER.
           IF WS-STATUS-PARINTER NOT EQUAL '00'
              DISPLAY 'PARINTER no disponible, status '
                 WS-STATUS-PARINTER ': se usan valores por omision.'
              GO TO 1100-LEER-PARAMETROS-EXIT
           END-IF.

           READ PARINTER
               AT END
                  DISPLAY 'PARINTER vacio: se usan valores por'
                     ' omision.'
               NOT AT END
                  IF PI-DIAS-ANIO EQUAL 360
                  OR PI-DIAS-ANIO EQUAL 365
                     MOVE PI-DIAS-ANIO TO WS-DIAS-ANIO
                  ELSE
                     DISPLAY 'PARINTER con dias del anio invalidos ('
                        PI-DIAS-ANIO '): se usan 365.'
                  END-IF
                  IF PI-TASA-PUNITORIA IS NUMERIC
                     MOVE PI-TASA-PUNITORIA
                       TO WS-TASA-PUNITORIA-GENERAL
                  END-IF
           END-READ.
           CLOSE PARINTER.

       1100-LEER-PARAMETROS-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       1200-CALCULAR-DIAS.

      *    El devengamiento anterior es la fecha de la ultima corrida
      *    que guarda DEVCTL.  Sin DEVCTL (antes de la primera corrida
      *    que lo graba) se toma la fecha mas alta de DEVINTER, y sin
      *    ninguna de las dos se devenga un solo dia.  Con DEVCTL o
      *    DEVINTER ya al dia de hoy no se vuelve a devengar: DEVINTER
      *    cubre la corrida que se corto antes de grabar DEVCTL.
           SET WS-DEVENGAR TO TRUE.
           MOVE 1 TO WS-DIAS-DEVENGAR.

           PERFORM 1220-LEER-CONTROL
              THRU 1220-LEER-CONTROL-EXIT.

           OPEN INPUT DEVINTER.
           IF WS-STATUS-DEVINTER EQUAL '00'
              SET WS-HAY-MAS-REGISTROS TO TRUE
              PERFORM 1210-LEER-DEVENGAMIENTO
                 THRU 1210-LEER-DEVENGAMIENTO-EXIT
                 UNTIL WS-NO-HAY-MAS-REGISTROS
              CLOSE DEVINTER
           END-IF.

           IF WS-ULTIMO-DEVENGAMIENTO NOT < WS-FECHA-PROCESO-NUM
           OR WS-ULTIMO-DEVINTER NOT < WS-FECHA-PROCESO-NUM
              SET WS-YA-DEVENGADO TO TRUE
              DISPLAY 'CLDEVINT - Intereses ya devengados al '
                 WS-FECHA-PROCESO-TEXTO ': no se devenga de nuevo.'
              GO TO 1200-CALCULAR-DIAS-EXIT
           END-IF.

           IF WS-ULTIMO-DEVENGAMIENTO EQUAL ZERO
              MOVE WS-ULTIMO-DEVINTER TO WS-ULTIMO-DEVENGAMIENTO
           END-IF.
           IF WS-ULTIMO-DEVENGAMIENTO EQUAL ZERO
              GO TO 1200-CALCULAR-DIAS-EXIT
           END-IF.

      *    Se cuentan los dias avanzando de a uno desde el ultimo
      *    devengamiento; el tope de un anio corta una fecha danada.
           MOVE WS-ULTIMO-DEVENGAMIENTO TO WS-FECHA-CALCULO.
           MOVE ZERO TO WS-DIAS-DEVENGAR.
           PERFORM 1300-AVANZAR-UN-DIA
              THRU 1300-AVANZAR-UN-DIA-EXIT
              UNTIL WS-FECHA-CALCULO NOT < WS-FECHA-PROCESO-NUM
                 OR WS-DIAS-DEVENGAR NOT < 366.

       1200-CALCULAR-DIAS-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       1210-LEER-DEVENGAMIENTO.

           READ DEVINTER
               AT END
                  SET WS-NO-HAY-MAS-REGISTROS TO TRUE
               NOT AT END
                  MOVE DV-FECHA-DEVENGAMIENTO TO WS-FECHA-TEXTO
                  PERFORM 2300-CONVERTIR-FECHA
                     THRU 2300-CONVERTIR-FECHA-EXIT
                  IF WS-CONVERSION-OK
                  AND WS-FECHA-CONV-NUM > WS-ULTIMO-DEVINTER
                     MOVE WS-FECHA-CONV-NUM TO WS-ULTIMO-DEVINTER
                  END-IF
           END-READ.

       1210-LEER-DEVENGAMIENTO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       1220-LEER-CONTROL.

           OPEN INPUT DEVCTL.
           IF WS-STATUS-DEVCTL NOT EQUAL '00'
              GO TO 1220-LEER-CONTROL-EXIT
           END-IF.

           READ DEVCTL.
           IF WS-STATUS-DEVCTL EQUAL '00'
           AND DC-FECHA-ULTIMO-DEVENGAMIENTO IS NUMERIC
              MOVE DC-FECHA-ULTIMO-DEVENGAMIENTO
                TO WS-ULTIMO-DEVENGAMIENTO
           END-IF.
           CLOSE DEVCTL.

       1220-LEER-CONTROL-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       1300-AVANZAR-UN-DIA.

           ADD 1 TO WS-DIAS-DEVENGAR.
           PERFORM 1310-CALCULAR-DIAS-MES
              THRU 1310-CALCULAR-DIAS-MES-EXIT.
           IF WS-FC-DIA < WS-DIAS-MES-MAX
              ADD 1 TO WS-FC-DIA
           ELSE
              MOVE 1 TO WS-FC-DIA
              IF WS-FC-MES < 12
                 ADD 1 TO WS-FC-MES
              ELSE
                 MOVE 1 TO WS-FC-MES
                 ADD 1 TO WS-FC-ANIO
              END-IF
           END-IF.

       1300-AVANZAR-UN-DIA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       1310-CALCULAR-DIAS-MES.

           DIVIDE WS-FC-ANIO BY 4   GIVING WS-COCIENTE
                                    REMAINDER WS-RESTO-4.
           DIVIDE WS-FC-ANIO BY 100 GIVING WS-COCIENTE
                                    REMAINDER WS-RESTO-100.
           DIVIDE WS-FC-ANIO BY 400 GIVING WS-COCIENTE
                                    REMAINDER WS-RESTO-400.

           IF WS-RESTO-400 EQUAL 0
              SET WS-ANIO-BISIESTO TO TRUE
           ELSE
              IF WS-RESTO-100 EQUAL 0
                 SET WS-ANIO-NO-BISIESTO TO TRUE
              ELSE
                 IF WS-RESTO-4 EQUAL 0
                    SET WS-ANIO-BISIESTO TO TRUE
                 ELSE
                    SET WS-ANIO-NO-BISIESTO TO TRUE
                 END-IF
              END-IF
           END-IF.

           MOVE WS-DIAS-MES(WS-FC-MES) TO WS-DIAS-MES-MAX.
           IF WS-FC-MES EQUAL 2 AND WS-ANIO-BISIESTO
              MOVE 29 TO WS-DIAS-MES-MAX
           END-IF.

       1310-CALCULAR-DIAS-MES-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2000-PROCESAR-SALDO.

           READ SALDOS
               AT END
                  SET WS-NO-HAY-MAS-REGISTROS TO TRUE
               NOT AT END
                  ADD 1 TO WS-CANT-LEIDAS
                  IF SA-SALDO < ZEROS
                     ADD 1 TO WS-CANT-DESCUBIERTO
                     PERFORM 2100-DEVENGAR-CUENTA
                        THRU 2100-DEVENGAR-CUENTA-EXIT
                  END-IF
           END-READ.

       2000-PROCESAR-SALDO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2100-DEVENGAR-CUENTA.

           COMPUTE WS-IMPORTE-DESCUBIERTO = ZERO - SA-SALDO.

           INITIALIZE DV-DEVENGAMIENTO.
           MOVE WS-FECHA-PROCESO-TEXTO TO DV-FECHA-DEVENGAMIENTO.
           MOVE SA-NRO-CUENTA          TO DV-NRO-CUENTA.
           MOVE SA-COD-MONEDA          TO DV-COD-MONEDA.
           MOVE SA-SALDO               TO DV-SALDO.
           MOVE WS-DIAS-DEVENGAR       TO DV-DIAS.
           SET DV-PENDIENTE            TO TRUE.
           MOVE WS-TASA-PUNITORIA-GENERAL TO DV-TASA-PUNITORIA.

           PERFORM 2200-BUSCAR-LINEA
              THRU 2200-BUSCAR-LINEA-EXIT.

      *    Dentro de la linea vigente rige su tasa; el excedente, y
      *    todo el descubierto sin linea vigente, va a punitoria.
           IF DV-LINEA-VIGENTE
              IF WS-IMPORTE-DESCUBIERTO > SG-IMPORTE-LINEA
                 MOVE SG-IMPORTE-LINEA TO DV-BASE-LINEA
              ELSE
                 MOVE WS-IMPORTE-DESCUBIERTO TO DV-BASE-LINEA
              END-IF
           END-IF.
           COMPUTE DV-BASE-PUNITORIA =
                   WS-IMPORTE-DESCUBIERTO - DV-BASE-LINEA.

           COMPUTE DV-INTERES-LINEA ROUNDED =
                   DV-BASE-LINEA * DV-TASA-LINEA * DV-DIAS
                 / (100 * WS-DIAS-ANIO).
           COMPUTE DV-INTERES-PUNITORIO ROUNDED =
                   DV-BASE-PUNITORIA * DV-TASA-PUNITORIA * DV-DIAS
                 / (100 * WS-DIAS-ANIO).

           IF DV-BASE-PUNITORIA > ZERO
              ADD 1 TO WS-CANT-PUNITORIAS
           END-IF.

           IF DV-INTERES-LINEA EQUAL ZERO
           AND DV-INTERES-PUNITORIO EQUAL ZERO
              ADD 1 TO WS-CANT-SIN-TASA
              DISPLAY 'Cuenta ' SA-NRO-CUENTA
                 ' en descubierto sin tasa aplicable: no devenga.'
              GO TO 2100-DEVENGAR-CUENTA-EXIT
           END-IF.

           WRITE DV-DEVENGAMIENTO.
           IF WS-STATUS-DEVINTER NOT EQUAL '00'
              DISPLAY 'Error grabando DEVINTER, status '
                 WS-STATUS-DEVINTER ' - cuenta ' SA-NRO-CUENTA
           ELSE
              ADD 1 TO WS-CANT-DEVENGADAS
           END-IF.

       2100-DEVENGAR-CUENTA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2200-BUSCAR-LINEA.

      *    La linea rige hasta su vencimiento inclusive, igual que en
      *    el posteo.  La tasa punitoria propia de la linea, vigente o
      *    vencida, reemplaza a la general.
           SET DV-LINEA-INEXISTENTE TO TRUE.
           IF WS-NO-HAY-SOBGIROS
              GO TO 2200-BUSCAR-LINEA-EXIT
           END-IF.

           MOVE SA-NRO-CUENTA TO SG-NRO-CUENTA.
           READ SOBGIROS
               INVALID KEY
                  GO TO 2200-BUSCAR-LINEA-EXIT
           END-READ.

           IF SG-TASA-PUNITORIA IS NUMERIC
           AND SG-TASA-PUNITORIA > ZERO
              MOVE SG-TASA-PUNITORIA TO DV-TASA-PUNITORIA
           END-IF.

           MOVE SG-FECHA-VENCIMIENTO TO WS-FECHA-TEXTO.
           PERFORM 2300-CONVERTIR-FECHA
              THRU 2300-CONVERTIR-FECHA-EXIT.
           IF WS-CONVERSION-OK
           AND WS-FECHA-CONV-NUM >= WS-FECHA-PROCESO-NUM
              SET DV-LINEA-VIGENTE TO TRUE
              IF SG-TASA-LINEA IS NUMERIC
                 MOVE SG-TASA-LINEA TO DV-TASA-LINEA
              END-IF
           ELSE
              SET DV-LINEA-VENCIDA TO TRUE
           END-IF.

       2200-BUSCAR-LINEA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2300-CONVERTIR-FECHA.

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

       2300-CONVERTIR-FECHA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       8000-INFORMAR-TOTALES.

           DISPLAY 'CLDEVINT - Dias devengados ........: '
              WS-DIAS-DEVENGAR.
           DISPLAY 'CLDEVINT - Cuentas revisadas ......: '
              WS-CANT-LEIDAS.
           DISPLAY 'CLDEVINT - Cuentas en descubierto .: '
              WS-CANT-DESCUBIERTO.
           DISPLAY 'CLDEVINT - Devengamientos grabados : '
              WS-CANT-DEVENGADAS.
           DISPLAY 'CLDEVINT - Con tramo punitorio ....: '
              WS-CANT-PUNITORIAS.
           DISPLAY 'CLDEVINT - Sin tasa aplicable .....: '
              WS-CANT-SIN-TASA.

       8000-INFORMAR-TOTALES-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       9000-FINALIZAR.

           IF WS-DEVENGAR
              CLOSE SALDOS DEVINTER
              IF WS-HAY-SOBGIROS
                 CLOSE SOBGIROS
              END-IF
           END-IF.

      *    Solo la corrida que recorrio SALDOS corre la fecha: si
      *    SALDOS no estaba, los dias quedan para la proxima.
           IF WS-SALDOS-RECORRIDOS
              PERFORM 9100-GRABAR-CONTROL
                 THRU 9100-GRABAR-CONTROL-EXIT
           END-IF.

       9000-FINALIZAR-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       9100-GRABAR-CONTROL.

           OPEN I-O DEVCTL.
           IF WS-STATUS-DEVCTL EQUAL '35'
              OPEN OUTPUT DEVCTL
              MOVE ZEROS TO DC-FECHA-ULTIMO-DEVENGAMIENTO
              WRITE DC-CONTROL-DEVENGAMIENTO
              CLOSE DEVCTL
              OPEN I-O DEVCTL
           END-IF.

           READ DEVCTL.
           IF WS-STATUS-DEVCTL NOT EQUAL '00'
              DISPLAY 'Error leyendo DEVCTL, status '
                 WS-STATUS-DEVCTL
           ELSE
              MOVE WS-FECHA-PROCESO-NUM
                TO DC-FECHA-ULTIMO-DEVENGAMIENTO
              REWRITE DC-CONTROL-DEVENGAMIENTO
              IF WS-STATUS-DEVCTL NOT EQUAL '00'
                 DISPLAY 'Error grabando DEVCTL, status '
                    WS-STATUS-DEVCTL
              END-IF
           END-IF.

           CLOSE DEVCTL.

       9100-GRABAR-CONTROL-EXIT.
           EXIT.


       END PROGRAM CLDEVINT.
