      *----------------------------------------------------------------*
      *  Purpose: Mantenimiento de las tablas de parametros generales,
      *           solo para supervisores firmados por CLSIGNON: el
      *           calendario de feriados (FERIADOS), los prefijos de
      *           bancos externos (BANCOEXT) y el umbral de doble
      *           control (UMBRALAP).  Las tablas son secuenciales: se
      *           cargan enteras al inicio y se reescriben completas
      *           despues de cada cambio.  Los feriados tienen que ser
      *           fechas dd-mm-aaaa validas y no repetidas.  Cada
      *           cambio queda auditado en AUDITAB con imagen anterior
      *           y posterior.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CLMANPAR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FERIADOS ASSIGN TO "FERIADOS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-FERIADOS.

           SELECT BANCOEXT ASSIGN TO "BANCOEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-BANCOEXT.

           SELECT UMBRALAP ASSIGN TO "UMBRALAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-UMBRALAP.

           SELECT AUDITAB ASSIGN TO "AUDITAB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDITAB.


       DATA DIVISION.

       FILE SECTION.

       FD  FERIADOS.
           COPY FERIADO.

       FD  BANCOEXT.
           COPY BANCOEXT.

       FD  UMBRALAP.
           COPY UMBRAL.

       FD  AUDITAB.
           COPY AUDITAB.


       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
          05 WS-LINEA                          PIC X(72) VALUE ALL '-'.

       01 WS-INDICADORES.
          05 WS-STATUS-FERIADOS                PIC X(02).
          05 WS-STATUS-BANCOEXT                PIC X(02).
          05 WS-STATUS-UMBRALAP                PIC X(02).
          05 WS-STATUS-AUDITAB                 PIC X(02).
          05 WS-CONTINUAR                      PIC X(01) VALUE 'S'.
             88 WS-OTRA-OPERACION              VALUE 'S' 's'.
             88 WS-FINALIZAR                   VALUE 'N' 'n'.
          05 WS-FIN-ARCHIVO                    PIC X(01).
             88 WS-HAY-MAS-REGISTROS           VALUE 'S'.
             88 WS-NO-HAY-MAS-REGISTROS        VALUE 'N'.

      *    Una tabla que no se pudo leer entera no se reescribe: la
      *    reescritura perderia los registros que no se cargaron.
       01 WS-DISPONIBILIDAD.
          05 WS-FERIADOS-DISPONIBLE            PIC X(01) VALUE 'N'.
             88 WS-HAY-FERIADOS                VALUE 'S'.
             88 WS-NO-HAY-FERIADOS             VALUE 'N'.
          05 WS-BANCOEXT-DISPONIBLE            PIC X(01) VALUE 'N'.
             88 WS-HAY-BANCOEXT                VALUE 'S'.
             88 WS-NO-HAY-BANCOEXT             VALUE 'N'.
          05 WS-UMBRALAP-DISPONIBLE            PIC X(01) VALUE 'N'.
             88 WS-HAY-UMBRALAP                VALUE 'S'.
             88 WS-NO-HAY-UMBRALAP             VALUE 'N'.
          05 WS-UMBRAL-CARGADO                 PIC X(01) VALUE 'N'.
             88 WS-HAY-UMBRAL                  VALUE 'S'.
             88 WS-NO-HAY-UMBRAL               VALUE 'N'.

       01 WS-OPERADOR                          PIC X(08) VALUE SPACES.
       01 WS-CANT-OPER-SESION                  PIC 9(07) VALUE ZERO.

       COPY OPERSES_WS.

       01 WS-TABLA-ELEGIDA                     PIC X(01).
          88 WS-TAB-FERIADOS                   VALUE 'F' 'f'.
          88 WS-TAB-BANCOS                     VALUE 'B' 'b'.
          88 WS-TAB-UMBRAL                     VALUE 'U' 'u'.

       01 WS-ACCION                            PIC X(01).
          88 WS-ACC-ALTA                       VALUE 'A' 'a'.
          88 WS-ACC-MODIFICACION               VALUE 'M' 'm'.
          88 WS-ACC-BAJA                       VALUE 'B' 'b'.
          88 WS-ACC-CONSULTA                   VALUE 'C' 'c'.

       01 WS-GRABACION                         PIC X(01).
          88 WS-GRABACION-OK                   VALUE 'S'.
          88 WS-GRABACION-NOTOK                VALUE 'N'.
       01 WS-CONFIRMACION                      PIC X(01).
          88 WS-CONFIRMADO                     VALUE 'S' 's'.

      *    -- feriados, con el tope de CLLIBERA, CLORDGEN y CLCADENA --*
       01 WS-TABLA-FERIADOS.
          05 WS-CANT-FERIADOS                  PIC 9(03) COMP
                                                VALUE ZERO.
          05 WS-FERIADO-DET OCCURS 100 TIMES.
             10 WS-FERIADO-FECHA               PIC X(10).
       01 WS-MAX-FERIADOS                      PIC 9(03) COMP
                                                VALUE 100.

      *    -- bancos externos, con el tope de CLVALTRAN, CLPOSTEO y
      *       CLINTERB ----------------------------------------------*
       01 WS-TABLA-BANCOS.
          05 WS-CANT-BANCOS                    PIC 9(03) COMP
                                                VALUE ZERO.
          05 WS-BANCO-DET OCCURS 20 TIMES.
             10 WS-BANCO-PREFIJO               PIC X(04).
             10 WS-BANCO-NOMBRE                PIC X(30).
       01 WS-MAX-BANCOS                        PIC 9(03) COMP
                                                VALUE 20.

       01 WS-IMPORTE-UMBRAL                    PIC 9(10)V9(02).

       01 WS-IDX                               PIC 9(03) COMP.
       01 WS-IDX-SIGUIENTE                     PIC 9(03) COMP.
       01 WS-POS-FERIADO                       PIC 9(03) COMP.
       01 WS-POS-BANCO                         PIC 9(03) COMP.
       01 WS-CANT-EDIT                         PIC ZZ9.

      *    -- datos ingresados ----------------------------------------*
       01 WS-FECHA-INGRESADA                   PIC X(10).
       01 WS-PREFIJO-INGRESADO                 PIC X(04).
       01 WS-NUEVO-NOMBRE                      PIC X(30).
       01 WS-NUEVO-UMBRAL                      PIC 9(10)V9(02).

      *    -- validacion de calendario del feriado -------------------*
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
       01 WS-FECHA-DIA-X                       PIC X(02).
       01 WS-FECHA-MES-X                       PIC X(02).
       01 WS-FECHA-ANIO-X                      PIC X(04).
       01 WS-FP-DIA                            PIC 9(02).
       01 WS-FP-MES                            PIC 9(02).
       01 WS-FP-ANIO                           PIC 9(04).
       01 WS-DIAS-MES-MAX                      PIC 9(02).
       01 WS-COCIENTE                          PIC 9(06).
       01 WS-RESTO-4                           PIC 9(04).
       01 WS-RESTO-100                         PIC 9(04).
       01 WS-RESTO-400                         PIC 9(04).
       01 WS-FECHA-ES-VALIDA                   PIC X(01).
          88 WS-FECHA-VALIDA                   VALUE 'S'.
          88 WS-FECHA-INVALIDA                 VALUE 'N'.

      *    -- auditoria ----------------------------------------------*
       01 WS-AUD-TABLA                         PIC X(08).
       01 WS-AUD-CLAVE                         PIC X(40).
       01 WS-IMAGEN-ANTES                      PIC X(80).
       01 WS-IMAGEN-DESPUES                    PIC X(80).

       01 WS-FECHA-SISTEMA.
          05 WS-FECHA-SIS-ANIO                 PIC 9(04).
          05 WS-FECHA-SIS-MES                  PIC 9(02).
          05 WS-FECHA-SIS-DIA                  PIC 9(02).
       01 WS-FECHA-SISTEMA-TEXTO               PIC X(10).
       01 WS-HORA-SISTEMA.
          05 WS-HORA-SIS-HH                    PIC 9(02).
          05 WS-HORA-SIS-MM                    PIC 9(02).
          05 WS-HORA-SIS-SS                    PIC 9(02).
          05 FILLER                            PIC 9(02).
       01 WS-HORA-SISTEMA-TEXTO                PIC X(08).

       01 WS-IMPORTE-EDIT                      PIC Z(9)9,99.


       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIALIZAR
              THRU 1000-INICIALIZAR-EXIT.

      *    Sin firma de supervisor no se toca ninguna tabla.
           IF WS-SES-OK
              PERFORM 2000-ATENDER-OPERACION
                 THRU 2000-ATENDER-OPERACION-EXIT
                 UNTIL WS-FINALIZAR

              PERFORM 9000-FINALIZAR
                 THRU 9000-FINALIZAR-EXIT
           END-IF.

           STOP RUN.


      *----------------------------------------------------------------*
       1000-INICIALIZAR.

           PERFORM 1100-FIRMAR-OPERADOR
              THRU 1100-FIRMAR-OPERADOR-EXIT.
           IF WS-SES-NOTOK
              GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           STRING WS-FECHA-SIS-DIA  DELIMITED BY SIZE
                  '-'               DELIMITED BY SIZE
                  WS-FECHA-SIS-MES  DELIMITED BY SIZE
                  '-'               DELIMITED BY SIZE
                  WS-FECHA-SIS-ANIO DELIMITED BY SIZE
             INTO WS-FECHA-SISTEMA-TEXTO.

      *    La tabla que todavia no existe empieza vacia y se crea con
      *    la primera alta.
           SET WS-HAY-FERIADOS TO TRUE.
           OPEN INPUT FERIADOS.
           EVALUATE WS-STATUS-FERIADOS
              WHEN '00'
                 SET WS-HAY-MAS-REGISTROS TO TRUE
                 PERFORM 1200-CARGAR-FERIADOS
                    THRU 1200-CARGAR-FERIADOS-EXIT
                    UNTIL WS-NO-HAY-MAS-REGISTROS
                 CLOSE FERIADOS
              WHEN '35'
                 CONTINUE
              WHEN OTHER
                 SET WS-NO-HAY-FERIADOS TO TRUE
                 DISPLAY 'FERIADOS no disponible, status '
                    WS-STATUS-FERIADOS
           END-EVALUATE.

           SET WS-HAY-BANCOEXT TO TRUE.
           OPEN INPUT BANCOEXT.
           EVALUATE WS-STATUS-BANCOEXT
              WHEN '00'
                 SET WS-HAY-MAS-REGISTROS TO TRUE
                 PERFORM 1300-CARGAR-BANCOS
                    THRU 1300-CARGAR-BANCOS-EXIT
                    UNTIL WS-NO-HAY-MAS-REGISTROS
                 CLOSE BANCOEXT
              WHEN '35'
                 CONTINUE
              WHEN OTHER
                 SET WS-NO-HAY-BANCOEXT TO TRUE
                 DISPLAY 'BANCOEXT no disponible, status '
                    WS-STATUS-BANCOEXT
           END-EVALUATE.

      *    El umbral es un unico registro; sin el, el doble control
      *    queda deshabilitado en el ingreso (CL16EJ01).
           SET WS-HAY-UMBRALAP TO TRUE.
           OPEN INPUT UMBRALAP.
           EVALUATE WS-STATUS-UMBRALAP
              WHEN '00'
                 READ UMBRALAP
                 IF WS-STATUS-UMBRALAP EQUAL '00'
                    SET WS-HAY-UMBRAL TO TRUE
                    MOVE UM-IMPORTE-UMBRAL TO WS-IMPORTE-UMBRAL
                 END-IF
                 CLOSE UMBRALAP
              WHEN '35'
                 CONTINUE
              WHEN OTHER
                 SET WS-NO-HAY-UMBRALAP TO TRUE
                 DISPLAY 'UMBRALAP no disponible, status '
                    WS-STATUS-UMBRALAP
           END-EVALUATE.

           OPEN EXTEND AUDITAB.
           IF WS-STATUS-AUDITAB EQUAL '35'
              OPEN OUTPUT AUDITAB
              CLOSE AUDITAB
              OPEN EXTEND AUDITAB
           END-IF.

       1000-INICIALIZAR-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       1100-FIRMAR-OPERADOR.

      *    La identidad del operador la controla la rutina comun de
      *    firma contra el maestro OPERMAST, con constancia de la
      *    sesion en SESIONLG; solo entra el rol supervisor.
           INITIALIZE WS-SESION.
           SET WS-SES-MODO-APERTURA TO TRUE.
           MOVE 'CLMANPAR' TO WS-SES-PROGRAMA.
           SET WS-SES-REQUIERE-SUPERVISOR TO TRUE.
           CALL 'CLSIGNON' USING WS-SESION.

           IF WS-SES-OK
              MOVE WS-SES-ID-OPERADOR TO WS-OPERADOR
           ELSE
              DISPLAY 'Firma de supervisor fallida: fin del'
                 ' mantenimiento.'
           END-IF.

       1100-FIRMAR-OPERADOR-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       1200-CARGAR-FERIADOS.

           READ FERIADOS
               AT END
                  SET WS-NO-HAY-MAS-REGISTROS TO TRUE
               NOT AT END
                  IF WS-CANT-FERIADOS < WS-MAX-FERIADOS
                     ADD 1 TO WS-CANT-FERIADOS
                     MOVE FE-FECHA
                       TO WS-FERIADO-FECHA(WS-CANT-FERIADOS)
                  ELSE
                     SET WS-NO-HAY-FERIADOS TO TRUE
                     SET WS-NO-HAY-MAS-REGISTROS TO TRUE
                     MOVE WS-MAX-FERIADOS TO WS-CANT-EDIT
                     DISPLAY 'FERIADOS supera las ' WS-CANT-EDIT
                        ' fechas: solo consulta, depurar la tabla.'
                  END-IF
           END-READ.

       1200-CARGAR-FERIADOS-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       1300-CARGAR-BANCOS.

           READ BANCOEXT
               AT END
                  SET WS-NO-HAY-MAS-REGISTROS TO TRUE
               NOT AT END
                  IF WS-CANT-BANCOS < WS-MAX-BANCOS
                     ADD 1 TO WS-CANT-BANCOS
                     MOVE BE-BANCO-EXTERNO
                       TO WS-BANCO-DET(WS-CANT-BANCOS)
                  ELSE
                     SET WS-NO-HAY-BANCOEXT TO TRUE
                     SET WS-NO-HAY-MAS-REGISTROS TO TRUE
                     MOVE WS-MAX-BANCOS TO WS-CANT-EDIT
                     DISPLAY 'BANCOEXT supera los ' WS-CANT-EDIT
                        ' bancos: solo consulta, depurar la tabla.'
                  END-IF
           END-READ.

       1300-CARGAR-BANCOS-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2000-ATENDER-OPERACION.

           DISPLAY WS-LINEA.
           DISPLAY 'Tabla: F-Feriados B-Bancos externos U-Umbral de'
              ' doble control '
           ACCEPT WS-TABLA-ELEGIDA.
           DISPLAY 'Accion: A-Alta M-Modificar B-Baja C-Consultar '
           ACCEPT WS-ACCION.

           MOVE SPACES TO WS-IMAGEN-ANTES WS-IMAGEN-DESPUES.

           EVALUATE TRUE
              WHEN WS-TAB-FERIADOS
                 PERFORM 3000-MANTENER-FERIADO
                    THRU 3000-MANTENER-FERIADO-EXIT
              WHEN WS-TAB-BANCOS
                 PERFORM 4000-MANTENER-BANCO
                    THRU 4000-MANTENER-BANCO-EXIT
              WHEN WS-TAB-UMBRAL
                 PERFORM 5000-MANTENER-UMBRAL
                    THRU 5000-MANTENER-UMBRAL-EXIT
              WHEN OTHER
                 DISPLAY 'Tabla invalida: ' WS-TABLA-ELEGIDA
           END-EVALUATE.

           DISPLAY WS-LINEA.
           DISPLAY 'Desea realizar otra operacion? (S/N) '
           ACCEPT WS-CONTINUAR.

       2000-ATENDER-OPERACION-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3000-MANTENER-FERIADO.

           MOVE 'FERIADOS' TO WS-AUD-TABLA.

           EVALUATE TRUE
              WHEN WS-ACC-CONSULTA
                 PERFORM 3300-CONSULTAR-FERIADOS
                    THRU 3300-CONSULTAR-FERIADOS-EXIT
                 GO TO 3000-MANTENER-FERIADO-EXIT
              WHEN WS-ACC-MODIFICACION
                 DISPLAY 'El feriado es solo la fecha: dar de baja la'
                    ' equivocada y de alta la correcta.'
                 GO TO 3000-MANTENER-FERIADO-EXIT
              WHEN WS-ACC-ALTA
              WHEN WS-ACC-BAJA
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'Accion invalida: ' WS-ACCION
                 GO TO 3000-MANTENER-FERIADO-EXIT
           END-EVALUATE.

           IF WS-NO-HAY-FERIADOS
              DISPLAY 'FERIADOS no admite cambios en esta sesion.'
              GO TO 3000-MANTENER-FERIADO-EXIT
           END-IF.

           DISPLAY 'Fecha del feriado dd-mm-aaaa '
           ACCEPT WS-FECHA-INGRESADA.
           MOVE WS-FECHA-INGRESADA TO WS-AUD-CLAVE.

           MOVE ZERO TO WS-POS-FERIADO.
           IF WS-CANT-FERIADOS > 0
              PERFORM 3400-BUSCAR-FERIADO
                 THRU 3400-BUSCAR-FERIADO-EXIT
                 VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-CANT-FERIADOS
                    OR WS-POS-FERIADO > 0
           END-IF.

           IF WS-ACC-ALTA
              PERFORM 3100-ALTA-FERIADO
                 THRU 3100-ALTA-FERIADO-EXIT
           ELSE
              PERFORM 3200-BAJA-FERIADO
                 THRU 3200-BAJA-FERIADO-EXIT
           END-IF.

       3000-MANTENER-FERIADO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3100-ALTA-FERIADO.

      *    Los lectores comparan la fecha como texto dd-mm-aaaa: una
      *    fecha mal escrita no coincidiria nunca con un dia habil.
           PERFORM 3500-VALIDAR-FECHA
              THRU 3500-VALIDAR-FECHA-EXIT.
           IF WS-FECHA-INVALIDA
              DISPLAY 'Fecha invalida, formato dd-mm-aaaa: '
                 WS-FECHA-INGRESADA
              GO TO 3100-ALTA-FERIADO-EXIT
           END-IF.

           IF WS-POS-FERIADO > 0
              DISPLAY 'La fecha ya es feriado.'
              GO TO 3100-ALTA-FERIADO-EXIT
           END-IF.

           IF WS-CANT-FERIADOS NOT < WS-MAX-FERIADOS
              MOVE WS-MAX-FERIADOS TO WS-CANT-EDIT
              DISPLAY 'FERIADOS completa (' WS-CANT-EDIT
                 ' fechas): depurar los anios pasados.'
              GO TO 3100-ALTA-FERIADO-EXIT
           END-IF.

           ADD 1 TO WS-CANT-FERIADOS.
           MOVE WS-FECHA-INGRESADA
             TO WS-FERIADO-FECHA(WS-CANT-FERIADOS).

           PERFORM 6000-GRABAR-FERIADOS
              THRU 6000-GRABAR-FERIADOS-EXIT.
           IF WS-GRABACION-OK
              MOVE 'A' TO WS-ACCION
              MOVE WS-FERIADO-DET(WS-CANT-FERIADOS)
                TO WS-IMAGEN-DESPUES
              PERFORM 7000-GRABAR-AUDITORIA
                 THRU 7000-GRABAR-AUDITORIA-EXIT
              DISPLAY 'Feriado dado de alta.'
           END-IF.

       3100-ALTA-FERIADO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3200-BAJA-FERIADO.

           IF WS-POS-FERIADO EQUAL 0
              DISPLAY 'La fecha no figura en FERIADOS.'
              GO TO 3200-BAJA-FERIADO-EXIT
           END-IF.

           DISPLAY 'Confirma la baja del feriado '
              WS-FECHA-INGRESADA '? (S/N) '
           ACCEPT WS-CONFIRMACION.
           IF NOT WS-CONFIRMADO
              DISPLAY 'Baja cancelada.'
              GO TO 3200-BAJA-FERIADO-EXIT
           END-IF.

           MOVE WS-FERIADO-DET(WS-POS-FERIADO) TO WS-IMAGEN-ANTES.
           PERFORM 3210-CORRER-FERIADO
              THRU 3210-CORRER-FERIADO-EXIT
              VARYING WS-IDX FROM WS-POS-FERIADO BY 1
              UNTIL WS-IDX >= WS-CANT-FERIADOS.
           SUBTRACT 1 FROM WS-CANT-FERIADOS.

           PERFORM 6000-GRABAR-FERIADOS
              THRU 6000-GRABAR-FERIADOS-EXIT.
           IF WS-GRABACION-OK
              MOVE 'B' TO WS-ACCION
              PERFORM 7000-GRABAR-AUDITORIA
                 THRU 7000-GRABAR-AUDITORIA-EXIT
              DISPLAY 'Feriado dado de baja.'
           END-IF.

       3200-BAJA-FERIADO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3210-CORRER-FERIADO.

           COMPUTE WS-IDX-SIGUIENTE = WS-IDX + 1.
           MOVE WS-FERIADO-DET(WS-IDX-SIGUIENTE)
             TO WS-FERIADO-DET(WS-IDX).

       3210-CORRER-FERIADO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3300-CONSULTAR-FERIADOS.

           MOVE WS-CANT-FERIADOS TO WS-CANT-EDIT.
           DISPLAY 'Feriados cargados: ' WS-CANT-EDIT.
           IF WS-CANT-FERIADOS > 0
              PERFORM 3310-MOSTRAR-FERIADO
                 THRU 3310-MOSTRAR-FERIADO-EXIT
                 VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-CANT-FERIADOS
           END-IF.

       3300-CONSULTAR-FERIADOS-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3310-MOSTRAR-FERIADO.

           DISPLAY '   ' WS-FERIADO-FECHA(WS-IDX).

       3310-MOSTRAR-FERIADO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3400-BUSCAR-FERIADO.

           IF WS-FERIADO-FECHA(WS-IDX) EQUAL WS-FECHA-INGRESADA
              MOVE WS-IDX TO WS-POS-FERIADO
           END-IF.

       3400-BUSCAR-FERIADO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3500-VALIDAR-FECHA.

      *    Misma validacion de calendario que el vencimiento de las
      *    retenciones en CLMANRET.
           SET WS-FECHA-VALIDA TO TRUE.

           IF WS-FECHA-INGRESADA(3:1) NOT EQUAL '-'
           OR WS-FECHA-INGRESADA(6:1) NOT EQUAL '-'
              SET WS-FECHA-INVALIDA TO TRUE
              GO TO 3500-VALIDAR-FECHA-EXIT
           END-IF.

           MOVE WS-FECHA-INGRESADA(1:2) TO WS-FECHA-DIA-X.
           MOVE WS-FECHA-INGRESADA(4:2) TO WS-FECHA-MES-X.
           MOVE WS-FECHA-INGRESADA(7:4) TO WS-FECHA-ANIO-X.
           IF WS-FECHA-DIA-X  IS NOT NUMERIC
           OR WS-FECHA-MES-X  IS NOT NUMERIC
           OR WS-FECHA-ANIO-X IS NOT NUMERIC
              SET WS-FECHA-INVALIDA TO TRUE
              GO TO 3500-VALIDAR-FECHA-EXIT
           END-IF.

           MOVE WS-FECHA-DIA-X  TO WS-FP-DIA.
           MOVE WS-FECHA-MES-X  TO WS-FP-MES.
           MOVE WS-FECHA-ANIO-X TO WS-FP-ANIO.
           IF WS-FP-MES < 1 OR WS-FP-MES > 12
              SET WS-FECHA-INVALIDA TO TRUE
              GO TO 3500-VALIDAR-FECHA-EXIT
           END-IF.

           DIVIDE WS-FP-ANIO BY 4   GIVING WS-COCIENTE
                                    REMAINDER WS-RESTO-4.
           DIVIDE WS-FP-ANIO BY 100 GIVING WS-COCIENTE
                                    REMAINDER WS-RESTO-100.
           DIVIDE WS-FP-ANIO BY 400 GIVING WS-COCIENTE
                                    REMAINDER WS-RESTO-400.

           MOVE WS-DIAS-MES(WS-FP-MES) TO WS-DIAS-MES-MAX.
           IF WS-FP-MES EQUAL 2
              IF WS-RESTO-400 EQUAL 0
              OR (WS-RESTO-4 EQUAL 0 AND WS-RESTO-100 NOT EQUAL 0)
                 MOVE 29 TO WS-DIAS-MES-MAX
              END-IF
           END-IF.

           IF WS-FP-DIA < 1 OR WS-FP-DIA > WS-DIAS-MES-MAX
              SET WS-FECHA-INVALIDA TO TRUE
           END-IF.

       3500-VALIDAR-FECHA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       4000-MANTENER-BANCO.

           MOVE 'BANCOEXT' TO WS-AUD-TABLA.

           IF WS-ACC-CONSULTA
              PERFORM 4400-CONSULTAR-BANCOS
                 THRU 4400-CONSULTAR-BANCOS-EXIT
              GO TO 4000-MANTENER-BANCO-EXIT
           END-IF.

           IF NOT WS-ACC-ALTA AND NOT WS-ACC-MODIFICACION
           AND NOT WS-ACC-BAJA
              DISPLAY 'Accion invalida: ' WS-ACCION
              GO TO 4000-MANTENER-BANCO-EXIT
           END-IF.

           IF WS-NO-HAY-BANCOEXT
              DISPLAY 'BANCOEXT no admite cambios en esta sesion.'
              GO TO 4000-MANTENER-BANCO-EXIT
           END-IF.

           DISPLAY 'Prefijo de ruteo (4 caracteres) '
           ACCEPT WS-PREFIJO-INGRESADO.
           IF WS-PREFIJO-INGRESADO EQUAL SPACES
              DISPLAY 'Prefijo vacio, operacion ignorada.'
              GO TO 4000-MANTENER-BANCO-EXIT
           END-IF.
           MOVE WS-PREFIJO-INGRESADO TO WS-AUD-CLAVE.

           MOVE ZERO TO WS-POS-BANCO.
           IF WS-CANT-BANCOS > 0
              PERFORM 4500-BUSCAR-BANCO
                 THRU 4500-BUSCAR-BANCO-EXIT
                 VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-CANT-BANCOS
                    OR WS-POS-BANCO > 0
           END-IF.

           EVALUATE TRUE
              WHEN WS-ACC-ALTA
                 PERFORM 4100-ALTA-BANCO
                    THRU 4100-ALTA-BANCO-EXIT
              WHEN WS-ACC-MODIFICACION
                 PERFORM 4200-MODIFICAR-BANCO
                    THRU 4200-MODIFICAR-BANCO-EXIT
              WHEN WS-ACC-BAJA
                 PERFORM 4300-BAJA-BANCO
                    THRU 4300-BAJA-BANCO-EXIT
           END-EVALUATE.

       4000-MANTENER-BANCO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       4100-ALTA-BANCO.

      *    Las cuentas credito con el prefijo dejan de buscarse en
      *    CTAMAEST y salen en la liquidacion al otro banco.
           IF WS-POS-BANCO > 0
              DISPLAY 'El prefijo ya existe: use modificar.'
              GO TO 4100-ALTA-BANCO-EXIT
           END-IF.

           IF WS-CANT-BANCOS NOT < WS-MAX-BANCOS
              MOVE WS-MAX-BANCOS TO WS-CANT-EDIT
              DISPLAY 'BANCOEXT completa (' WS-CANT-EDIT
                 ' bancos): dar de baja uno antes.'
              GO TO 4100-ALTA-BANCO-EXIT
           END-IF.

           DISPLAY 'Nombre del banco '
           ACCEPT WS-NUEVO-NOMBRE.
           IF WS-NUEVO-NOMBRE EQUAL SPACES
              DISPLAY 'El nombre no puede quedar vacio.'
              GO TO 4100-ALTA-BANCO-EXIT
           END-IF.

           ADD 1 TO WS-CANT-BANCOS.
           MOVE WS-PREFIJO-INGRESADO
             TO WS-BANCO-PREFIJO(WS-CANT-BANCOS).
           MOVE WS-NUEVO-NOMBRE TO WS-BANCO-NOMBRE(WS-CANT-BANCOS).

           PERFORM 6100-GRABAR-BANCOEXT
              THRU 6100-GRABAR-BANCOEXT-EXIT.
           IF WS-GRABACION-OK
              MOVE 'A' TO WS-ACCION
              MOVE WS-BANCO-DET(WS-CANT-BANCOS) TO WS-IMAGEN-DESPUES
              PERFORM 7000-GRABAR-AUDITORIA
                 THRU 7000-GRABAR-AUDITORIA-EXIT
              DISPLAY 'Banco externo dado de alta.'
           END-IF.

       4100-ALTA-BANCO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       4200-MODIFICAR-BANCO.

           IF WS-POS-BANCO EQUAL 0
              DISPLAY 'El prefijo no existe.'
              GO TO 4200-MODIFICAR-BANCO-EXIT
           END-IF.

           DISPLAY 'Nombre actual: ' WS-BANCO-NOMBRE(WS-POS-BANCO).
           DISPLAY 'Nuevo nombre (vacio = no cambiar) '
           ACCEPT WS-NUEVO-NOMBRE.
           IF WS-NUEVO-NOMBRE EQUAL SPACES
           OR WS-NUEVO-NOMBRE EQUAL WS-BANCO-NOMBRE(WS-POS-BANCO)
              DISPLAY 'Sin cambios, no se modifica el banco.'
              GO TO 4200-MODIFICAR-BANCO-EXIT
           END-IF.

           MOVE WS-BANCO-DET(WS-POS-BANCO) TO WS-IMAGEN-ANTES.
           MOVE WS-NUEVO-NOMBRE TO WS-BANCO-NOMBRE(WS-POS-BANCO).

           PERFORM 6100-GRABAR-BANCOEXT
              THRU 6100-GRABAR-BANCOEXT-EXIT.
           IF WS-GRABACION-OK
              MOVE 'M' TO WS-ACCION
              MOVE WS-BANCO-DET(WS-POS-BANCO) TO WS-IMAGEN-DESPUES
              PERFORM 7000-GRABAR-AUDITORIA
                 THRU 7000-GRABAR-AUDITORIA-EXIT
              DISPLAY 'Banco externo modificado.'
           END-IF.

       4200-MODIFICAR-BANCO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       4300-BAJA-BANCO.

           IF WS-POS-BANCO EQUAL 0
              DISPLAY 'El prefijo no existe.'
              GO TO 4300-BAJA-BANCO-EXIT
           END-IF.

           DISPLAY 'Banco ' WS-BANCO-PREFIJO(WS-POS-BANCO) ' '
              WS-BANCO-NOMBRE(WS-POS-BANCO).
           DISPLAY 'Las cuentas con este prefijo pasan a validarse'
              ' contra CTAMAEST. Confirma la baja? (S/N) '
           ACCEPT WS-CONFIRMACION.
           IF NOT WS-CONFIRMADO
              DISPLAY 'Baja cancelada.'
              GO TO 4300-BAJA-BANCO-EXIT
           END-IF.

           MOVE WS-BANCO-DET(WS-POS-BANCO) TO WS-IMAGEN-ANTES.
           PERFORM 4310-CORRER-BANCO
              THRU 4310-CORRER-BANCO-EXIT
              VARYING WS-IDX FROM WS-POS-BANCO BY 1
              UNTIL WS-IDX >= WS-CANT-BANCOS.
           SUBTRACT 1 FROM WS-CANT-BANCOS.

           PERFORM 6100-GRABAR-BANCOEXT
              THRU 6100-GRABAR-BANCOEXT-EXIT.
           IF WS-GRABACION-OK
              MOVE 'B' TO WS-ACCION
              PERFORM 7000-GRABAR-AUDITORIA
                 THRU 7000-GRABAR-AUDITORIA-EXIT
              DISPLAY 'Banco externo dado de baja.'
           END-IF.

       4300-BAJA-BANCO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       4310-CORRER-BANCO.

           COMPUTE WS-IDX-SIGUIENTE = WS-IDX + 1.
           MOVE WS-BANCO-DET(WS-IDX-SIGUIENTE) TO WS-BANCO-DET(WS-IDX).

       4310-CORRER-BANCO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       4400-CONSULTAR-BANCOS.

           MOVE WS-CANT-BANCOS TO WS-CANT-EDIT.
           DISPLAY 'Bancos externos cargados: ' WS-CANT-EDIT.
           IF WS-CANT-BANCOS > 0
              PERFORM 4410-MOSTRAR-BANCO
                 THRU 4410-MOSTRAR-BANCO-EXIT
                 VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-CANT-BANCOS
           END-IF.

       4400-CONSULTAR-BANCOS-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       4410-MOSTRAR-BANCO.

           DISPLAY '   ' WS-BANCO-PREFIJO(WS-IDX) '  '
              WS-BANCO-NOMBRE(WS-IDX).

       4410-MOSTRAR-BANCO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       4500-BUSCAR-BANCO.

           IF WS-BANCO-PREFIJO(WS-IDX) EQUAL WS-PREFIJO-INGRESADO
              MOVE WS-IDX TO WS-POS-BANCO
           END-IF.

       4500-BUSCAR-BANCO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       5000-MANTENER-UMBRAL.

      *    Un solo registro: no hay baja (el doble control no se
      *    apaga desde aca) y el alta es la primera modificacion.
           MOVE 'UMBRALAP' TO WS-AUD-TABLA.
           MOVE 'IMPORTE UMBRAL' TO WS-AUD-CLAVE.

           IF WS-HAY-UMBRAL
              MOVE WS-IMPORTE-UMBRAL TO WS-IMPORTE-EDIT
              DISPLAY 'Umbral de doble control vigente: '
                 WS-IMPORTE-EDIT
           ELSE
              DISPLAY 'No hay umbral cargado: el doble control no'
                 ' rige.'
           END-IF.

           EVALUATE TRUE
              WHEN WS-ACC-CONSULTA
                 GO TO 5000-MANTENER-UMBRAL-EXIT
              WHEN WS-ACC-BAJA
                 DISPLAY 'El umbral no se da de baja, solo se'
                    ' modifica.'
                 GO TO 5000-MANTENER-UMBRAL-EXIT
              WHEN WS-ACC-ALTA
              WHEN WS-ACC-MODIFICACION
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'Accion invalida: ' WS-ACCION
                 GO TO 5000-MANTENER-UMBRAL-EXIT
           END-EVALUATE.

           IF WS-NO-HAY-UMBRALAP
              DISPLAY 'UMBRALAP no admite cambios en esta sesion.'
              GO TO 5000-MANTENER-UMBRAL-EXIT
           END-IF.

           DISPLAY 'Nuevo importe umbral '
           ACCEPT WS-NUEVO-UMBRAL.
           IF WS-NUEVO-UMBRAL NOT > ZEROS
              DISPLAY 'El umbral debe ser mayor a cero.'
              GO TO 5000-MANTENER-UMBRAL-EXIT
           END-IF.
           IF WS-HAY-UMBRAL AND WS-NUEVO-UMBRAL EQUAL WS-IMPORTE-UMBRAL
              DISPLAY 'Sin cambios, no se modifica el umbral.'
              GO TO 5000-MANTENER-UMBRAL-EXIT
           END-IF.

           IF WS-HAY-UMBRAL
              MOVE 'M' TO WS-ACCION
              MOVE WS-IMPORTE-UMBRAL TO UM-IMPORTE-UMBRAL
              MOVE UM-UMBRAL TO WS-IMAGEN-ANTES
           ELSE
              MOVE 'A' TO WS-ACCION
           END-IF.

           MOVE WS-NUEVO-UMBRAL TO UM-IMPORTE-UMBRAL.
           SET WS-GRABACION-OK TO TRUE.
           OPEN OUTPUT UMBRALAP.
           IF WS-STATUS-UMBRALAP NOT EQUAL '00'
              DISPLAY 'Error abriendo UMBRALAP, status '
                 WS-STATUS-UMBRALAP
              GO TO 5000-MANTENER-UMBRAL-EXIT
           END-IF.
           WRITE UM-UMBRAL.
           IF WS-STATUS-UMBRALAP NOT EQUAL '00'
              DISPLAY 'Error grabando UMBRALAP, status '
                 WS-STATUS-UMBRALAP
              SET WS-GRABACION-NOTOK TO TRUE
           END-IF.
           CLOSE UMBRALAP.

           IF WS-GRABACION-OK
              SET WS-HAY-UMBRAL TO TRUE
              MOVE WS-NUEVO-UMBRAL TO WS-IMPORTE-UMBRAL
              MOVE UM-UMBRAL TO WS-IMAGEN-DESPUES
              PERFORM 7000-GRABAR-AUDITORIA
                 THRU 7000-GRABAR-AUDITORIA-EXIT
              DISPLAY 'Umbral de doble control actualizado.'
           END-IF.

       5000-MANTENER-UMBRAL-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       6000-GRABAR-FERIADOS.

      *    La tabla se reescribe completa, como REINTCTL en CLREPOST.
           SET WS-GRABACION-OK TO TRUE.
           OPEN OUTPUT FERIADOS.
           IF WS-STATUS-FERIADOS NOT EQUAL '00'
              DISPLAY 'Error abriendo FERIADOS, status '
                 WS-STATUS-FERIADOS
              SET WS-GRABACION-NOTOK TO TRUE
              GO TO 6000-GRABAR-FERIADOS-EXIT
           END-IF.

           IF WS-CANT-FERIADOS > 0
              PERFORM 6010-GRABAR-FERIADO
                 THRU 6010-GRABAR-FERIADO-EXIT
                 VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-CANT-FERIADOS
           END-IF.

           CLOSE FERIADOS.

       6000-GRABAR-FERIADOS-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       6010-GRABAR-FERIADO.

           MOVE WS-FERIADO-DET(WS-IDX) TO FE-FERIADO.
           WRITE FE-FERIADO.
           IF WS-STATUS-FERIADOS NOT EQUAL '00'
              DISPLAY 'Error grabando FERIADOS, status '
                 WS-STATUS-FERIADOS
              SET WS-GRABACION-NOTOK TO TRUE
           END-IF.

       6010-GRABAR-FERIADO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       6100-GRABAR-BANCOEXT.

           SET WS-GRABACION-OK TO TRUE.
           OPEN OUTPUT BANCOEXT.
           IF WS-STATUS-BANCOEXT NOT EQUAL '00'
              DISPLAY 'Error abriendo BANCOEXT, status '
                 WS-STATUS-BANCOEXT
              SET WS-GRABACION-NOTOK TO TRUE
              GO TO 6100-GRABAR-BANCOEXT-EXIT
           END-IF.

           IF WS-CANT-BANCOS > 0
              PERFORM 6110-GRABAR-BANCO
                 THRU 6110-GRABAR-BANCO-EXIT
                 VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-CANT-BANCOS
           END-IF.

           CLOSE BANCOEXT.

       6100-GRABAR-BANCOEXT-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       6110-GRABAR-BANCO.

           MOVE WS-BANCO-DET(WS-IDX) TO BE-BANCO-EXTERNO.
           WRITE BE-BANCO-EXTERNO.
           IF WS-STATUS-BANCOEXT NOT EQUAL '00'
              DISPLAY 'Error grabando BANCOEXT, status '
                 WS-STATUS-BANCOEXT
              SET WS-GRABACION-NOTOK TO TRUE
           END-IF.

       6110-GRABAR-BANCO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       7000-GRABAR-AUDITORIA.

           ACCEPT WS-HORA-SISTEMA FROM TIME.
           STRING WS-HORA-SIS-HH DELIMITED BY SIZE
                  ':'            DELIMITED BY SIZE
                  WS-HORA-SIS-MM DELIMITED BY SIZE
                  ':'            DELIMITED BY SIZE
                  WS-HORA-SIS-SS DELIMITED BY SIZE
             INTO WS-HORA-SISTEMA-TEXTO.

           MOVE WS-FECHA-SISTEMA-TEXTO TO TA-FECHA.
           MOVE WS-HORA-SISTEMA-TEXTO  TO TA-HORA.
           MOVE WS-OPERADOR            TO TA-OPERADOR.
           MOVE 'CLMANPAR'             TO TA-PROGRAMA.
           MOVE WS-AUD-TABLA           TO TA-TABLA.
           MOVE WS-ACCION              TO TA-ACCION.
           MOVE WS-AUD-CLAVE           TO TA-CLAVE.
           MOVE WS-IMAGEN-ANTES        TO TA-IMAGEN-ANTES.
           MOVE WS-IMAGEN-DESPUES      TO TA-IMAGEN-DESPUES.
           WRITE TA-AUDITORIA.
           IF WS-STATUS-AUDITAB NOT EQUAL '00'
              DISPLAY 'Error grabando AUDITAB, status '
                 WS-STATUS-AUDITAB ' - ' WS-AUD-TABLA ' '
                 WS-AUD-CLAVE
           END-IF.

           ADD 1 TO WS-CANT-OPER-SESION.

       7000-GRABAR-AUDITORIA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       9000-FINALIZAR.

           SET WS-SES-MODO-CIERRE TO TRUE.
           MOVE WS-CANT-OPER-SESION TO WS-SES-CANT-OPERACIONES.
           CALL 'CLSIGNON' USING WS-SESION.

           CLOSE AUDITAB.

       9000-FINALIZAR-EXIT.
           EXIT.


       END PROGRAM CLMANPAR.
