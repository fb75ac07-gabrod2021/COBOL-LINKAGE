      *----------------------------------------------------------------*
      *  Purpose: Mantenimiento de retenciones y embargos (RETENCIO).
      *           Alta de embargos judiciales y retenciones internas,
      *           de alcance total (bloqueo de la cuenta) o parcial
      *           (por un importe), con vencimiento opcional;
      *           liberacion de una retencion activa y consulta de
      *           las retenciones de una cuenta.  La liberacion de un
      *           embargo judicial exige el aval de un supervisor.
      *           Cada cambio queda auditado en AUDIRET con imagen
      *           anterior y posterior, operador y fecha/hora.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CLMANRET.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETENCIO ASSIGN TO "RETENCIO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RN-NRO-CUENTA
               FILE STATUS IS WS-STATUS-RETENCIO.

           SELECT CTAMAEST ASSIGN TO "CTAMAEST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-NRO-CUENTA
               FILE STATUS IS WS-STATUS-CTAMAEST.

           SELECT AUDIRET ASSIGN TO "AUDIRET"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDIRET.


       DATA DIVISION.

       FILE SECTION.

       FD  RETENCIO.
           COPY RETENCIO.

       FD  CTAMAEST.
           COPY CTAMAEST.

       FD  AUDIRET.
           COPY AUDIRET.


       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
          05 WS-LINEA                          PIC X(72) VALUE ALL '-'.

       01 WS-INDICADORES.
          05 WS-STATUS-RETENCIO                PIC X(02).
          05 WS-STATUS-CTAMAEST                PIC X(02).
          05 WS-STATUS-AUDIRET                 PIC X(02).
          05 WS-CONTINUAR                      PIC X(01) VALUE 'S'.
             88 WS-OTRA-OPERACION              VALUE 'S' 's'.
             88 WS-FINALIZAR                   VALUE 'N' 'n'.

      *    La disponibilidad de CTAMAEST se fija al abrirlo: el file
      *    status cambia con cada READ y no sirve para saber si el
      *    archivo esta abierto.
       01 WS-CTAMAEST-DISPONIBLE               PIC X(01) VALUE 'N'.
          88 WS-HAY-CTAMAEST                   VALUE 'S'.
          88 WS-NO-HAY-CTAMAEST                VALUE 'N'.

       01 WS-OPERADOR                          PIC X(08) VALUE SPACES.
       01 WS-SUPERVISOR                        PIC X(08) VALUE SPACES.
       01 WS-CANT-OPER-SESION                  PIC 9(07) VALUE ZERO.

       COPY OPERSES_WS.

       01 WS-SUPERVISOR-CONFIRMO               PIC X(01).
          88 WS-SUP-CONFIRMO                   VALUE 'S'.
          88 WS-SUP-NO-CONFIRMO                VALUE 'N'.

       01 WS-ACCION                            PIC X(01).
          88 WS-ACC-ALTA                       VALUE 'A' 'a'.
          88 WS-ACC-LIBERACION                 VALUE 'L' 'l'.
          88 WS-ACC-CONSULTA                   VALUE 'C' 'c'.

       01 WS-CUENTA-BUSCADA                    PIC X(22).
       01 WS-RETENCIONES-EXISTEN               PIC X(01).
          88 WS-RET-EXISTE                     VALUE 'S'.
          88 WS-RET-NO-EXISTE                  VALUE 'N'.

      *    -- posicion de la tabla de retenciones en tratamiento -----*
       01 WS-IDX-POSICION                      PIC 9(02) COMP.
       01 WS-POSICION-HALLADA                  PIC X(01).
          88 WS-POS-HALLADA                    VALUE 'S'.
          88 WS-POS-NO-HALLADA                 VALUE 'N'.
       01 WS-CANT-ACTIVAS                      PIC 9(02) COMP.

      *    -- datos ingresados para el alta o la liberacion ----------*
       01 WS-NUEVO-TIPO                        PIC X(01).
          88 WS-TIPO-VALIDO                    VALUE 'J' 'I'.
       01 WS-NUEVO-ALCANCE                     PIC X(01).
          88 WS-ALCANCE-VALIDO                 VALUE 'T' 'P'.
          88 WS-ALCANCE-PARCIAL                VALUE 'P'.
       01 WS-NUEVO-IMPORTE                     PIC 9(12)V9(02).
       01 WS-NUEVO-VENCIMIENTO                 PIC X(10).
       01 WS-NUEVA-REFERENCIA                  PIC X(20).
       01 WS-NRO-A-LIBERAR                     PIC 9(04).

       01 WS-IMAGEN-ANTES.
          05 WS-ANT-NRO-RETENCION              PIC 9(04).
          05 WS-ANT-TIPO-RETENCION             PIC X(01).
          05 WS-ANT-ALCANCE                    PIC X(01).
          05 WS-ANT-IMPORTE                    PIC 9(12)V9(02).
          05 WS-ANT-FECHA-VENCIMIENTO          PIC X(10).
          05 WS-ANT-ESTADO                     PIC X(01).
          05 WS-ANT-REFERENCIA                 PIC X(20).

      *    -- validacion de calendario del vencimiento ---------------*
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
       01 WS-FECHA-NUM                         PIC 9(08).
       01 WS-DIAS-MES-MAX                      PIC 9(02).
       01 WS-COCIENTE                          PIC 9(06).
       01 WS-RESTO-4                           PIC 9(04).
       01 WS-RESTO-100                         PIC 9(04).
       01 WS-RESTO-400                         PIC 9(04).
       01 WS-FECHA-ES-VALIDA                   PIC X(01).
          88 WS-FECHA-VALIDA                   VALUE 'S'.
          88 WS-FECHA-INVALIDA                 VALUE 'N'.

      *    -- fecha y hora para la auditoria --------------------------*
       01 WS-FECHA-SISTEMA.
          05 WS-FECHA-SIS-ANIO                 PIC 9(04).
          05 WS-FECHA-SIS-MES                  PIC 9(02).
          05 WS-FECHA-SIS-DIA                  PIC 9(02).
       01 WS-FECHA-SISTEMA-NUM REDEFINES WS-FECHA-SISTEMA
                                               PIC 9(08).
       01 WS-FECHA-SISTEMA-TEXTO               PIC X(10).
       01 WS-HORA-SISTEMA.
          05 WS-HORA-SIS-HH                    PIC 9(02).
          05 WS-HORA-SIS-MM                    PIC 9(02).
          05 WS-HORA-SIS-SS                    PIC 9(02).
          05 FILLER                            PIC 9(02).
       01 WS-HORA-SISTEMA-TEXTO                PIC X(08).

       01 WS-IMPORTE-EDIT                      PIC Z(11)9,99.


       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIALIZAR
              THRU 1000-INICIALIZAR-EXIT.

      *    Sin firma valida no se toca el archivo de retenciones.
           IF WS-SES-OK
              IF WS-STATUS-RETENCIO EQUAL '00'
                 PERFORM 2000-ATENDER-OPERACION
                    THRU 2000-ATENDER-OPERACION-EXIT
                    UNTIL WS-FINALIZAR
              ELSE
                 DISPLAY 'RETENCIO no disponible, status '
                    WS-STATUS-RETENCIO
              END-IF

              PERFORM 9000-FINALIZAR
                 THRU 9000-FINALIZAR-EXIT
           END-IF.

           STOP RUN.


      *----------------------------------------------------------------*
       1000-INICIALIZAR.

      *    La firma es obligatoria: la auditoria AUDIRET atribuye
      *    cada alta y cada liberacion a quien la hizo.
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

           OPEN I-O RETENCIO.
           IF WS-STATUS-RETENCIO EQUAL '35'
              OPEN OUTPUT RETENCIO
              CLOSE RETENCIO
              OPEN I-O RETENCIO
           END-IF.

      *    El maestro de cuentas solo se consulta: la retencion se da
      *    de alta sobre una cuenta existente.
           OPEN INPUT CTAMAEST.
           IF WS-STATUS-CTAMAEST EQUAL '00'
              SET WS-HAY-CTAMAEST TO TRUE
           END-IF.

           OPEN EXTEND AUDIRET.
           IF WS-STATUS-AUDIRET EQUAL '35'
              OPEN OUTPUT AUDIRET
              CLOSE AUDIRET
              OPEN EXTEND AUDIRET
           END-IF.

       1000-INICIALIZAR-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       1100-FIRMAR-OPERADOR.

           INITIALIZE WS-SESION.
           SET WS-SES-MODO-APERTURA TO TRUE.
           MOVE 'CLMANRET' TO WS-SES-PROGRAMA.
           SET WS-SES-CUALQUIER-ROL TO TRUE.
           CALL 'CLSIGNON' USING WS-SESION.

           IF WS-SES-OK
              MOVE WS-SES-ID-OPERADOR TO WS-OPERADOR
           ELSE
              DISPLAY 'Firma de operador fallida: fin del'
                 ' mantenimiento.'
           END-IF.

       1100-FIRMAR-OPERADOR-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2000-ATENDER-OPERACION.

           DISPLAY WS-LINEA.
           DISPLAY 'Accion: A-Alta L-Liberar C-Consultar '
           ACCEPT WS-ACCION.

           DISPLAY 'Numero de cuenta '
           ACCEPT WS-CUENTA-BUSCADA.

           IF WS-CUENTA-BUSCADA EQUAL SPACES
              DISPLAY 'Numero de cuenta vacio, operacion ignorada.'
           ELSE
              PERFORM 2100-BUSCAR-RETENCIONES
                 THRU 2100-BUSCAR-RETENCIONES-EXIT
              EVALUATE TRUE
                 WHEN WS-ACC-ALTA
                    PERFORM 3000-ALTA-RETENCION
                       THRU 3000-ALTA-RETENCION-EXIT
                 WHEN WS-ACC-LIBERACION
                    PERFORM 4000-LIBERAR-RETENCION
                       THRU 4000-LIBERAR-RETENCION-EXIT
                 WHEN WS-ACC-CONSULTA
                    PERFORM 5000-CONSULTAR-RETENCIONES
                       THRU 5000-CONSULTAR-RETENCIONES-EXIT
                 WHEN OTHER
                    DISPLAY 'Accion invalida: ' WS-ACCION
              END-EVALUATE
           END-IF.

           DISPLAY WS-LINEA.
           DISPLAY 'Desea realizar otra operacion? (S/N) '
           ACCEPT WS-CONTINUAR.

       2000-ATENDER-OPERACION-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2100-BUSCAR-RETENCIONES.

           MOVE WS-CUENTA-BUSCADA TO RN-NRO-CUENTA.
           READ RETENCIO
               INVALID KEY
                  SET WS-RET-NO-EXISTE TO TRUE
               NOT INVALID KEY
                  SET WS-RET-EXISTE TO TRUE
           END-READ.

       2100-BUSCAR-RETENCIONES-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3000-ALTA-RETENCION.

           IF WS-NO-HAY-CTAMAEST
              DISPLAY 'CTAMAEST no disponible: no se registran altas.'
              GO TO 3000-ALTA-RETENCION-EXIT
           END-IF.

           MOVE WS-CUENTA-BUSCADA TO CM-NRO-CUENTA.
           READ CTAMAEST
               INVALID KEY
                  DISPLAY 'La cuenta no existe en el maestro.'
                  GO TO 3000-ALTA-RETENCION-EXIT
           END-READ.

      *    La cuenta sin retenciones previas arranca con la tabla
      *    vacia; en la que ya tiene, se reutiliza la primera posicion
      *    que no este activa.
           IF WS-RET-NO-EXISTE
              INITIALIZE RN-RETENCIONES-CUENTA
              MOVE WS-CUENTA-BUSCADA TO RN-NRO-CUENTA
           END-IF.

           SET WS-POS-NO-HALLADA TO TRUE.
           PERFORM 3100-BUSCAR-POSICION-LIBRE
              THRU 3100-BUSCAR-POSICION-LIBRE-EXIT
              VARYING RN-IDX-RETENCION FROM 1 BY 1
                UNTIL RN-IDX-RETENCION > 10
                   OR WS-POS-HALLADA.
           IF WS-POS-NO-HALLADA
              DISPLAY 'La cuenta ya tiene 10 retenciones activas.'
              GO TO 3000-ALTA-RETENCION-EXIT
           END-IF.

           DISPLAY 'Tipo (J-embargo judicial I-retencion interna) '
           ACCEPT WS-NUEVO-TIPO.
           IF NOT WS-TIPO-VALIDO
              DISPLAY 'Tipo de retencion invalido: ' WS-NUEVO-TIPO
              GO TO 3000-ALTA-RETENCION-EXIT
           END-IF.

           DISPLAY 'Alcance (T-bloqueo total P-importe parcial) '
           ACCEPT WS-NUEVO-ALCANCE.
           IF NOT WS-ALCANCE-VALIDO
              DISPLAY 'Alcance invalido: ' WS-NUEVO-ALCANCE
              GO TO 3000-ALTA-RETENCION-EXIT
           END-IF.

           MOVE ZEROS TO WS-NUEVO-IMPORTE.
           IF WS-ALCANCE-PARCIAL
              DISPLAY 'Importe a retener '
              ACCEPT WS-NUEVO-IMPORTE
              IF WS-NUEVO-IMPORTE NOT > ZEROS
                 DISPLAY 'El importe retenido debe ser mayor a cero.'
                 GO TO 3000-ALTA-RETENCION-EXIT
              END-IF
           END-IF.

           DISPLAY 'Vencimiento dd-mm-aaaa (vacio = hasta liberar) '
           ACCEPT WS-NUEVO-VENCIMIENTO.
           IF WS-NUEVO-VENCIMIENTO NOT EQUAL SPACES
              PERFORM 3200-VALIDAR-VENCIMIENTO
                 THRU 3200-VALIDAR-VENCIMIENTO-EXIT
              IF WS-FECHA-INVALIDA
                 DISPLAY 'Vencimiento invalido o ya pasado: '
                    WS-NUEVO-VENCIMIENTO
                 GO TO 3000-ALTA-RETENCION-EXIT
              END-IF
           END-IF.

      *    El embargo judicial se identifica por el oficio que lo
      *    ordena: sin referencia no se registra.
           DISPLAY 'Referencia (oficio / expediente) '
           ACCEPT WS-NUEVA-REFERENCIA.
           IF WS-NUEVO-TIPO EQUAL 'J'
           AND WS-NUEVA-REFERENCIA EQUAL SPACES
              DISPLAY 'El embargo judicial requiere referencia.'
              GO TO 3000-ALTA-RETENCION-EXIT
           END-IF.

           SET RN-IDX-RETENCION TO WS-IDX-POSICION.
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

           ADD 1 TO RN-ULTIMO-NRO-RETENCION.
           MOVE RN-ULTIMO-NRO-RETENCION
             TO RN-NRO-RETENCION(RN-IDX-RETENCION).
           MOVE WS-NUEVO-TIPO
             TO RN-TIPO-RETENCION(RN-IDX-RETENCION).
           MOVE WS-NUEVO-ALCANCE  TO RN-ALCANCE(RN-IDX-RETENCION).
           MOVE WS-NUEVO-IMPORTE  TO RN-IMPORTE(RN-IDX-RETENCION).
           MOVE WS-FECHA-SISTEMA-TEXTO
             TO RN-FECHA-ALTA(RN-IDX-RETENCION).
           MOVE WS-NUEVO-VENCIMIENTO
             TO RN-FECHA-VENCIMIENTO(RN-IDX-RETENCION).
           SET RN-ACTIVA(RN-IDX-RETENCION) TO TRUE.
           MOVE WS-NUEVA-REFERENCIA
             TO RN-REFERENCIA(RN-IDX-RETENCION).
           MOVE WS-OPERADOR TO RN-OPERADOR-ALTA(RN-IDX-RETENCION).
           MOVE SPACES TO RN-FECHA-BAJA(RN-IDX-RETENCION)
                          RN-OPERADOR-BAJA(RN-IDX-RETENCION).

           IF WS-RET-EXISTE
              REWRITE RN-RETENCIONES-CUENTA
           ELSE
              WRITE RN-RETENCIONES-CUENTA
           END-IF.
           IF WS-STATUS-RETENCIO NOT EQUAL '00'
              DISPLAY 'Error grabando alta, status ' WS-STATUS-RETENCIO
           ELSE
              MOVE SPACES TO WS-SUPERVISOR
              MOVE 'A' TO WS-ACCION
              PERFORM 7000-GRABAR-AUDITORIA
                 THRU 7000-GRABAR-AUDITORIA-EXIT
              DISPLAY 'Retencion ' RN-ULTIMO-NRO-RETENCION
                 ' dada de alta.'
           END-IF.

       3000-ALTA-RETENCION-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3100-BUSCAR-POSICION-LIBRE.

           IF NOT RN-ACTIVA(RN-IDX-RETENCION)
              SET WS-POS-HALLADA TO TRUE
              SET WS-IDX-POSICION TO RN-IDX-RETENCION
           END-IF.

       3100-BUSCAR-POSICION-LIBRE-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3200-VALIDAR-VENCIMIENTO.

      *    Misma validacion de calendario que la fecha de la
      *    transferencia en CLVALTRAN: el vencimiento no puede ser
      *    anterior al dia de proceso.
           SET WS-FECHA-VALIDA TO TRUE.

           IF WS-NUEVO-VENCIMIENTO(3:1) NOT EQUAL '-'
           OR WS-NUEVO-VENCIMIENTO(6:1) NOT EQUAL '-'
              SET WS-FECHA-INVALIDA TO TRUE
              GO TO 3200-VALIDAR-VENCIMIENTO-EXIT
           END-IF.

           MOVE WS-NUEVO-VENCIMIENTO(1:2) TO WS-FECHA-DIA-X.
           MOVE WS-NUEVO-VENCIMIENTO(4:2) TO WS-FECHA-MES-X.
           MOVE WS-NUEVO-VENCIMIENTO(7:4) TO WS-FECHA-ANIO-X.
           IF WS-FECHA-DIA-X  IS NOT NUMERIC
           OR WS-FECHA-MES-X  IS NOT NUMERIC
           OR WS-FECHA-ANIO-X IS NOT NUMERIC
              SET WS-FECHA-INVALIDA TO TRUE
              GO TO 3200-VALIDAR-VENCIMIENTO-EXIT
           END-IF.

           MOVE WS-FECHA-DIA-X  TO WS-FP-DIA.
           MOVE WS-FECHA-MES-X  TO WS-FP-MES.
           MOVE WS-FECHA-ANIO-X TO WS-FP-ANIO.
           IF WS-FP-MES < 1 OR WS-FP-MES > 12
              SET WS-FECHA-INVALIDA TO TRUE
              GO TO 3200-VALIDAR-VENCIMIENTO-EXIT
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
              GO TO 3200-VALIDAR-VENCIMIENTO-EXIT
           END-IF.

           COMPUTE WS-FECHA-NUM = WS-FP-ANIO * 10000
                                + WS-FP-MES  * 100
                                + WS-FP-DIA.
           IF WS-FECHA-NUM < WS-FECHA-SISTEMA-NUM
              SET WS-FECHA-INVALIDA TO TRUE
           END-IF.

       3200-VALIDAR-VENCIMIENTO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       4000-LIBERAR-RETENCION.

           IF WS-RET-NO-EXISTE
              DISPLAY 'La cuenta no tiene retenciones.'
              GO TO 4000-LIBERAR-RETENCION-EXIT
           END-IF.

           PERFORM 5000-CONSULTAR-RETENCIONES
              THRU 5000-CONSULTAR-RETENCIONES-EXIT.
           IF WS-CANT-ACTIVAS EQUAL ZERO
              GO TO 4000-LIBERAR-RETENCION-EXIT
           END-IF.

           DISPLAY 'Numero de retencion a liberar '
           ACCEPT WS-NRO-A-LIBERAR.

           SET WS-POS-NO-HALLADA TO TRUE.
           PERFORM 4100-BUSCAR-RETENCION-ACTIVA
              THRU 4100-BUSCAR-RETENCION-ACTIVA-EXIT
              VARYING RN-IDX-RETENCION FROM 1 BY 1
                UNTIL RN-IDX-RETENCION > 10
                   OR WS-POS-HALLADA.
           IF WS-POS-NO-HALLADA
              DISPLAY 'No hay retencion activa numero '
                 WS-NRO-A-LIBERAR '.'
              GO TO 4000-LIBERAR-RETENCION-EXIT
           END-IF.

           SET RN-IDX-RETENCION TO WS-IDX-POSICION.

      *    Levantar un embargo judicial requiere el oficio del
      *    juzgado: la liberacion la avala un supervisor.
           MOVE SPACES TO WS-SUPERVISOR.
           IF RN-EMBARGO-JUDICIAL(RN-IDX-RETENCION)
              PERFORM 4200-CONFIRMAR-SUPERVISOR
                 THRU 4200-CONFIRMAR-SUPERVISOR-EXIT
              IF WS-SUP-NO-CONFIRMO
                 DISPLAY 'Sin aval de supervisor: el embargo no se'
                    ' libera.'
                 GO TO 4000-LIBERAR-RETENCION-EXIT
              END-IF
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

           SET RN-LIBERADA(RN-IDX-RETENCION) TO TRUE.
           MOVE WS-FECHA-SISTEMA-TEXTO
             TO RN-FECHA-BAJA(RN-IDX-RETENCION).
           MOVE WS-OPERADOR TO RN-OPERADOR-BAJA(RN-IDX-RETENCION).

           REWRITE RN-RETENCIONES-CUENTA.
           IF WS-STATUS-RETENCIO NOT EQUAL '00'
              DISPLAY 'Error grabando liberacion, status '
                 WS-STATUS-RETENCIO
           ELSE
              MOVE 'L' TO WS-ACCION
              PERFORM 7000-GRABAR-AUDITORIA
                 THRU 7000-GRABAR-AUDITORIA-EXIT
              DISPLAY 'Retencion ' WS-NRO-A-LIBERAR ' liberada.'
           END-IF.

       4000-LIBERAR-RETENCION-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       4100-BUSCAR-RETENCION-ACTIVA.

           IF RN-ACTIVA(RN-IDX-RETENCION)
           AND RN-NRO-RETENCION(RN-IDX-RETENCION)
                                       EQUAL WS-NRO-A-LIBERAR
              SET WS-POS-HALLADA TO TRUE
              SET WS-IDX-POSICION TO RN-IDX-RETENCION
           END-IF.

       4100-BUSCAR-RETENCION-ACTIVA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       4200-CONFIRMAR-SUPERVISOR.

      *    Igual que el aval del reverso en CLREVERS: el area de
      *    sesion se comparte con la firma del operador, por eso al
      *    final se restituye su identificador para el cierre.
           SET WS-SUP-NO-CONFIRMO TO TRUE.

           SET WS-SES-MODO-CONFIRMAR TO TRUE.
           MOVE 'CLMANRET' TO WS-SES-PROGRAMA.
           SET WS-SES-REQUIERE-SUPERVISOR TO TRUE.
           CALL 'CLSIGNON' USING WS-SESION.

           IF WS-SES-OK
              MOVE WS-SES-ID-OPERADOR TO WS-SUPERVISOR
              SET WS-SUP-CONFIRMO TO TRUE
           END-IF.

           MOVE WS-OPERADOR TO WS-SES-ID-OPERADOR.

       4200-CONFIRMAR-SUPERVISOR-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       5000-CONSULTAR-RETENCIONES.

           MOVE ZERO TO WS-CANT-ACTIVAS.
           IF WS-RET-NO-EXISTE
              DISPLAY 'La cuenta no tiene retenciones.'
              GO TO 5000-CONSULTAR-RETENCIONES-EXIT
           END-IF.

           DISPLAY 'Nro  T A        Importe Vence      Est Referencia'.
           PERFORM 5100-MOSTRAR-RETENCION
              THRU 5100-MOSTRAR-RETENCION-EXIT
              VARYING RN-IDX-RETENCION FROM 1 BY 1
                UNTIL RN-IDX-RETENCION > 10.

           IF WS-CANT-ACTIVAS EQUAL ZERO
              DISPLAY 'La cuenta no tiene retenciones activas.'
           END-IF.

       5000-CONSULTAR-RETENCIONES-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       5100-MOSTRAR-RETENCION.

           IF RN-POSICION-LIBRE(RN-IDX-RETENCION)
              GO TO 5100-MOSTRAR-RETENCION-EXIT
           END-IF.

           IF RN-ACTIVA(RN-IDX-RETENCION)
              ADD 1 TO WS-CANT-ACTIVAS
           END-IF.

           MOVE RN-IMPORTE(RN-IDX-RETENCION) TO WS-IMPORTE-EDIT.
           DISPLAY RN-NRO-RETENCION(RN-IDX-RETENCION) ' '
                   RN-TIPO-RETENCION(RN-IDX-RETENCION) ' '
                   RN-ALCANCE(RN-IDX-RETENCION) ' '
                   WS-IMPORTE-EDIT ' '
                   RN-FECHA-VENCIMIENTO(RN-IDX-RETENCION) ' '
                   RN-ESTADO(RN-IDX-RETENCION) '   '
                   RN-REFERENCIA(RN-IDX-RETENCION).

       5100-MOSTRAR-RETENCION-EXIT.
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

           MOVE WS-FECHA-SISTEMA-TEXTO    TO RA-FECHA.
           MOVE WS-HORA-SISTEMA-TEXTO     TO RA-HORA.
           MOVE WS-OPERADOR               TO RA-OPERADOR.
           MOVE WS-SUPERVISOR             TO RA-SUPERVISOR.
           MOVE WS-ACCION                 TO RA-ACCION.
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

           ADD 1 TO WS-CANT-OPER-SESION.

       7000-GRABAR-AUDITORIA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       9000-FINALIZAR.

      *    El cierre de sesion deja en SESIONLG cuantas altas y
      *    liberaciones hizo el operador.
           SET WS-SES-MODO-CIERRE TO TRUE.
           MOVE WS-CANT-OPER-SESION TO WS-SES-CANT-OPERACIONES.
           CALL 'CLSIGNON' USING WS-SESION.

           CLOSE RETENCIO AUDIRET.
           IF WS-HAY-CTAMAEST
              CLOSE CTAMAEST
           END-IF.

       9000-FINALIZAR-EXIT.
           EXIT.


       END PROGRAM CLMANRET.
