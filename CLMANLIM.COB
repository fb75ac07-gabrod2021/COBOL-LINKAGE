      *----------------------------------------------------------------*
      *  Purpose: Mantenimiento de los parametros por cuenta: limites
      *           de debito (LIMITES) y lineas de sobregiro con sus
      *           tasas (SOBGIROS).  Alta, modificacion, baja y
      *           consulta, solo para supervisores firmados por
      *           CLSIGNON.  El alta exige que la cuenta exista y este
      *           abierta en CTAMAEST; el limite por operacion no
      *           puede superar el diario; la linea vence siempre en
      *           el futuro y su tasa punitoria no es menor que la de
      *           la linea.  Cada cambio queda auditado en AUDITAB con
      *           imagen anterior y posterior, operador y fecha/hora.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CLMANLIM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIMITES ASSIGN TO "LIMITES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LI-NRO-CUENTA
               FILE STATUS IS WS-STATUS-LIMITES.

           SELECT SOBGIROS ASSIGN TO "SOBGIROS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SG-NRO-CUENTA
               FILE STATUS IS WS-STATUS-SOBGIROS.

           SELECT CTAMAEST ASSIGN TO "CTAMAEST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-NRO-CUENTA
               FILE STATUS IS WS-STATUS-CTAMAEST.

           SELECT AUDITAB ASSIGN TO "AUDITAB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDITAB.


       DATA DIVISION.

       FILE SECTION.

       FD  LIMITES.
           COPY LIMITES.

       FD  SOBGIROS.
           COPY SOBGIRO.

       FD  CTAMAEST.
           COPY CTAMAEST.

       FD  AUDITAB.
           COPY AUDITAB.


       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
          05 WS-LINEA                          PIC X(72) VALUE ALL '-'.

       01 WS-INDICADORES.
          05 WS-STATUS-LIMITES                 PIC X(02).
          05 WS-STATUS-SOBGIROS                PIC X(02).
          05 WS-STATUS-CTAMAEST                PIC X(02).
          05 WS-STATUS-AUDITAB                 PIC X(02).
          05 WS-CONTINUAR                      PIC X(01) VALUE 'S'.
             88 WS-OTRA-OPERACION              VALUE 'S' 's'.
             88 WS-FINALIZAR                   VALUE 'N' 'n'.

      *    La disponibilidad de cada archivo se fija al abrirlo: el
      *    file status cambia con cada READ y no sirve para saber si
      *    el archivo esta abierto.
       01 WS-DISPONIBILIDAD.
          05 WS-LIMITES-DISPONIBLE             PIC X(01) VALUE 'N'.
             88 WS-HAY-LIMITES                 VALUE 'S'.
             88 WS-NO-HAY-LIMITES              VALUE 'N'.
          05 WS-SOBGIROS-DISPONIBLE            PIC X(01) VALUE 'N'.
             88 WS-HAY-SOBGIROS                VALUE 'S'.
             88 WS-NO-HAY-SOBGIROS             VALUE 'N'.
          05 WS-CTAMAEST-DISPONIBLE            PIC X(01) VALUE 'N'.
             88 WS-HAY-CTAMAEST                VALUE 'S'.
             88 WS-NO-HAY-CTAMAEST             VALUE 'N'.

       01 WS-OPERADOR                          PIC X(08) VALUE SPACES.
       01 WS-CANT-OPER-SESION                  PIC 9(07) VALUE ZERO.

       COPY OPERSES_WS.

       01 WS-TABLA-ELEGIDA                     PIC X(01).
          88 WS-TAB-LIMITES                    VALUE 'L' 'l'.
          88 WS-TAB-SOBGIROS                   VALUE 'S' 's'.

       01 WS-ACCION                            PIC X(01).
          88 WS-ACC-ALTA                       VALUE 'A' 'a'.
          88 WS-ACC-MODIFICACION               VALUE 'M' 'm'.
          88 WS-ACC-BAJA                       VALUE 'B' 'b'.
          88 WS-ACC-CONSULTA                   VALUE 'C' 'c'.

       01 WS-CUENTA-BUSCADA                    PIC X(22).
       01 WS-REGISTRO-EXISTE                   PIC X(01).
          88 WS-REG-EXISTE                     VALUE 'S'.
          88 WS-REG-NO-EXISTE                  VALUE 'N'.
       01 WS-DATOS-VALIDOS                     PIC X(01).
          88 WS-DATOS-OK                       VALUE 'S'.
          88 WS-DATOS-NOTOK                    VALUE 'N'.
       01 WS-CONFIRMACION                      PIC X(01).
          88 WS-CONFIRMADO                     VALUE 'S' 's'.
       01 WS-CAMBIAR-TASAS                     PIC X(01).
          88 WS-CAMBIA-TASAS                   VALUE 'S' 's'.

      *    -- datos ingresados para el alta o la modificacion ---------*
       01 WS-NUEVO-MAX-OPERACION               PIC 9(10)V9(02).
       01 WS-NUEVO-MAX-DIARIO                  PIC 9(12)V9(02).
       01 WS-NUEVO-IMPORTE-LINEA               PIC 9(12)V9(02).
       01 WS-NUEVO-VENCIMIENTO                 PIC X(10).
       01 WS-NUEVA-TASA-LINEA                  PIC 9(03)V9(04).
       01 WS-NUEVA-TASA-PUNITORIA              PIC 9(03)V9(04).

      *    -- imagenes para la auditoria ------------------------------*
       01 WS-AUD-TABLA                         PIC X(08).
       01 WS-IMAGEN-ANTES                      PIC X(80).
       01 WS-IMAGEN-DESPUES                    PIC X(80).

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
       01 WS-IMPORTE-EDIT-2                    PIC Z(11)9,99.
       01 WS-TASA-EDIT                         PIC ZZ9,9999.
       01 WS-TASA-EDIT-2                       PIC ZZ9,9999.


       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIALIZAR
              THRU 1000-INICIALIZAR-EXIT.

      *    Sin firma de supervisor no se toca ninguna tabla.
           IF WS-SES-OK
              IF WS-HAY-LIMITES OR WS-HAY-SOBGIROS
                 PERFORM 2000-ATENDER-OPERACION
                    THRU 2000-ATENDER-OPERACION-EXIT
                    UNTIL WS-FINALIZAR
              END-IF

              PERFORM 9000-FINALIZAR
                 THRU 9000-FINALIZAR-EXIT
           END-IF.

           STOP RUN.


      *----------------------------------------------------------------*
       1000-INICIALIZAR.

      *    Los limites y las lineas deciden que debitos se aceptan:
      *    solo un supervisor los cambia, y la auditoria AUDITAB
      *    atribuye cada cambio a quien lo hizo.
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

           OPEN I-O LIMITES.
           IF WS-STATUS-LIMITES EQUAL '35'
              OPEN OUTPUT LIMITES
              CLOSE LIMITES
              OPEN I-O LIMITES
           END-IF.
           IF WS-STATUS-LIMITES EQUAL '00'
              SET WS-HAY-LIMITES TO TRUE
           ELSE
              DISPLAY 'LIMITES no disponible, status '
                 WS-STATUS-LIMITES
           END-IF.

           OPEN I-O SOBGIROS.
           IF WS-STATUS-SOBGIROS EQUAL '35'
              OPEN OUTPUT SOBGIROS
              CLOSE SOBGIROS
              OPEN I-O SOBGIROS
           END-IF.
           IF WS-STATUS-SOBGIROS EQUAL '00'
              SET WS-HAY-SOBGIROS TO TRUE
           ELSE
              DISPLAY 'SOBGIROS no disponible, status '
                 WS-STATUS-SOBGIROS
           END-IF.

      *    Sin CTAMAEST no hay altas: no puede verificarse la cuenta.
           OPEN INPUT CTAMAEST.
           IF WS-STATUS-CTAMAEST EQUAL '00'
              SET WS-HAY-CTAMAEST TO TRUE
           ELSE
              DISPLAY 'CTAMAEST no disponible, status '
                 WS-STATUS-CTAMAEST ': no se admiten altas.'
           END-IF.

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
           MOVE 'CLMANLIM' TO WS-SES-PROGRAMA.
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
       2000-ATENDER-OPERACION.

           DISPLAY WS-LINEA.
           DISPLAY 'Tabla: L-Limites S-Lineas de sobregiro '
           ACCEPT WS-TABLA-ELEGIDA.
           DISPLAY 'Accion: A-Alta M-Modificar B-Baja C-Consultar '
           ACCEPT WS-ACCION.

           DISPLAY 'Numero de cuenta '
           ACCEPT WS-CUENTA-BUSCADA.

           IF WS-CUENTA-BUSCADA EQUAL SPACES
              DISPLAY 'Numero de cuenta vacio, operacion ignorada.'
           ELSE
              EVALUATE TRUE
                 WHEN WS-TAB-LIMITES AND WS-HAY-LIMITES
                    PERFORM 3000-MANTENER-LIMITE
                       THRU 3000-MANTENER-LIMITE-EXIT
                 WHEN WS-TAB-SOBGIROS AND WS-HAY-SOBGIROS
                    PERFORM 4000-MANTENER-LINEA
                       THRU 4000-MANTENER-LINEA-EXIT
                 WHEN WS-TAB-LIMITES OR WS-TAB-SOBGIROS
                    DISPLAY 'La tabla elegida no esta disponible.'
                 WHEN OTHER
                    DISPLAY 'Tabla invalida: ' WS-TABLA-ELEGIDA
              END-EVALUATE
           END-IF.

           DISPLAY WS-LINEA.
           DISPLAY 'Desea realizar otra operacion? (S/N) '
           ACCEPT WS-CONTINUAR.

       2000-ATENDER-OPERACION-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3000-MANTENER-LIMITE.

      *    La imagen anterior se captura junto con la lectura para que
      *    la auditoria refleje exactamente lo que habia antes del
      *    cambio.
           MOVE 'LIMITES' TO WS-AUD-TABLA.
           MOVE SPACES TO WS-IMAGEN-ANTES WS-IMAGEN-DESPUES.
           MOVE WS-CUENTA-BUSCADA TO LI-NRO-CUENTA.
           READ LIMITES
               INVALID KEY
                  SET WS-REG-NO-EXISTE TO TRUE
               NOT INVALID KEY
                  SET WS-REG-EXISTE TO TRUE
                  MOVE LI-LIMITE TO WS-IMAGEN-ANTES
           END-READ.

           EVALUATE TRUE
              WHEN WS-ACC-ALTA
                 PERFORM 3100-ALTA-LIMITE
                    THRU 3100-ALTA-LIMITE-EXIT
              WHEN WS-ACC-MODIFICACION
                 PERFORM 3200-MODIFICAR-LIMITE
                    THRU 3200-MODIFICAR-LIMITE-EXIT
              WHEN WS-ACC-BAJA
                 PERFORM 3300-BAJA-LIMITE
                    THRU 3300-BAJA-LIMITE-EXIT
              WHEN WS-ACC-CONSULTA
                 PERFORM 3400-CONSULTAR-LIMITE
                    THRU 3400-CONSULTAR-LIMITE-EXIT
              WHEN OTHER
                 DISPLAY 'Accion invalida: ' WS-ACCION
           END-EVALUATE.

       3000-MANTENER-LIMITE-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3100-ALTA-LIMITE.

           IF WS-REG-EXISTE
              DISPLAY 'La cuenta ya tiene limites: use modificar.'
              GO TO 3100-ALTA-LIMITE-EXIT
           END-IF.

           PERFORM 5000-VERIFICAR-CUENTA
              THRU 5000-VERIFICAR-CUENTA-EXIT.
           IF WS-DATOS-NOTOK
              GO TO 3100-ALTA-LIMITE-EXIT
           END-IF.

           DISPLAY 'Maximo por operacion '
           ACCEPT WS-NUEVO-MAX-OPERACION.
           DISPLAY 'Maximo diario '
           ACCEPT WS-NUEVO-MAX-DIARIO.

           PERFORM 3500-VALIDAR-LIMITE
              THRU 3500-VALIDAR-LIMITE-EXIT.
           IF WS-DATOS-NOTOK
              GO TO 3100-ALTA-LIMITE-EXIT
           END-IF.

           MOVE WS-CUENTA-BUSCADA      TO LI-NRO-CUENTA.
           MOVE WS-NUEVO-MAX-OPERACION TO LI-MAX-POR-OPERACION.
           MOVE WS-NUEVO-MAX-DIARIO    TO LI-MAX-DIARIO.
           WRITE LI-LIMITE.
           IF WS-STATUS-LIMITES NOT EQUAL '00'
              DISPLAY 'Error grabando alta, status ' WS-STATUS-LIMITES
           ELSE
              MOVE 'A' TO WS-ACCION
              MOVE LI-LIMITE TO WS-IMAGEN-DESPUES
              PERFORM 7000-GRABAR-AUDITORIA
                 THRU 7000-GRABAR-AUDITORIA-EXIT
              DISPLAY 'Limites dados de alta.'
           END-IF.

       3100-ALTA-LIMITE-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3200-MODIFICAR-LIMITE.

           IF WS-REG-NO-EXISTE
              DISPLAY 'La cuenta no tiene limites.'
              GO TO 3200-MODIFICAR-LIMITE-EXIT
           END-IF.

           PERFORM 3400-CONSULTAR-LIMITE
              THRU 3400-CONSULTAR-LIMITE-EXIT.

           DISPLAY 'Nuevo maximo por operacion (cero = no cambiar) '
           ACCEPT WS-NUEVO-MAX-OPERACION.
           DISPLAY 'Nuevo maximo diario (cero = no cambiar) '
           ACCEPT WS-NUEVO-MAX-DIARIO.

           IF WS-NUEVO-MAX-OPERACION EQUAL ZEROS
           AND WS-NUEVO-MAX-DIARIO EQUAL ZEROS
              DISPLAY 'Sin cambios, no se modifican los limites.'
              GO TO 3200-MODIFICAR-LIMITE-EXIT
           END-IF.

           IF WS-NUEVO-MAX-OPERACION EQUAL ZEROS
              MOVE LI-MAX-POR-OPERACION TO WS-NUEVO-MAX-OPERACION
           END-IF.
           IF WS-NUEVO-MAX-DIARIO EQUAL ZEROS
              MOVE LI-MAX-DIARIO TO WS-NUEVO-MAX-DIARIO
           END-IF.

           PERFORM 3500-VALIDAR-LIMITE
              THRU 3500-VALIDAR-LIMITE-EXIT.
           IF WS-DATOS-NOTOK
              GO TO 3200-MODIFICAR-LIMITE-EXIT
           END-IF.

           MOVE WS-NUEVO-MAX-OPERACION TO LI-MAX-POR-OPERACION.
           MOVE WS-NUEVO-MAX-DIARIO    TO LI-MAX-DIARIO.
           REWRITE LI-LIMITE.
           IF WS-STATUS-LIMITES NOT EQUAL '00'
              DISPLAY 'Error grabando modificacion, status '
                 WS-STATUS-LIMITES
           ELSE
              MOVE 'M' TO WS-ACCION
              MOVE LI-LIMITE TO WS-IMAGEN-DESPUES
              PERFORM 7000-GRABAR-AUDITORIA
                 THRU 7000-GRABAR-AUDITORIA-EXIT
              DISPLAY 'Limites modificados.'
           END-IF.

       3200-MODIFICAR-LIMITE-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3300-BAJA-LIMITE.

      *    La cuenta sin registro en LIMITES no tiene limite: la baja
      *    libera la cuenta, por eso se pide confirmacion.
           IF WS-REG-NO-EXISTE
              DISPLAY 'La cuenta no tiene limites.'
              GO TO 3300-BAJA-LIMITE-EXIT
           END-IF.

           PERFORM 3400-CONSULTAR-LIMITE
              THRU 3400-CONSULTAR-LIMITE-EXIT.
           DISPLAY 'Sin registro la cuenta queda sin limite.'
              ' Confirma la baja? (S/N) '
           ACCEPT WS-CONFIRMACION.
           IF NOT WS-CONFIRMADO
              DISPLAY 'Baja cancelada.'
              GO TO 3300-BAJA-LIMITE-EXIT
           END-IF.

           DELETE LIMITES RECORD.
           IF WS-STATUS-LIMITES NOT EQUAL '00'
              DISPLAY 'Error grabando baja, status ' WS-STATUS-LIMITES
           ELSE
              MOVE 'B' TO WS-ACCION
              PERFORM 7000-GRABAR-AUDITORIA
                 THRU 7000-GRABAR-AUDITORIA-EXIT
              DISPLAY 'Limites dados de baja.'
           END-IF.

       3300-BAJA-LIMITE-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3400-CONSULTAR-LIMITE.

           IF WS-REG-NO-EXISTE
              DISPLAY 'La cuenta no tiene limites.'
              GO TO 3400-CONSULTAR-LIMITE-EXIT
           END-IF.

           MOVE LI-MAX-POR-OPERACION TO WS-IMPORTE-EDIT.
           MOVE LI-MAX-DIARIO        TO WS-IMPORTE-EDIT-2.
           DISPLAY 'Maximo por operacion: ' WS-IMPORTE-EDIT
              '  Maximo diario: ' WS-IMPORTE-EDIT-2.

       3400-CONSULTAR-LIMITE-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3500-VALIDAR-LIMITE.

      *    CLVALTRAN controla primero el maximo por operacion y
      *    despues el acumulado diario: un maximo por operacion mayor
      *    que el diario no tendria efecto y delata un error de carga.
           SET WS-DATOS-OK TO TRUE.

           IF WS-NUEVO-MAX-OPERACION NOT > ZEROS
           OR WS-NUEVO-MAX-DIARIO NOT > ZEROS
              DISPLAY 'Los maximos deben ser mayores a cero.'
              SET WS-DATOS-NOTOK TO TRUE
              GO TO 3500-VALIDAR-LIMITE-EXIT
           END-IF.

           IF WS-NUEVO-MAX-OPERACION > WS-NUEVO-MAX-DIARIO
              DISPLAY 'El maximo por operacion no puede superar el'
                 ' maximo diario.'
              SET WS-DATOS-NOTOK TO TRUE
           END-IF.

       3500-VALIDAR-LIMITE-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       4000-MANTENER-LINEA.

           MOVE 'SOBGIROS' TO WS-AUD-TABLA.
           MOVE SPACES TO WS-IMAGEN-ANTES WS-IMAGEN-DESPUES.
           MOVE WS-CUENTA-BUSCADA TO SG-NRO-CUENTA.
           READ SOBGIROS
               INVALID KEY
                  SET WS-REG-NO-EXISTE TO TRUE
               NOT INVALID KEY
                  SET WS-REG-EXISTE TO TRUE
                  MOVE SG-LINEA-SOBGIRO TO WS-IMAGEN-ANTES
           END-READ.

           EVALUATE TRUE
              WHEN WS-ACC-ALTA
                 PERFORM 4100-ALTA-LINEA
                    THRU 4100-ALTA-LINEA-EXIT
              WHEN WS-ACC-MODIFICACION
                 PERFORM 4200-MODIFICAR-LINEA
                    THRU 4200-MODIFICAR-LINEA-EXIT
              WHEN WS-ACC-BAJA
                 PERFORM 4300-BAJA-LINEA
                    THRU 4300-BAJA-LINEA-EXIT
              WHEN WS-ACC-CONSULTA
                 PERFORM 4400-CONSULTAR-LINEA
                    THRU 4400-CONSULTAR-LINEA-EXIT
              WHEN OTHER
                 DISPLAY 'Accion invalida: ' WS-ACCION
           END-EVALUATE.

       4000-MANTENER-LINEA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       4100-ALTA-LINEA.

           IF WS-REG-EXISTE
              DISPLAY 'La cuenta ya tiene linea: use modificar.'
              GO TO 4100-ALTA-LINEA-EXIT
           END-IF.

           PERFORM 5000-VERIFICAR-CUENTA
              THRU 5000-VERIFICAR-CUENTA-EXIT.
           IF WS-DATOS-NOTOK
              GO TO 4100-ALTA-LINEA-EXIT
           END-IF.

           DISPLAY 'Importe de la linea '
           ACCEPT WS-NUEVO-IMPORTE-LINEA.
           DISPLAY 'Vencimiento dd-mm-aaaa '
           ACCEPT WS-NUEVO-VENCIMIENTO.
           DISPLAY 'Tasa nominal anual de la linea (%) '
           ACCEPT WS-NUEVA-TASA-LINEA.
           DISPLAY 'Tasa nominal anual punitoria (%) '
           ACCEPT WS-NUEVA-TASA-PUNITORIA.

           PERFORM 4500-VALIDAR-LINEA
              THRU 4500-VALIDAR-LINEA-EXIT.
           IF WS-DATOS-NOTOK
              GO TO 4100-ALTA-LINEA-EXIT
           END-IF.

           MOVE WS-CUENTA-BUSCADA       TO SG-NRO-CUENTA.
           MOVE WS-NUEVO-IMPORTE-LINEA  TO SG-IMPORTE-LINEA.
           MOVE WS-NUEVO-VENCIMIENTO    TO SG-FECHA-VENCIMIENTO.
           MOVE WS-NUEVA-TASA-LINEA     TO SG-TASA-LINEA.
           MOVE WS-NUEVA-TASA-PUNITORIA TO SG-TASA-PUNITORIA.
           WRITE SG-LINEA-SOBGIRO.
           IF WS-STATUS-SOBGIROS NOT EQUAL '00'
              DISPLAY 'Error grabando alta, status '
                 WS-STATUS-SOBGIROS
           ELSE
              MOVE 'A' TO WS-ACCION
              MOVE SG-LINEA-SOBGIRO TO WS-IMAGEN-DESPUES
              PERFORM 7000-GRABAR-AUDITORIA
                 THRU 7000-GRABAR-AUDITORIA-EXIT
              DISPLAY 'Linea de sobregiro dada de alta.'
           END-IF.

       4100-ALTA-LINEA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       4200-MODIFICAR-LINEA.

      *    La linea modificada tambien tiene que vencer en el futuro:
      *    si la vigente ya vencio, hay que darle un vencimiento
      *    nuevo aunque solo se cambien las tasas.
           IF WS-REG-NO-EXISTE
              DISPLAY 'La cuenta no tiene linea de sobregiro.'
              GO TO 4200-MODIFICAR-LINEA-EXIT
           END-IF.

           PERFORM 4400-CONSULTAR-LINEA
              THRU 4400-CONSULTAR-LINEA-EXIT.

           DISPLAY 'Nuevo importe de la linea (cero = no cambiar) '
           ACCEPT WS-NUEVO-IMPORTE-LINEA.
           DISPLAY 'Nuevo vencimiento dd-mm-aaaa (vacio = no'
              ' cambiar) '
           ACCEPT WS-NUEVO-VENCIMIENTO.
           DISPLAY 'Cambia las tasas? (S/N) '
           ACCEPT WS-CAMBIAR-TASAS.
           IF WS-CAMBIA-TASAS
              DISPLAY 'Nueva tasa nominal anual de la linea (%) '
              ACCEPT WS-NUEVA-TASA-LINEA
              DISPLAY 'Nueva tasa nominal anual punitoria (%) '
              ACCEPT WS-NUEVA-TASA-PUNITORIA
           ELSE
              MOVE SG-TASA-LINEA     TO WS-NUEVA-TASA-LINEA
              MOVE SG-TASA-PUNITORIA TO WS-NUEVA-TASA-PUNITORIA
           END-IF.

           IF WS-NUEVO-IMPORTE-LINEA EQUAL ZEROS
           AND WS-NUEVO-VENCIMIENTO EQUAL SPACES
           AND NOT WS-CAMBIA-TASAS
              DISPLAY 'Sin cambios, no se modifica la linea.'
              GO TO 4200-MODIFICAR-LINEA-EXIT
           END-IF.

           IF WS-NUEVO-IMPORTE-LINEA EQUAL ZEROS
              MOVE SG-IMPORTE-LINEA TO WS-NUEVO-IMPORTE-LINEA
           END-IF.
           IF WS-NUEVO-VENCIMIENTO EQUAL SPACES
              MOVE SG-FECHA-VENCIMIENTO TO WS-NUEVO-VENCIMIENTO
           END-IF.

           PERFORM 4500-VALIDAR-LINEA
              THRU 4500-VALIDAR-LINEA-EXIT.
           IF WS-DATOS-NOTOK
              GO TO 4200-MODIFICAR-LINEA-EXIT
           END-IF.

           MOVE WS-NUEVO-IMPORTE-LINEA  TO SG-IMPORTE-LINEA.
           MOVE WS-NUEVO-VENCIMIENTO    TO SG-FECHA-VENCIMIENTO.
           MOVE WS-NUEVA-TASA-LINEA     TO SG-TASA-LINEA.
           MOVE WS-NUEVA-TASA-PUNITORIA TO SG-TASA-PUNITORIA.
           REWRITE SG-LINEA-SOBGIRO.
           IF WS-STATUS-SOBGIROS NOT EQUAL '00'
              DISPLAY 'Error grabando modificacion, status '
                 WS-STATUS-SOBGIROS
           ELSE
              MOVE 'M' TO WS-ACCION
              MOVE SG-LINEA-SOBGIRO TO WS-IMAGEN-DESPUES
              PERFORM 7000-GRABAR-AUDITORIA
                 THRU 7000-GRABAR-AUDITORIA-EXIT
              DISPLAY 'Linea de sobregiro modificada.'
           END-IF.

       4200-MODIFICAR-LINEA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       4300-BAJA-LINEA.

      *    Sin linea, el descubierto que tenga la cuenta pasa a
      *    devengar la tasa punitoria general (CLDEVINT).
           IF WS-REG-NO-EXISTE
              DISPLAY 'La cuenta no tiene linea de sobregiro.'
              GO TO 4300-BAJA-LINEA-EXIT
           END-IF.

           PERFORM 4400-CONSULTAR-LINEA
              THRU 4400-CONSULTAR-LINEA-EXIT.
           DISPLAY 'Confirma la baja de la linea? (S/N) '
           ACCEPT WS-CONFIRMACION.
           IF NOT WS-CONFIRMADO
              DISPLAY 'Baja cancelada.'
              GO TO 4300-BAJA-LINEA-EXIT
           END-IF.

           DELETE SOBGIROS RECORD.
           IF WS-STATUS-SOBGIROS NOT EQUAL '00'
              DISPLAY 'Error grabando baja, status '
                 WS-STATUS-SOBGIROS
           ELSE
              MOVE 'B' TO WS-ACCION
              PERFORM 7000-GRABAR-AUDITORIA
                 THRU 7000-GRABAR-AUDITORIA-EXIT
              DISPLAY 'Linea de sobregiro dada de baja.'
           END-IF.

       4300-BAJA-LINEA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       4400-CONSULTAR-LINEA.

           IF WS-REG-NO-EXISTE
              DISPLAY 'La cuenta no tiene linea de sobregiro.'
              GO TO 4400-CONSULTAR-LINEA-EXIT
           END-IF.

           MOVE SG-IMPORTE-LINEA  TO WS-IMPORTE-EDIT.
           MOVE SG-TASA-LINEA     TO WS-TASA-EDIT.
           MOVE SG-TASA-PUNITORIA TO WS-TASA-EDIT-2.
           DISPLAY 'Linea: ' WS-IMPORTE-EDIT
              '  Vence: ' SG-FECHA-VENCIMIENTO.
           DISPLAY 'Tasa linea: ' WS-TASA-EDIT
              ' %  Tasa punitoria: ' WS-TASA-EDIT-2 ' %'.

       4400-CONSULTAR-LINEA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       4500-VALIDAR-LINEA.

           SET WS-DATOS-OK TO TRUE.

           IF WS-NUEVO-IMPORTE-LINEA NOT > ZEROS
              DISPLAY 'El importe de la linea debe ser mayor a cero.'
              SET WS-DATOS-NOTOK TO TRUE
              GO TO 4500-VALIDAR-LINEA-EXIT
           END-IF.

           PERFORM 4600-VALIDAR-VENCIMIENTO
              THRU 4600-VALIDAR-VENCIMIENTO-EXIT.
           IF WS-FECHA-INVALIDA
              DISPLAY 'Vencimiento invalido o no posterior a hoy: '
                 WS-NUEVO-VENCIMIENTO
              SET WS-DATOS-NOTOK TO TRUE
              GO TO 4500-VALIDAR-LINEA-EXIT
           END-IF.

      *    La punitoria rige sobre el exceso y sobre la linea
      *    vencida: menor que la de la linea premiaria el descubierto.
           IF WS-NUEVA-TASA-PUNITORIA < WS-NUEVA-TASA-LINEA
              DISPLAY 'La tasa punitoria no puede ser menor que la'
                 ' tasa de la linea.'
              SET WS-DATOS-NOTOK TO TRUE
           END-IF.

       4500-VALIDAR-LINEA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       4600-VALIDAR-VENCIMIENTO.

      *    Misma validacion de calendario que el vencimiento de las
      *    retenciones en CLMANRET, pero la linea tiene que vencer
      *    despues del dia de proceso.
           SET WS-FECHA-VALIDA TO TRUE.

           IF WS-NUEVO-VENCIMIENTO(3:1) NOT EQUAL '-'
           OR WS-NUEVO-VENCIMIENTO(6:1) NOT EQUAL '-'
              SET WS-FECHA-INVALIDA TO TRUE
              GO TO 4600-VALIDAR-VENCIMIENTO-EXIT
           END-IF.

           MOVE WS-NUEVO-VENCIMIENTO(1:2) TO WS-FECHA-DIA-X.
           MOVE WS-NUEVO-VENCIMIENTO(4:2) TO WS-FECHA-MES-X.
           MOVE WS-NUEVO-VENCIMIENTO(7:4) TO WS-FECHA-ANIO-X.
           IF WS-FECHA-DIA-X  IS NOT NUMERIC
           OR WS-FECHA-MES-X  IS NOT NUMERIC
           OR WS-FECHA-ANIO-X IS NOT NUMERIC
              SET WS-FECHA-INVALIDA TO TRUE
              GO TO 4600-VALIDAR-VENCIMIENTO-EXIT
           END-IF.

           MOVE WS-FECHA-DIA-X  TO WS-FP-DIA.
           MOVE WS-FECHA-MES-X  TO WS-FP-MES.
           MOVE WS-FECHA-ANIO-X TO WS-FP-ANIO.
           IF WS-FP-MES < 1 OR WS-FP-MES > 12
              SET WS-FECHA-INVALIDA TO TRUE
              GO TO 4600-VALIDAR-VENCIMIENTO-EXIT
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
              GO TO 4600-VALIDAR-VENCIMIENTO-EXIT
           END-IF.

           COMPUTE WS-FECHA-NUM = WS-FP-ANIO * 10000
                                + WS-FP-MES  * 100
                                + WS-FP-DIA.
           IF WS-FECHA-NUM NOT > WS-FECHA-SISTEMA-NUM
              SET WS-FECHA-INVALIDA TO TRUE
           END-IF.

       4600-VALIDAR-VENCIMIENTO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       5000-VERIFICAR-CUENTA.

           SET WS-DATOS-OK TO TRUE.
           IF WS-NO-HAY-CTAMAEST
              DISPLAY 'CTAMAEST no disponible: no se admiten altas.'
              SET WS-DATOS-NOTOK TO TRUE
              GO TO 5000-VERIFICAR-CUENTA-EXIT
           END-IF.

           MOVE WS-CUENTA-BUSCADA TO CM-NRO-CUENTA.
           READ CTAMAEST
               INVALID KEY
                  DISPLAY 'La cuenta no existe en CTAMAEST.'
                  SET WS-DATOS-NOTOK TO TRUE
                  GO TO 5000-VERIFICAR-CUENTA-EXIT
           END-READ.

           IF CM-CUENTA-CERRADA
              DISPLAY 'La cuenta esta cerrada.'
              SET WS-DATOS-NOTOK TO TRUE
           END-IF.

       5000-VERIFICAR-CUENTA-EXIT.
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
           MOVE 'CLMANLIM'             TO TA-PROGRAMA.
           MOVE WS-AUD-TABLA           TO TA-TABLA.
           MOVE WS-ACCION              TO TA-ACCION.
           MOVE WS-CUENTA-BUSCADA      TO TA-CLAVE.
           MOVE WS-IMAGEN-ANTES        TO TA-IMAGEN-ANTES.
           MOVE WS-IMAGEN-DESPUES      TO TA-IMAGEN-DESPUES.
           WRITE TA-AUDITORIA.
           IF WS-STATUS-AUDITAB NOT EQUAL '00'
              DISPLAY 'Error grabando AUDITAB, status '
                 WS-STATUS-AUDITAB ' - cuenta ' WS-CUENTA-BUSCADA
           END-IF.

           ADD 1 TO WS-CANT-OPER-SESION.

       7000-GRABAR-AUDITORIA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       9000-FINALIZAR.

      *    El cierre de sesion deja en SESIONLG cuantos cambios hizo
      *    el supervisor.
           SET WS-SES-MODO-CIERRE TO TRUE.
           MOVE WS-CANT-OPER-SESION TO WS-SES-CANT-OPERACIONES.
           CALL 'CLSIGNON' USING WS-SESION.

           IF WS-HAY-LIMITES
              CLOSE LIMITES
           END-IF.
           IF WS-HAY-SOBGIROS
              CLOSE SOBGIROS
           END-IF.
           IF WS-HAY-CTAMAEST
              CLOSE CTAMAEST
           END-IF.
           CLOSE AUDITAB.

       9000-FINALIZAR-EXIT.
           EXIT.


       END PROGRAM CLMANLIM.
