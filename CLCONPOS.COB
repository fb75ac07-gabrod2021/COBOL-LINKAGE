      *----------------------------------------------------------------*
      *  Purpose: Consulta de posicion de una cuenta.  Dado un numero
      *           de cuenta muestra en una sola pantalla todo lo que
      *           decide si la cuenta puede transferir: estado y
      *           titular en CTAMAEST, saldo en SALDOS, retenciones y
      *           embargos vigentes (RETENCIO), linea de sobregiro y
      *           su vencimiento (SOBGIROS), el disponible calculado
      *           igual que en el posteo, los limites por operacion y
      *           diario (LIMITES) con lo ya usado hoy segun ACUMDIA y
      *           lo que queda; las transferencias que esperan en
      *           PENDAPRO (aprobacion), ALMACENF (fecha valor) y
      *           POSTEXCE (excepcion de saldo, con los reintentos de
      *           REINTCTL), las ordenes permanentes de ORDENES que la
      *           debitan y sus ultimos movimientos en SALDOJRN.
      *           Cierra con los impedimentos encontrados.  Exige la
      *           firma del operador por CLSIGNON.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CLCONPOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT RETENCIO ASSIGN TO "RETENCIO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RN-NRO-CUENTA
               FILE STATUS IS WS-STATUS-RETENCIO.

           SELECT SOBGIROS ASSIGN TO "SOBGIROS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SG-NRO-CUENTA
               FILE STATUS IS WS-STATUS-SOBGIROS.

           SELECT LIMITES ASSIGN TO "LIMITES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LI-NRO-CUENTA
               FILE STATUS IS WS-STATUS-LIMITES.

           SELECT ACUMDIA ASSIGN TO "ACUMDIA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AC-NRO-CUENTA
               FILE STATUS IS WS-STATUS-ACUMDIA.

           SELECT PENDAPRO ASSIGN TO "PENDAPRO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PENDAPRO.

           SELECT ALMACENF ASSIGN TO "ALMACENF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-ALMACENF.

           SELECT POSTEOIF ASSIGN TO "POSTEOIF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-POSTEOIF.

           SELECT POSTEXCE ASSIGN TO "POSTEXCE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-POSTEXCE.

           SELECT REINTCTL ASSIGN TO "REINTCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-REINTCTL.

           SELECT ORDENES ASSIGN TO "ORDENES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-ORDENES.

           SELECT SALDOJRN ASSIGN TO "SALDOJRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-SALDOJRN.


       DATA DIVISION.

       FILE SECTION.

       FD  CTAMAEST.
           COPY CTAMAEST.

       FD  SALDOS.
           COPY SALDOS.

       FD  RETENCIO.
           COPY RETENCIO.

       FD  SOBGIROS.
           COPY SOBGIRO.

       FD  LIMITES.
           COPY LIMITES.

       FD  ACUMDIA.
           COPY ACUMDIA.

       FD  PENDAPRO.
           COPY TRANREG_PA.

       FD  ALMACENF.
           COPY TRANREG_AL.

       FD  POSTEOIF.
           COPY TRANREG_PO.

       FD  POSTEXCE.
           COPY POSTEXC.

       FD  REINTCTL.
           COPY REINTCTL.

       FD  ORDENES.
           COPY ORDPERM.

       FD  SALDOJRN.
           COPY SALDOJRN.


       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
          05 WS-LINEA                          PIC X(72) VALUE ALL '-'.

       01 WS-INDICADORES-ARCHIVO.
          05 WS-STATUS-CTAMAEST                PIC X(02).
          05 WS-STATUS-SALDOS                  PIC X(02).
          05 WS-STATUS-RETENCIO                PIC X(02).
          05 WS-STATUS-SOBGIROS                PIC X(02).
          05 WS-STATUS-LIMITES                 PIC X(02).
          05 WS-STATUS-ACUMDIA                 PIC X(02).
          05 WS-STATUS-PENDAPRO                PIC X(02).
          05 WS-STATUS-ALMACENF                PIC X(02).
          05 WS-STATUS-POSTEOIF                PIC X(02).
          05 WS-STATUS-POSTEXCE                PIC X(02).
          05 WS-STATUS-REINTCTL                PIC X(02).
          05 WS-STATUS-ORDENES                 PIC X(02).
          05 WS-STATUS-SALDOJRN                PIC X(02).

      *    La disponibilidad de los archivos indexados se fija al
      *    abrirlos: el file status cambia con cada READ y no sirve
      *    para saber si el archivo esta abierto.
       01 WS-DISPONIBILIDAD.
          05 WS-SALDOS-DISPONIBLE              PIC X(01) VALUE 'N'.
             88 WS-HAY-SALDOS                  VALUE 'S'.
             88 WS-NO-HAY-SALDOS               VALUE 'N'.
          05 WS-RETENCIO-DISPONIBLE            PIC X(01) VALUE 'N'.
             88 WS-HAY-RETENCIO                VALUE 'S'.
             88 WS-NO-HAY-RETENCIO             VALUE 'N'.
          05 WS-SOBGIROS-DISPONIBLE            PIC X(01) VALUE 'N'.
             88 WS-HAY-SOBGIROS                VALUE 'S'.
             88 WS-NO-HAY-SOBGIROS             VALUE 'N'.
          05 WS-LIMITES-DISPONIBLE             PIC X(01) VALUE 'N'.
             88 WS-HAY-LIMITES                 VALUE 'S'.
             88 WS-NO-HAY-LIMITES              VALUE 'N'.
          05 WS-ACUMDIA-DISPONIBLE             PIC X(01) VALUE 'N'.
             88 WS-HAY-ACUMDIA                 VALUE 'S'.
             88 WS-NO-HAY-ACUMDIA              VALUE 'N'.

       01 WS-FIN-ARCHIVO                       PIC X(01).
          88 WS-HAY-MAS-REGISTROS              VALUE 'N'.
          88 WS-NO-HAY-MAS-REGISTROS           VALUE 'S'.

       01 WS-CONTINUAR                         PIC X(01) VALUE 'S'.
          88 WS-CONSULTAR-OTRA                 VALUE 'S' 's'.
          88 WS-FINALIZAR                      VALUE 'N' 'n'.

       01 WS-OPERADOR                          PIC X(08) VALUE SPACES.
       01 WS-CANT-CONSULTAS                    PIC 9(07) VALUE ZERO.

       COPY OPERSES_WS.

       01 WS-CUENTA-BUSCADA                    PIC X(22).

      *    -- posicion de la cuenta consultada ------------------------*
       01 WS-POSICION.
          05 WS-CUENTA-EXISTE                  PIC X(01).
             88 WS-CTA-EXISTE                  VALUE 'S'.
             88 WS-CTA-NO-EXISTE               VALUE 'N'.
          05 WS-CUENTA-CERRADA                 PIC X(01).
             88 WS-CTA-CERRADA                 VALUE 'S'.
             88 WS-CTA-NO-CERRADA              VALUE 'N'.
          05 WS-SALDO-EXISTE                   PIC X(01).
             88 WS-TIENE-SALDO                 VALUE 'S'.
             88 WS-SIN-SALDO                   VALUE 'N'.
          05 WS-BLOQUEO                        PIC X(01).
             88 WS-CUENTA-BLOQUEADA            VALUE 'S'.
             88 WS-CUENTA-NO-BLOQUEADA         VALUE 'N'.
          05 WS-LINEA-SOBGIRO                  PIC X(01).
             88 WS-TIENE-LINEA                 VALUE 'S'.
             88 WS-LINEA-VENCIDA               VALUE 'V'.
             88 WS-SIN-LINEA                   VALUE 'N'.
          05 WS-LIMITE-CUENTA                  PIC X(01).
             88 WS-TIENE-LIMITE                VALUE 'S'.
             88 WS-SIN-LIMITE                  VALUE 'N'.
          05 WS-SALDO-CUENTA                   PIC S9(12)V9(02).
          05 WS-IMPORTE-RETENIDO               PIC 9(12)V9(02).
          05 WS-IMPORTE-LINEA                  PIC 9(12)V9(02).
          05 WS-DISPONIBLE                     PIC S9(13)V9(02).
          05 WS-ACUMULADO-DIA                  PIC 9(12)V9(02).
          05 WS-RESTO-DIARIO                   PIC S9(12)V9(02).
          05 WS-CANT-RETENCIONES               PIC 9(02) COMP.
          05 WS-CANT-PENDAPRO                  PIC 9(05) COMP.
          05 WS-CANT-ALMACENF                  PIC 9(05) COMP.
          05 WS-CANT-EXCEPCIONES               PIC 9(05) COMP.
          05 WS-CANT-ORDENES                   PIC 9(05) COMP.
          05 WS-CANT-IMPEDIMENTOS              PIC 9(02) COMP.

      *    -- operaciones de la cuenta todavia en excepcion en el
      *       POSTEOIF vivo: son las que CLREPOST sigue reintentando,
      *       con la cantidad de intentos que lleva REINTCTL --------*
       01 WS-TABLA-EXCEPCIONES.
          05 WS-CANT-EN-EXCEPCION              PIC 9(03) COMP
                                                VALUE ZERO.
          05 WS-EXCEPCION-DET OCCURS 1 TO 100 TIMES
                DEPENDING ON WS-CANT-EN-EXCEPCION
                INDEXED BY WS-IDX-EXCEPCION.
             10 WS-EXC-NRO-OPERACION           PIC 9(10).
             10 WS-EXC-CANT-INTENTOS           PIC 9(02).
       01 WS-EXCEPCION-HALLADA                 PIC X(01).
          88 WS-EXC-HALLADA                    VALUE 'S'.
          88 WS-EXC-NO-HALLADA                 VALUE 'N'.
       01 WS-NRO-OPERACION-BUSCADA             PIC 9(10).

      *    -- maximo de reintentos, igual que en CLREPOST -------------*
       01 WS-MAX-INTENTOS                      PIC 9(02) VALUE 03.

      *    -- ultimos movimientos de SALDOJRN, en tabla circular ------*
       01 WS-CANT-ULTIMOS                      PIC 9(02) VALUE 10.
       01 WS-TABLA-MOVIMIENTOS.
          05 WS-MOVIMIENTO-DET OCCURS 10 TIMES.
             10 WS-MOV-FECHA                   PIC X(10).
             10 WS-MOV-NRO-OPERACION           PIC 9(10).
             10 WS-MOV-TIPO                    PIC X(01).
             10 WS-MOV-IMPORTE                 PIC 9(10)V9(02).
             10 WS-MOV-SALDO-POSTERIOR         PIC S9(12)V9(02).
       01 WS-CANT-MOVIMIENTOS                  PIC 9(07) COMP.
       01 WS-POS-MOVIMIENTO                    PIC 9(02) COMP.
       01 WS-POS-INICIAL                       PIC 9(02) COMP.
       01 WS-CANT-A-MOSTRAR                    PIC 9(02) COMP.
       01 WS-NRO-MOSTRADO                      PIC 9(02) COMP.
       01 WS-COCIENTE-MOV                      PIC 9(07) COMP.

      *    -- fecha de proceso y conversion de fechas dd-mm-aaaa ------*
       01 WS-FECHA-SISTEMA                     PIC 9(08).
       01 WS-FECHA-SISTEMA-DES REDEFINES WS-FECHA-SISTEMA.
          05 WS-FECHA-SIS-ANIO                 PIC 9(04).
          05 WS-FECHA-SIS-MES                  PIC 9(02).
          05 WS-FECHA-SIS-DIA                  PIC 9(02).
       01 WS-FECHA-SISTEMA-TEXTO               PIC X(10).
       01 WS-FECHA-TEXTO                       PIC X(10).
       01 WS-FECHA-CONV-NUM                    PIC 9(08).
       01 WS-FECHA-CONV-DES REDEFINES WS-FECHA-CONV-NUM.
          05 WS-FCV-ANIO                       PIC 9(04).
          05 WS-FCV-MES                        PIC 9(02).
          05 WS-FCV-DIA                        PIC 9(02).
       01 WS-CONVERSION                        PIC X(01).
          88 WS-CONVERSION-OK                  VALUE 'S'.
          88 WS-CONVERSION-NOTOK               VALUE 'N'.

       01 WS-LADO-TEXTO                        PIC X(07).
       01 WS-ESTADO-TEXTO                      PIC X(12).
       01 WS-IMPORTE-EDIT                      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-SALDO-EDIT                        PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-CANT-EDIT                         PIC ZZZZ9.


       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIALIZAR
              THRU 1000-INICIALIZAR-EXIT.

      *    Sin firma valida no se consulta ninguna cuenta.
           IF WS-SES-OK
              IF WS-STATUS-CTAMAEST EQUAL '00'
                 PERFORM 2000-ATENDER-CONSULTA
                    THRU 2000-ATENDER-CONSULTA-EXIT
                    UNTIL WS-FINALIZAR
              ELSE
                 DISPLAY 'CTAMAEST no disponible, status '
                    WS-STATUS-CTAMAEST
              END-IF

              PERFORM 9000-FINALIZAR
                 THRU 9000-FINALIZAR-EXIT
           END-IF.

           STOP RUN.


      *----------------------------------------------------------------*
       1000-INICIALIZAR.

      *    La consulta muestra saldos y embargos de clientes: solo
      *    para operadores firmados.
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

      *    Los archivos indexados quedan abiertos toda la sesion; el
      *    que falta se informa y su parte de la pantalla se omite.
           OPEN INPUT CTAMAEST.

           OPEN INPUT SALDOS.
           IF WS-STATUS-SALDOS EQUAL '00'
              SET WS-HAY-SALDOS TO TRUE
           ELSE
              DISPLAY 'SALDOS no disponible, status '
                 WS-STATUS-SALDOS
           END-IF.

           OPEN INPUT RETENCIO.
           IF WS-STATUS-RETENCIO EQUAL '00'
              SET WS-HAY-RETENCIO TO TRUE
           END-IF.

           OPEN INPUT SOBGIROS.
           IF WS-STATUS-SOBGIROS EQUAL '00'
              SET WS-HAY-SOBGIROS TO TRUE
           END-IF.

           OPEN INPUT LIMITES.
           IF WS-STATUS-LIMITES EQUAL '00'
              SET WS-HAY-LIMITES TO TRUE
           END-IF.

           OPEN INPUT ACUMDIA.
           IF WS-STATUS-ACUMDIA EQUAL '00'
              SET WS-HAY-ACUMDIA TO TRUE
           END-IF.

       1000-INICIALIZAR-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       1100-FIRMAR-OPERADOR.

      *    La identidad del operador la controla la rutina comun de
      *    firma contra el maestro OPERMAST, con constancia de la
      *    sesion en SESIONLG.
           INITIALIZE WS-SESION.
           SET WS-SES-MODO-APERTURA TO TRUE.
           MOVE 'CLCONPOS' TO WS-SES-PROGRAMA.
           SET WS-SES-CUALQUIER-ROL TO TRUE.
           CALL 'CLSIGNON' USING WS-SESION.

           IF WS-SES-OK
              MOVE WS-SES-ID-OPERADOR TO WS-OPERADOR
           ELSE
              DISPLAY 'Firma de operador fallida: fin de la'
                 ' consulta.'
           END-IF.

       1100-FIRMAR-OPERADOR-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2000-ATENDER-CONSULTA.

           DISPLAY WS-LINEA.
           DISPLAY 'Numero de cuenta '
           ACCEPT WS-CUENTA-BUSCADA.

           IF WS-CUENTA-BUSCADA EQUAL SPACES
              DISPLAY 'Numero de cuenta vacio, consulta ignorada.'
           ELSE
              ADD 1 TO WS-CANT-CONSULTAS
              PERFORM 2100-MOSTRAR-CUENTA
                 THRU 2100-MOSTRAR-CUENTA-EXIT
              IF WS-CTA-EXISTE
                 PERFORM 2200-MOSTRAR-SALDO
                    THRU 2200-MOSTRAR-SALDO-EXIT
                 PERFORM 2300-MOSTRAR-LIMITES
                    THRU 2300-MOSTRAR-LIMITES-EXIT
                 PERFORM 3000-MOSTRAR-EN-ESPERA
                    THRU 3000-MOSTRAR-EN-ESPERA-EXIT
                 PERFORM 4000-MOSTRAR-ORDENES
                    THRU 4000-MOSTRAR-ORDENES-EXIT
                 PERFORM 5000-MOSTRAR-MOVIMIENTOS
                    THRU 5000-MOSTRAR-MOVIMIENTOS-EXIT
                 PERFORM 6000-MOSTRAR-IMPEDIMENTOS
                    THRU 6000-MOSTRAR-IMPEDIMENTOS-EXIT
              END-IF
           END-IF.

           DISPLAY WS-LINEA.
           DISPLAY 'Desea consultar otra cuenta? (S/N) '
           ACCEPT WS-CONTINUAR.

       2000-ATENDER-CONSULTA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2100-MOSTRAR-CUENTA.

           INITIALIZE WS-POSICION.
           SET WS-CTA-NO-CERRADA      TO TRUE.
           SET WS-SIN-SALDO           TO TRUE.
           SET WS-CUENTA-NO-BLOQUEADA TO TRUE.
           SET WS-SIN-LINEA           TO TRUE.
           SET WS-SIN-LIMITE          TO TRUE.

           DISPLAY WS-LINEA.
           MOVE WS-CUENTA-BUSCADA TO CM-NRO-CUENTA.
           READ CTAMAEST
               INVALID KEY
                  SET WS-CTA-NO-EXISTE TO TRUE
               NOT INVALID KEY
                  SET WS-CTA-EXISTE TO TRUE
           END-READ.

           IF WS-CTA-NO-EXISTE
              DISPLAY 'Cuenta ' WS-CUENTA-BUSCADA
                 ' inexistente en CTAMAEST.'
              GO TO 2100-MOSTRAR-CUENTA-EXIT
           END-IF.

           IF CM-CUENTA-ABIERTA
              MOVE 'ABIERTA'  TO WS-ESTADO-TEXTO
           ELSE
              MOVE 'CERRADA'  TO WS-ESTADO-TEXTO
              SET WS-CTA-CERRADA TO TRUE
           END-IF.

           DISPLAY 'POSICION DE LA CUENTA ' CM-NRO-CUENTA
              '  AL ' WS-FECHA-SISTEMA-TEXTO.
           DISPLAY '  Titular ...........: ' CM-NOMBRE-TITULAR.
           DISPLAY '  Estado ............: ' WS-ESTADO-TEXTO
              '  Moneda: ' CM-COD-MONEDA.

       2100-MOSTRAR-CUENTA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2200-MOSTRAR-SALDO.

      *    El disponible se arma igual que en el posteo (CLPOSTEO y
      *    CLREPOST): saldo menos retenciones parciales vigentes mas
      *    la linea de sobregiro vigente; con un bloqueo total
      *    vigente no hay disponible.
           DISPLAY WS-LINEA.
           IF WS-NO-HAY-SALDOS
              DISPLAY '  SALDOS no disponible: saldo no informado.'
              GO TO 2200-MOSTRAR-SALDO-EXIT
           END-IF.

           MOVE WS-CUENTA-BUSCADA TO SA-NRO-CUENTA.
           READ SALDOS
               INVALID KEY
                  SET WS-SIN-SALDO TO TRUE
               NOT INVALID KEY
                  SET WS-TIENE-SALDO TO TRUE
                  MOVE SA-SALDO TO WS-SALDO-CUENTA
           END-READ.

           IF WS-SIN-SALDO
              DISPLAY '  Saldo .............: SIN REGISTRO EN SALDOS'
           ELSE
              MOVE WS-SALDO-CUENTA TO WS-SALDO-EDIT
              DISPLAY '  Saldo .............: ' WS-SALDO-EDIT
           END-IF.

           PERFORM 2210-MOSTRAR-RETENCIONES
              THRU 2210-MOSTRAR-RETENCIONES-EXIT.

           PERFORM 2230-MOSTRAR-LINEA-SOBGIRO
              THRU 2230-MOSTRAR-LINEA-SOBGIRO-EXIT.

           IF WS-TIENE-SALDO
              IF WS-CUENTA-BLOQUEADA
                 MOVE ZEROS TO WS-DISPONIBLE
              ELSE
                 COMPUTE WS-DISPONIBLE = WS-SALDO-CUENTA
                                       - WS-IMPORTE-RETENIDO
                                       + WS-IMPORTE-LINEA
              END-IF
              MOVE WS-DISPONIBLE TO WS-SALDO-EDIT
              IF WS-CUENTA-BLOQUEADA
                 DISPLAY '  Disponible ........: ' WS-SALDO-EDIT
                    '  (BLOQUEO TOTAL)'
              ELSE
                 DISPLAY '  Disponible ........: ' WS-SALDO-EDIT
              END-IF
           END-IF.

       2200-MOSTRAR-SALDO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2210-MOSTRAR-RETENCIONES.

           IF WS-NO-HAY-RETENCIO
              GO TO 2210-MOSTRAR-RETENCIONES-EXIT
           END-IF.

           MOVE WS-CUENTA-BUSCADA TO RN-NRO-CUENTA.
           READ RETENCIO
               INVALID KEY
                  GO TO 2210-MOSTRAR-RETENCIONES-EXIT
           END-READ.

           PERFORM 2220-EVALUAR-RETENCION
              THRU 2220-EVALUAR-RETENCION-EXIT
              VARYING RN-IDX-RETENCION FROM 1 BY 1
                UNTIL RN-IDX-RETENCION > 10.

           IF WS-CANT-RETENCIONES > 0
              MOVE WS-IMPORTE-RETENIDO TO WS-IMPORTE-EDIT
              DISPLAY '  Retenido (parcial) : ' WS-IMPORTE-EDIT
           END-IF.

       2210-MOSTRAR-RETENCIONES-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2220-EVALUAR-RETENCION.

      *    Igual que en el posteo, la retencion vencida deja de
      *    retener en el dia aunque CLREPRET todavia no la haya
      *    marcado como vencida en el archivo.
           IF NOT RN-ACTIVA(RN-IDX-RETENCION)
              GO TO 2220-EVALUAR-RETENCION-EXIT
           END-IF.

           IF RN-FECHA-VENCIMIENTO(RN-IDX-RETENCION) NOT EQUAL SPACES
              MOVE RN-FECHA-VENCIMIENTO(RN-IDX-RETENCION)
                TO WS-FECHA-TEXTO
              PERFORM 7000-CONVERTIR-FECHA
                 THRU 7000-CONVERTIR-FECHA-EXIT
              IF WS-CONVERSION-OK
              AND WS-FECHA-CONV-NUM < WS-FECHA-SISTEMA
                 GO TO 2220-EVALUAR-RETENCION-EXIT
              END-IF
           END-IF.

           ADD 1 TO WS-CANT-RETENCIONES.
           IF RN-EMBARGO-JUDICIAL(RN-IDX-RETENCION)
              MOVE 'EMBARGO'   TO WS-LADO-TEXTO
           ELSE
              MOVE 'INTERNA'   TO WS-LADO-TEXTO
           END-IF.

           IF RN-BLOQUEO-TOTAL(RN-IDX-RETENCION)
              SET WS-CUENTA-BLOQUEADA TO TRUE
              DISPLAY '  Retencion ' RN-NRO-RETENCION(RN-IDX-RETENCION)
                 ' ' WS-LADO-TEXTO ' BLOQUEO TOTAL        '
                 ' vence ' RN-FECHA-VENCIMIENTO(RN-IDX-RETENCION)
                 ' ref. ' RN-REFERENCIA(RN-IDX-RETENCION)
           ELSE
              ADD RN-IMPORTE(RN-IDX-RETENCION) TO WS-IMPORTE-RETENIDO
              MOVE RN-IMPORTE(RN-IDX-RETENCION) TO WS-IMPORTE-EDIT
              DISPLAY '  Retencion ' RN-NRO-RETENCION(RN-IDX-RETENCION)
                 ' ' WS-LADO-TEXTO ' ' WS-IMPORTE-EDIT
                 ' vence ' RN-FECHA-VENCIMIENTO(RN-IDX-RETENCION)
                 ' ref. ' RN-REFERENCIA(RN-IDX-RETENCION)
           END-IF.

       2220-EVALUAR-RETENCION-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2230-MOSTRAR-LINEA-SOBGIRO.

      *    La linea solo rige hasta su vencimiento inclusive: la
      *    vencida se muestra pero no suma al disponible.
           IF WS-NO-HAY-SOBGIROS
              DISPLAY '  Linea de sobregiro : SOBGIROS no disponible'
              GO TO 2230-MOSTRAR-LINEA-SOBGIRO-EXIT
           END-IF.

           MOVE WS-CUENTA-BUSCADA TO SG-NRO-CUENTA.
           READ SOBGIROS
               INVALID KEY
                  DISPLAY '  Linea de sobregiro : SIN LINEA'
                  GO TO 2230-MOSTRAR-LINEA-SOBGIRO-EXIT
           END-READ.

           MOVE SG-FECHA-VENCIMIENTO TO WS-FECHA-TEXTO.
           PERFORM 7000-CONVERTIR-FECHA
              THRU 7000-CONVERTIR-FECHA-EXIT.
           IF WS-CONVERSION-NOTOK
           OR WS-FECHA-CONV-NUM < WS-FECHA-SISTEMA
              SET WS-LINEA-VENCIDA TO TRUE
              MOVE 'VENCIDA'  TO WS-ESTADO-TEXTO
           ELSE
              SET WS-TIENE-LINEA TO TRUE
              MOVE SG-IMPORTE-LINEA TO WS-IMPORTE-LINEA
              MOVE 'VIGENTE'  TO WS-ESTADO-TEXTO
           END-IF.

           MOVE SG-IMPORTE-LINEA TO WS-IMPORTE-EDIT.
           DISPLAY '  Linea de sobregiro : ' WS-IMPORTE-EDIT
              '  vence ' SG-FECHA-VENCIMIENTO '  ' WS-ESTADO-TEXTO.

       2230-MOSTRAR-LINEA-SOBGIRO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2300-MOSTRAR-LIMITES.

      *    Lo usado hoy sale de ACUMDIA solo si el acumulado es del
      *    dia: al primer debito de un dia nuevo CLVALTRAN lo
      *    reinicia.
           DISPLAY WS-LINEA.
           IF WS-NO-HAY-LIMITES
              DISPLAY '  Limites ...........: LIMITES no disponible'
              GO TO 2300-MOSTRAR-LIMITES-EXIT
           END-IF.

           MOVE WS-CUENTA-BUSCADA TO LI-NRO-CUENTA.
           READ LIMITES
               INVALID KEY
                  DISPLAY '  Limites ...........: SIN LIMITE'
                  GO TO 2300-MOSTRAR-LIMITES-EXIT
           END-READ.
           SET WS-TIENE-LIMITE TO TRUE.

           IF WS-HAY-ACUMDIA
              MOVE WS-CUENTA-BUSCADA TO AC-NRO-CUENTA
              READ ACUMDIA
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF AC-FECHA EQUAL WS-FECHA-SISTEMA-TEXTO
                        MOVE AC-IMPORTE-ACUMULADO TO WS-ACUMULADO-DIA
                     END-IF
              END-READ
           ELSE
              DISPLAY '  ACUMDIA no disponible: se toma cero usado.'
           END-IF.

           COMPUTE WS-RESTO-DIARIO = LI-MAX-DIARIO - WS-ACUMULADO-DIA.
           IF WS-RESTO-DIARIO < ZERO
              MOVE ZEROS TO WS-RESTO-DIARIO
           END-IF.

           MOVE LI-MAX-POR-OPERACION TO WS-IMPORTE-EDIT.
           DISPLAY '  Maximo por operac. : ' WS-IMPORTE-EDIT.
           MOVE LI-MAX-DIARIO TO WS-IMPORTE-EDIT.
           DISPLAY '  Maximo diario .....: ' WS-IMPORTE-EDIT.
           MOVE WS-ACUMULADO-DIA TO WS-IMPORTE-EDIT.
           DISPLAY '  Usado hoy .........: ' WS-IMPORTE-EDIT.
           MOVE WS-RESTO-DIARIO TO WS-IMPORTE-EDIT.
           DISPLAY '  Resta hoy .........: ' WS-IMPORTE-EDIT.

       2300-MOSTRAR-LIMITES-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3000-MOSTRAR-EN-ESPERA.

           DISPLAY WS-LINEA.
           DISPLAY 'TRANSFERENCIAS EN ESPERA (D = la cuenta debita,'
              ' C = la cuenta acredita)'.

           PERFORM 3100-BUSCAR-PENDAPRO
              THRU 3100-BUSCAR-PENDAPRO-EXIT.

           PERFORM 3200-BUSCAR-ALMACENF
              THRU 3200-BUSCAR-ALMACENF-EXIT.

           PERFORM 3300-CARGAR-EXCEPCIONES
              THRU 3300-CARGAR-EXCEPCIONES-EXIT.
           IF WS-CANT-EN-EXCEPCION > 0
              PERFORM 3400-CARGAR-REINTENTOS
                 THRU 3400-CARGAR-REINTENTOS-EXIT
              PERFORM 3500-BUSCAR-POSTEXCE
                 THRU 3500-BUSCAR-POSTEXCE-EXIT
           END-IF.

           IF WS-CANT-PENDAPRO + WS-CANT-ALMACENF
              + WS-CANT-EXCEPCIONES EQUAL ZERO
              DISPLAY '  Ninguna.'
           END-IF.

       3000-MOSTRAR-EN-ESPERA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3100-BUSCAR-PENDAPRO.

           OPEN INPUT PENDAPRO.
           IF WS-STATUS-PENDAPRO NOT EQUAL '00'
              GO TO 3100-BUSCAR-PENDAPRO-EXIT
           END-IF.

           SET WS-HAY-MAS-REGISTROS TO TRUE.
           PERFORM 3110-LEER-PENDAPRO
              THRU 3110-LEER-PENDAPRO-EXIT
              UNTIL WS-NO-HAY-MAS-REGISTROS.
           CLOSE PENDAPRO.

       3100-BUSCAR-PENDAPRO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3110-LEER-PENDAPRO.

      *    Solo las que siguen esperando la decision del supervisor.
           READ PENDAPRO
               AT END
                  SET WS-NO-HAY-MAS-REGISTROS TO TRUE
                  GO TO 3110-LEER-PENDAPRO-EXIT
           END-READ.

           IF NOT PA-APROBACION-PENDIENTE
              GO TO 3110-LEER-PENDAPRO-EXIT
           END-IF.

           EVALUATE TRUE
              WHEN PA-CUENTA-DEBITO EQUAL WS-CUENTA-BUSCADA
                 MOVE 'D' TO WS-LADO-TEXTO
              WHEN PA-CUENTA-CREDITO EQUAL WS-CUENTA-BUSCADA
                 MOVE 'C' TO WS-LADO-TEXTO
              WHEN OTHER
                 GO TO 3110-LEER-PENDAPRO-EXIT
           END-EVALUATE.

           ADD 1 TO WS-CANT-PENDAPRO.
           MOVE PA-IMPORTE TO WS-IMPORTE-EDIT.
           DISPLAY '  PENDAPRO  ' WS-LADO-TEXTO(1:1) ' op '
              PA-NRO-OPERACION ' ' PA-FECHA ' ' WS-IMPORTE-EDIT
              ' aprobacion pendiente'.

       3110-LEER-PENDAPRO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3200-BUSCAR-ALMACENF.

           OPEN INPUT ALMACENF.
           IF WS-STATUS-ALMACENF NOT EQUAL '00'
              GO TO 3200-BUSCAR-ALMACENF-EXIT
           END-IF.

           SET WS-HAY-MAS-REGISTROS TO TRUE.
           PERFORM 3210-LEER-ALMACENF
              THRU 3210-LEER-ALMACENF-EXIT
              UNTIL WS-NO-HAY-MAS-REGISTROS.
           CLOSE ALMACENF.

       3200-BUSCAR-ALMACENF-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3210-LEER-ALMACENF.

      *    Solo las que CLLIBERA todavia no libero.
           READ ALMACENF
               AT END
                  SET WS-NO-HAY-MAS-REGISTROS TO TRUE
                  GO TO 3210-LEER-ALMACENF-EXIT
           END-READ.

           IF NOT AL-POSTEO-PENDIENTE
              GO TO 3210-LEER-ALMACENF-EXIT
           END-IF.

           EVALUATE TRUE
              WHEN AL-CUENTA-DEBITO EQUAL WS-CUENTA-BUSCADA
                 MOVE 'D' TO WS-LADO-TEXTO
              WHEN AL-CUENTA-CREDITO EQUAL WS-CUENTA-BUSCADA
                 MOVE 'C' TO WS-LADO-TEXTO
              WHEN OTHER
                 GO TO 3210-LEER-ALMACENF-EXIT
           END-EVALUATE.

           ADD 1 TO WS-CANT-ALMACENF.
           MOVE AL-IMPORTE TO WS-IMPORTE-EDIT.
           DISPLAY '  ALMACENF  ' WS-LADO-TEXTO(1:1) ' op '
              AL-NRO-OPERACION ' ' AL-FECHA ' ' WS-IMPORTE-EDIT
              ' espera fecha valor'.

       3210-LEER-ALMACENF-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3300-CARGAR-EXCEPCIONES.

      *    POSTEXCE no se depura: la operacion que espera es la que
      *    sigue en excepcion ('E') en el POSTEOIF vivo.  La de un dia
      *    ya sellado por el corte queda para el circuito de
      *    reparacion y CLREPOST ya no la reintenta.
           MOVE ZEROS TO WS-CANT-EN-EXCEPCION.
           OPEN INPUT POSTEOIF.
           IF WS-STATUS-POSTEOIF NOT EQUAL '00'
              GO TO 3300-CARGAR-EXCEPCIONES-EXIT
           END-IF.

           SET WS-HAY-MAS-REGISTROS TO TRUE.
           PERFORM 3310-LEER-POSTEOIF
              THRU 3310-LEER-POSTEOIF-EXIT
              UNTIL WS-NO-HAY-MAS-REGISTROS.
           CLOSE POSTEOIF.

       3300-CARGAR-EXCEPCIONES-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3310-LEER-POSTEOIF.

           READ POSTEOIF
               AT END
                  SET WS-NO-HAY-MAS-REGISTROS TO TRUE
                  GO TO 3310-LEER-POSTEOIF-EXIT
           END-READ.

           IF NOT PO-POSTEO-EXCEPCION
           OR PO-CUENTA-DEBITO NOT EQUAL WS-CUENTA-BUSCADA
              GO TO 3310-LEER-POSTEOIF-EXIT
           END-IF.

           IF WS-CANT-EN-EXCEPCION < 100
              ADD 1 TO WS-CANT-EN-EXCEPCION
              MOVE PO-NRO-OPERACION
                TO WS-EXC-NRO-OPERACION(WS-CANT-EN-EXCEPCION)
              MOVE ZEROS
                TO WS-EXC-CANT-INTENTOS(WS-CANT-EN-EXCEPCION)
           ELSE
              DISPLAY '  Mas de 100 operaciones en excepcion: se'
                 ' ignora la ' PO-NRO-OPERACION
           END-IF.

       3310-LEER-POSTEOIF-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3400-CARGAR-REINTENTOS.

      *    La operacion sin registro en REINTCTL todavia no tuvo
      *    ningun reintento.
           OPEN INPUT REINTCTL.
           IF WS-STATUS-REINTCTL NOT EQUAL '00'
              GO TO 3400-CARGAR-REINTENTOS-EXIT
           END-IF.

           SET WS-HAY-MAS-REGISTROS TO TRUE.
           PERFORM 3410-LEER-REINTCTL
              THRU 3410-LEER-REINTCTL-EXIT
              UNTIL WS-NO-HAY-MAS-REGISTROS.
           CLOSE REINTCTL.

       3400-CARGAR-REINTENTOS-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3410-LEER-REINTCTL.

           READ REINTCTL
               AT END
                  SET WS-NO-HAY-MAS-REGISTROS TO TRUE
                  GO TO 3410-LEER-REINTCTL-EXIT
           END-READ.

           MOVE RI-NRO-OPERACION TO WS-NRO-OPERACION-BUSCADA.
           PERFORM 3600-BUSCAR-EXCEPCION
              THRU 3600-BUSCAR-EXCEPCION-EXIT.
           IF WS-EXC-HALLADA
              MOVE RI-CANT-INTENTOS
                TO WS-EXC-CANT-INTENTOS(WS-IDX-EXCEPCION)
           END-IF.

       3410-LEER-REINTCTL-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3500-BUSCAR-POSTEXCE.

           OPEN INPUT POSTEXCE.
           IF WS-STATUS-POSTEXCE NOT EQUAL '00'
              GO TO 3500-BUSCAR-POSTEXCE-EXIT
           END-IF.

           SET WS-HAY-MAS-REGISTROS TO TRUE.
           PERFORM 3510-LEER-POSTEXCE
              THRU 3510-LEER-POSTEXCE-EXIT
              UNTIL WS-NO-HAY-MAS-REGISTROS.
           CLOSE POSTEXCE.

       3500-BUSCAR-POSTEXCE-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3510-LEER-POSTEXCE.

           READ POSTEXCE
               AT END
                  SET WS-NO-HAY-MAS-REGISTROS TO TRUE
                  GO TO 3510-LEER-POSTEXCE-EXIT
           END-READ.

           IF PX-CUENTA-DEBITO NOT EQUAL WS-CUENTA-BUSCADA
              GO TO 3510-LEER-POSTEXCE-EXIT
           END-IF.

           MOVE PX-NRO-OPERACION TO WS-NRO-OPERACION-BUSCADA.
           PERFORM 3600-BUSCAR-EXCEPCION
              THRU 3600-BUSCAR-EXCEPCION-EXIT.
           IF WS-EXC-NO-HALLADA
              GO TO 3510-LEER-POSTEXCE-EXIT
           END-IF.

           ADD 1 TO WS-CANT-EXCEPCIONES.
           MOVE PX-IMPORTE TO WS-IMPORTE-EDIT.
           IF WS-EXC-CANT-INTENTOS(WS-IDX-EXCEPCION)
              NOT < WS-MAX-INTENTOS
              MOVE 'A REPARACION' TO WS-ESTADO-TEXTO
           ELSE
              MOVE 'SE REINTENTA' TO WS-ESTADO-TEXTO
           END-IF.
           DISPLAY '  POSTEXCE  D op ' PX-NRO-OPERACION ' ' PX-FECHA
              ' ' WS-IMPORTE-EDIT ' reintentos '
              WS-EXC-CANT-INTENTOS(WS-IDX-EXCEPCION) ' de '
              WS-MAX-INTENTOS ' ' WS-ESTADO-TEXTO.
           DISPLAY '            ' PX-MOTIVO-EXCEPCION(1:60).

       3510-LEER-POSTEXCE-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3600-BUSCAR-EXCEPCION.

           SET WS-EXC-NO-HALLADA TO TRUE.
           PERFORM 3610-COMPARAR-EXCEPCION
              THRU 3610-COMPARAR-EXCEPCION-EXIT
              VARYING WS-IDX-EXCEPCION FROM 1 BY 1
              UNTIL WS-IDX-EXCEPCION > WS-CANT-EN-EXCEPCION
                 OR WS-EXC-HALLADA.
           IF WS-EXC-HALLADA
              SET WS-IDX-EXCEPCION DOWN BY 1
           END-IF.

       3600-BUSCAR-EXCEPCION-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3610-COMPARAR-EXCEPCION.

           IF WS-EXC-NRO-OPERACION(WS-IDX-EXCEPCION)
              EQUAL WS-NRO-OPERACION-BUSCADA
              SET WS-EXC-HALLADA TO TRUE
           END-IF.

       3610-COMPARAR-EXCEPCION-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       4000-MOSTRAR-ORDENES.

           DISPLAY WS-LINEA.
           DISPLAY 'ORDENES PERMANENTES QUE DEBITAN LA CUENTA'.

           OPEN INPUT ORDENES.
           IF WS-STATUS-ORDENES NOT EQUAL '00'
              DISPLAY '  ORDENES no disponible, status '
                 WS-STATUS-ORDENES
              GO TO 4000-MOSTRAR-ORDENES-EXIT
           END-IF.

           SET WS-HAY-MAS-REGISTROS TO TRUE.
           PERFORM 4100-LEER-ORDENES
              THRU 4100-LEER-ORDENES-EXIT
              UNTIL WS-NO-HAY-MAS-REGISTROS.
           CLOSE ORDENES.

           IF WS-CANT-ORDENES EQUAL ZERO
              DISPLAY '  Ninguna.'
           END-IF.

       4000-MOSTRAR-ORDENES-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       4100-LEER-ORDENES.

      *    La orden vencida ya no genera transferencias.
           READ ORDENES
               AT END
                  SET WS-NO-HAY-MAS-REGISTROS TO TRUE
                  GO TO 4100-LEER-ORDENES-EXIT
           END-READ.

           IF OP-CUENTA-DEBITO NOT EQUAL WS-CUENTA-BUSCADA
           OR OP-ORDEN-VENCIDA
              GO TO 4100-LEER-ORDENES-EXIT
           END-IF.

           IF OP-ORDEN-ACTIVA
              MOVE 'ACTIVA'     TO WS-ESTADO-TEXTO
           ELSE
              MOVE 'SUSPENDIDA' TO WS-ESTADO-TEXTO
           END-IF.

           ADD 1 TO WS-CANT-ORDENES.
           MOVE OP-IMPORTE TO WS-IMPORTE-EDIT.
           DISPLAY '  Orden ' OP-NRO-ORDEN ' a ' OP-CUENTA-CREDITO
              ' ' WS-IMPORTE-EDIT ' frec. ' OP-FRECUENCIA.
           DISPLAY '         proxima ' OP-FECHA-PROXIMA ' fin '
              OP-FECHA-FIN ' ' WS-ESTADO-TEXTO.

       4100-LEER-ORDENES-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       5000-MOSTRAR-MOVIMIENTOS.

      *    SALDOJRN se recorre entero guardando los ultimos
      *    movimientos de la cuenta en una tabla circular; despues se
      *    muestran del mas viejo al mas nuevo.
           DISPLAY WS-LINEA.
           DISPLAY 'ULTIMOS MOVIMIENTOS (SALDOJRN)'.

           MOVE ZEROS TO WS-CANT-MOVIMIENTOS.
           OPEN INPUT SALDOJRN.
           IF WS-STATUS-SALDOJRN NOT EQUAL '00'
              DISPLAY '  SALDOJRN no disponible, status '
                 WS-STATUS-SALDOJRN
              GO TO 5000-MOSTRAR-MOVIMIENTOS-EXIT
           END-IF.

           SET WS-HAY-MAS-REGISTROS TO TRUE.
           PERFORM 5100-LEER-SALDOJRN
              THRU 5100-LEER-SALDOJRN-EXIT
              UNTIL WS-NO-HAY-MAS-REGISTROS.
           CLOSE SALDOJRN.

           IF WS-CANT-MOVIMIENTOS EQUAL ZERO
              DISPLAY '  Ninguno.'
              GO TO 5000-MOSTRAR-MOVIMIENTOS-EXIT
           END-IF.

           IF WS-CANT-MOVIMIENTOS > WS-CANT-ULTIMOS
              MOVE WS-CANT-ULTIMOS TO WS-CANT-A-MOSTRAR
              DIVIDE WS-CANT-MOVIMIENTOS BY WS-CANT-ULTIMOS
                 GIVING WS-COCIENTE-MOV REMAINDER WS-POS-INICIAL
           ELSE
              MOVE WS-CANT-MOVIMIENTOS TO WS-CANT-A-MOSTRAR
              MOVE ZEROS TO WS-POS-INICIAL
           END-IF.

           PERFORM 5200-MOSTRAR-MOVIMIENTO
              THRU 5200-MOSTRAR-MOVIMIENTO-EXIT
              VARYING WS-NRO-MOSTRADO FROM 1 BY 1
              UNTIL WS-NRO-MOSTRADO > WS-CANT-A-MOSTRAR.

       5000-MOSTRAR-MOVIMIENTOS-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       5100-LEER-SALDOJRN.

           READ SALDOJRN
               AT END
                  SET WS-NO-HAY-MAS-REGISTROS TO TRUE
                  GO TO 5100-LEER-SALDOJRN-EXIT
           END-READ.

           IF SJ-NRO-CUENTA NOT EQUAL WS-CUENTA-BUSCADA
              GO TO 5100-LEER-SALDOJRN-EXIT
           END-IF.

           DIVIDE WS-CANT-MOVIMIENTOS BY WS-CANT-ULTIMOS
              GIVING WS-COCIENTE-MOV REMAINDER WS-POS-MOVIMIENTO.
           ADD 1 TO WS-POS-MOVIMIENTO.
           ADD 1 TO WS-CANT-MOVIMIENTOS.

           MOVE SJ-FECHA-PROCESO
             TO WS-MOV-FECHA(WS-POS-MOVIMIENTO).
           MOVE SJ-NRO-OPERACION
             TO WS-MOV-NRO-OPERACION(WS-POS-MOVIMIENTO).
           MOVE SJ-TIPO-MOVIMIENTO
             TO WS-MOV-TIPO(WS-POS-MOVIMIENTO).
           MOVE SJ-IMPORTE
             TO WS-MOV-IMPORTE(WS-POS-MOVIMIENTO).
           MOVE SJ-SALDO-POSTERIOR
             TO WS-MOV-SALDO-POSTERIOR(WS-POS-MOVIMIENTO).

       5100-LEER-SALDOJRN-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       5200-MOSTRAR-MOVIMIENTO.

           COMPUTE WS-POS-MOVIMIENTO = WS-POS-INICIAL
                                     + WS-NRO-MOSTRADO - 1.
           IF WS-POS-MOVIMIENTO NOT < WS-CANT-ULTIMOS
              SUBTRACT WS-CANT-ULTIMOS FROM WS-POS-MOVIMIENTO
           END-IF.
           ADD 1 TO WS-POS-MOVIMIENTO.

           IF WS-MOV-TIPO(WS-POS-MOVIMIENTO) EQUAL 'D'
              MOVE 'DEBITO'  TO WS-LADO-TEXTO
           ELSE
              MOVE 'CREDITO' TO WS-LADO-TEXTO
           END-IF.
           MOVE WS-MOV-IMPORTE(WS-POS-MOVIMIENTO) TO WS-IMPORTE-EDIT.
           MOVE WS-MOV-SALDO-POSTERIOR(WS-POS-MOVIMIENTO)
             TO WS-SALDO-EDIT.
           DISPLAY '  ' WS-MOV-FECHA(WS-POS-MOVIMIENTO) ' op '
              WS-MOV-NRO-OPERACION(WS-POS-MOVIMIENTO) ' '
              WS-LADO-TEXTO ' ' WS-IMPORTE-EDIT ' saldo '
              WS-SALDO-EDIT.

       5200-MOSTRAR-MOVIMIENTO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       6000-MOSTRAR-IMPEDIMENTOS.

      *    Resumen para la sucursal de lo que hoy frena un debito de
      *    la cuenta.
           DISPLAY WS-LINEA.
           DISPLAY 'IMPEDIMENTOS PARA DEBITAR'.
           MOVE ZEROS TO WS-CANT-IMPEDIMENTOS.

           IF WS-CTA-CERRADA
              ADD 1 TO WS-CANT-IMPEDIMENTOS
              DISPLAY '  * Cuenta cerrada en CTAMAEST.'
           END-IF.

           IF WS-CUENTA-BLOQUEADA
              ADD 1 TO WS-CANT-IMPEDIMENTOS
              DISPLAY '  * Bloqueo total vigente en RETENCIO.'
           END-IF.

           IF WS-HAY-SALDOS AND WS-SIN-SALDO
              ADD 1 TO WS-CANT-IMPEDIMENTOS
              DISPLAY '  * Sin saldo registrado en SALDOS.'
           END-IF.

           IF WS-TIENE-SALDO AND WS-CUENTA-NO-BLOQUEADA
           AND WS-DISPONIBLE NOT > ZERO
              ADD 1 TO WS-CANT-IMPEDIMENTOS
              DISPLAY '  * Sin disponible.'
           END-IF.

           IF WS-LINEA-VENCIDA
              ADD 1 TO WS-CANT-IMPEDIMENTOS
              DISPLAY '  * Linea de sobregiro vencida.'
           END-IF.

           IF WS-TIENE-LIMITE AND WS-RESTO-DIARIO NOT > ZERO
              ADD 1 TO WS-CANT-IMPEDIMENTOS
              DISPLAY '  * Limite diario agotado por hoy.'
           END-IF.

           IF WS-CANT-EXCEPCIONES > 0
              ADD 1 TO WS-CANT-IMPEDIMENTOS
              MOVE WS-CANT-EXCEPCIONES TO WS-CANT-EDIT
              DISPLAY '  * ' WS-CANT-EDIT ' debito(s) en excepcion'
                 ' de saldo esperando reintento o reparacion.'
           END-IF.

           IF WS-CANT-IMPEDIMENTOS EQUAL ZERO
              DISPLAY '  Ninguno.'
           END-IF.

       6000-MOSTRAR-IMPEDIMENTOS-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       7000-CONVERTIR-FECHA.

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

       7000-CONVERTIR-FECHA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       9000-FINALIZAR.

      *    El cierre de sesion deja en SESIONLG cuantas cuentas
      *    consulto el operador.
           SET WS-SES-MODO-CIERRE TO TRUE.
           MOVE WS-CANT-CONSULTAS TO WS-SES-CANT-OPERACIONES.
           CALL 'CLSIGNON' USING WS-SESION.

           CLOSE CTAMAEST.
           IF WS-HAY-SALDOS
              CLOSE SALDOS
           END-IF.
           IF WS-HAY-RETENCIO
              CLOSE RETENCIO
           END-IF.
           IF WS-HAY-SOBGIROS
              CLOSE SOBGIROS
           END-IF.
           IF WS-HAY-LIMITES
              CLOSE LIMITES
           END-IF.
           IF WS-HAY-ACUMDIA
              CLOSE ACUMDIA
           END-IF.

       9000-FINALIZAR-EXIT.
           EXIT.


       END PROGRAM CLCONPOS.
