      *----------------------------------------------------------------*
      *  Purpose: Ingreso y posteo de pagos masivos (sueldos y
      *           proveedores).  Lee el archivo PAGMASIV del cliente
      *           corporativo, con una cabecera y un detalle por
      *           beneficiario, y lo trata como una unidad: la
      *           cabecera tiene que calzar en cantidad y total con
      *           los detalles, cada cuenta credito tiene que existir
      *           en CTAMAEST (o ser de otro banco segun BANCOEXT) y
      *           la cuenta debito tiene que admitir el total en sus
      *           limites (LIMITES/ACUMDIA) y en su disponible
      *           (saldo menos retenciones mas linea de sobregiro).
      *           Con un solo error el lote entero se rechaza y no se
      *           mueve nada.  El lote aceptado se debita una sola
      *           vez por el total contra la cuenta puente de la
      *           moneda (CTAPAGOS) y desde ella se acredita linea por
      *           linea, cada credito con su propio numero de
      *           operacion; todo queda posteado ('R') en TRANSACF y
      *           POSTEOIF con su jornal en SALDOJRN, y los creditos a
      *           otros bancos salen por CLINTERB.  La comision se
      *           cobra una vez por lote o una por linea segun la
      *           modalidad del concepto en TARIFCON.  El cliente
      *           recibe el resultado por linea en PAGMASRS y cada
      *           credito queda rastreado a su lote en PAGLOTES.  El
      *           lote desde el umbral de doble control (UMBRALAP)
      *           exige ademas el aval de un supervisor distinto del
      *           operador que lo corre, que queda como autorizante
      *           en el debito del lote.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CLPAGMAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGMASIV ASSIGN TO "PAGMASIV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PAGMASIV.

           SELECT PAGMASRS ASSIGN TO "PAGMASRS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PAGMASRS.

           SELECT PAGLOTES ASSIGN TO "PAGLOTES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PAGLOTES.

           SELECT CTAPAGOS ASSIGN TO "CTAPAGOS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CTAPAGOS.

           SELECT TRANSACF ASSIGN TO "TRANSACF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRANSACF.

           SELECT POSTEOIF ASSIGN TO "POSTEOIF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-POSTEOIF.

           SELECT CONTADOR ASSIGN TO "CONTADOR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONTADOR.

           SELECT UMBRALAP ASSIGN TO "UMBRALAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-UMBRALAP.

           SELECT CTAMAEST ASSIGN TO "CTAMAEST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-NRO-CUENTA
               FILE STATUS IS WS-STATUS-CTAMAEST.

           SELECT CONCTAB ASSIGN TO "CONCTAB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONCTAB.

           SELECT BANCOEXT ASSIGN TO "BANCOEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-BANCOEXT.

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

           SELECT SALDOS ASSIGN TO "SALDOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SA-NRO-CUENTA
               FILE STATUS IS WS-STATUS-SALDOS.

           SELECT SALDOJRN ASSIGN TO "SALDOJRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-SALDOJRN.

           SELECT SOBGIROS ASSIGN TO "SOBGIROS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SG-NRO-CUENTA
               FILE STATUS IS WS-STATUS-SOBGIROS.

           SELECT RETENCIO ASSIGN TO "RETENCIO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RN-NRO-CUENTA
               FILE STATUS IS WS-STATUS-RETENCIO.

           SELECT OPDETEN ASSIGN TO "OPDETEN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-OPDETEN.

           SELECT TARIFCON ASSIGN TO "TARIFCON"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-TARIFCON.

           SELECT CTACOMIS ASSIGN TO "CTACOMIS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CTACOMIS.

           SELECT COMISION ASSIGN TO "COMISION"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-COMISION.


       DATA DIVISION.

       FILE SECTION.

       FD  PAGMASIV.
           COPY PAGMASIV.

       FD  PAGMASRS.
           COPY PAGMASRS.

       FD  PAGLOTES.
           COPY PAGLOTE.

       FD  CTAPAGOS.
           COPY CTAPAGOS.

       FD  TRANSACF.
           COPY TRANREG_TR.

       FD  POSTEOIF.
           COPY TRANREG_PO.

       FD  CONTADOR.
           COPY CONTADOR.

       FD  UMBRALAP.
           COPY UMBRAL.

       FD  CTAMAEST.
           COPY CTAMAEST.

       FD  CONCTAB.
           COPY CONCTAB.

       FD  BANCOEXT.
           COPY BANCOEXT.

       FD  LIMITES.
           COPY LIMITES.

       FD  ACUMDIA.
           COPY ACUMDIA.

       FD  SALDOS.
           COPY SALDOS.

       FD  SALDOJRN.
           COPY SALDOJRN.

       FD  SOBGIROS.
           COPY SOBGIRO.

       FD  RETENCIO.
           COPY RETENCIO.

       FD  OPDETEN.
           COPY OPDETEN.

       FD  TARIFCON.
           COPY TARIFCON.

       FD  CTACOMIS.
           COPY CTACOMIS.

       FD  COMISION.
           COPY COMISION.


       WORKING-STORAGE SECTION.

       COPY OPERSES_WS.

       01 WS-ULTIMO-NRO-OPERACION              PIC 9(10) VALUE ZERO.

       01 WS-INDICADORES-ARCHIVO.
          05 WS-STATUS-PAGMASIV                PIC X(02).
          05 WS-STATUS-PAGMASRS                PIC X(02).
          05 WS-STATUS-PAGLOTES                PIC X(02).
          05 WS-STATUS-CTAPAGOS                PIC X(02).
          05 WS-STATUS-TRANSACF                PIC X(02).
          05 WS-STATUS-POSTEOIF                PIC X(02).
          05 WS-STATUS-CONTADOR                PIC X(02).
          05 WS-STATUS-UMBRALAP                PIC X(02).
          05 WS-STATUS-CTAMAEST                PIC X(02).
          05 WS-STATUS-CONCTAB                 PIC X(02).
          05 WS-STATUS-BANCOEXT                PIC X(02).
          05 WS-STATUS-LIMITES                 PIC X(02).
          05 WS-STATUS-ACUMDIA                 PIC X(02).
          05 WS-STATUS-SALDOS                  PIC X(02).
          05 WS-STATUS-SALDOJRN                PIC X(02).
          05 WS-STATUS-SOBGIROS                PIC X(02).
          05 WS-STATUS-RETENCIO                PIC X(02).
          05 WS-STATUS-OPDETEN                 PIC X(02).
          05 WS-STATUS-TARIFCON                PIC X(02).
          05 WS-STATUS-CTACOMIS                PIC X(02).
          05 WS-STATUS-COMISION                PIC X(02).

       01 WS-FIN-ARCHIVO                       PIC X(01).
          88 WS-HAY-MAS-REGISTROS              VALUE 'N'.
          88 WS-NO-HAY-MAS-REGISTROS           VALUE 'S'.

      *    La disponibilidad de los archivos de acceso al azar se fija
      *    una sola vez al abrirlos, igual que en CLVALTRAN y
      *    CLPOSTEO: el file status cambia con cada READ y no sirve
      *    para saber si el archivo esta abierto.
       01 WS-DISPONIBILIDAD.
          05 WS-CTAMAEST-DISPONIBLE            PIC X(01) VALUE 'N'.
             88 WS-HAY-CTAMAEST                VALUE 'S'.
             88 WS-NO-HAY-CTAMAEST             VALUE 'N'.
          05 WS-LIMITES-DISPONIBLE             PIC X(01) VALUE 'N'.
             88 WS-HAY-LIMITES                 VALUE 'S'.
             88 WS-NO-HAY-LIMITES              VALUE 'N'.
          05 WS-ACUMDIA-DISPONIBLE             PIC X(01) VALUE 'N'.
             88 WS-HAY-ACUMDIA                 VALUE 'S'.
             88 WS-NO-HAY-ACUMDIA              VALUE 'N'.
          05 WS-SOBGIROS-DISPONIBLE            PIC X(01) VALUE 'N'.
             88 WS-HAY-SOBGIROS                VALUE 'S'.
             88 WS-NO-HAY-SOBGIROS             VALUE 'N'.
          05 WS-RETENCIO-DISPONIBLE            PIC X(01) VALUE 'N'.
             88 WS-HAY-RETENCIO                VALUE 'S'.
             88 WS-NO-HAY-RETENCIO             VALUE 'N'.

       01 WS-OPERADOR-SESION                   PIC X(08) VALUE SPACES.
       01 WS-SUPERVISOR                        PIC X(08) VALUE SPACES.
       01 WS-SUPERVISOR-CONFIRMO               PIC X(01).
          88 WS-SUP-CONFIRMO                   VALUE 'S'.
          88 WS-SUP-NO-CONFIRMO                VALUE 'N'.

      *    Sin archivo de parametro UMBRALAP no hay lote que requiera
      *    supervisor, igual que en CLINGBAT.
       01 WS-IMPORTE-UMBRAL                    PIC 9(10)V9(02)
                                                VALUE 9999999999,99.

      *    -- fecha de proceso ----------------------------------------*
       01 WS-FECHA-SISTEMA                     PIC 9(08).
       01 WS-FECHA-SISTEMA-DES REDEFINES WS-FECHA-SISTEMA.
          05 WS-FECHA-SIS-ANIO                 PIC 9(04).
          05 WS-FECHA-SIS-MES                  PIC 9(02).
          05 WS-FECHA-SIS-DIA                  PIC 9(02).
       01 WS-FECHA-SISTEMA-TEXTO               PIC X(10).
       01 WS-HORA-SISTEMA.
          05 WS-HORA-SIS-HH                    PIC 9(02).
          05 WS-HORA-SIS-MM                    PIC 9(02).
          05 WS-HORA-SIS-SS                    PIC 9(02).
          05 FILLER                            PIC 9(02).

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

      *    -- cabecera del lote, guardada porque el area del FD la
      *       pisan los detalles -------------------------------------*
       01 WS-LOTE.
          05 WS-NRO-LOTE                       PIC 9(10) VALUE ZERO.
          05 WS-LOTE-REFERENCIA                PIC X(20).
          05 WS-LOTE-FECHA                     PIC X(10).
          05 WS-LOTE-CUENTA-DEBITO             PIC X(22).
          05 WS-LOTE-NRO-DOCUMENTO             PIC X(15).
          05 WS-LOTE-MONEDA                    PIC X(02).
          05 WS-LOTE-CONCEPTO                  PIC X(03).
          05 WS-LOTE-CANT-DETALLES             PIC 9(06).
          05 WS-LOTE-IMPORTE-TOTAL             PIC 9(10)V9(02).
          05 WS-LOTE-OBSERVACION               PIC X(11).
          05 WS-LOTE-CUENTA-PUENTE             PIC X(22).

       01 WS-CABECERA-LEIDA                    PIC X(01).
          88 WS-CON-CABECERA                   VALUE 'S'.
          88 WS-SIN-CABECERA                   VALUE 'N'.

      *    -- resultado de la validacion del lote ---------------------*
      *    El primer error es el que se informa al cliente en la
      *    cabecera del resultado; todos salen por consola.
       01 WS-RESULTADO-LOTE                    PIC X(01).
          88 WS-LOTE-ACEPTADO                  VALUE 'S'.
          88 WS-LOTE-RECHAZADO                 VALUE 'N'.
       01 WS-MOTIVO-LOTE                       PIC X(60).
       01 WS-MOTIVO-TEXTO-TMP                  PIC X(60).
       01 WS-CUENTA-DEBITO-VALIDA              PIC X(01).
          88 WS-CTA-DEBITO-OK                  VALUE 'S'.
          88 WS-CTA-DEBITO-NOTOK               VALUE 'N'.

      *    -- resultado de la validacion de cada detalle --------------*
       01 WS-RESULTADO-LINEA                   PIC X(01).
          88 WS-LINEA-OK                       VALUE 'S'.
          88 WS-LINEA-NOTOK                    VALUE 'N'.
       01 WS-MOTIVO-LINEA                      PIC X(60).
       01 WS-NRO-LINEA-ESPERADO                PIC 9(06).

       01 WS-TOTALES.
          05 WS-CANT-REGISTROS                 PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-DETALLES                  PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-LINEAS-ERROR              PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-ACREDITADAS               PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-OTRO-BANCO                PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-SUMA-DETALLES                  PIC 9(12)V9(02)
                                                VALUE ZERO.
          05 WS-COMISION-LOTE                  PIC 9(12)V9(02)
                                                VALUE ZERO.
       01 WS-CANT-EDIT                         PIC ZZZZ.ZZ9.
       01 WS-IMPORTE-EDIT                      PIC Z(11)9,99.

      *    -- disponible de la cuenta debito --------------------------*
       01 WS-SALDO-DEBITO                      PIC S9(12)V9(02).
       01 WS-BLOQUEO-RETENCION                 PIC X(01).
          88 WS-CUENTA-BLOQUEADA               VALUE 'S'.
          88 WS-CUENTA-NO-BLOQUEADA            VALUE 'N'.
       01 WS-DETENCION-RETENCION               PIC X(01).
          88 WS-DETENIDA-POR-RETENCION         VALUE 'S'.
          88 WS-NO-DETENIDA-POR-RETENCION      VALUE 'N'.
       01 WS-IMPORTE-RETENIDO                  PIC 9(12)V9(02).
       01 WS-IMPORTE-LINEA                     PIC 9(12)V9(02).
       01 WS-SALDO-SUFICIENTE                  PIC X(01).
          88 WS-SALDO-OK                       VALUE 'S'.
          88 WS-SALDO-NOTOK                    VALUE 'N'.

      *    -- limites de la cuenta debito -----------------------------*
       01 WS-ACUMULADO-DIA                     PIC 9(12)V9(02).
       01 WS-LIMITE-EDIT                       PIC Z(09)9,99.
       01 WS-LIMITE-DIARIO-EDIT                PIC Z(11)9,99.

      *    -- movimiento de saldo en elaboracion para el jornal -------*
       01 WS-JORNAL.
          05 WS-JRN-NRO-OPERACION              PIC 9(10).
          05 WS-JRN-CUENTA                     PIC X(22).
          05 WS-JRN-TIPO                       PIC X(01).
          05 WS-JRN-MONEDA                     PIC X(02).
          05 WS-JRN-IMPORTE                    PIC 9(10)V9(02).
          05 WS-JRN-SALDO-ANTERIOR             PIC S9(12)V9(02).
          05 WS-JRN-SALDO-POSTERIOR            PIC S9(12)V9(02).

      *    -- movimiento de saldo a aplicar ---------------------------*
       01 WS-MOV-CUENTA                        PIC X(22).
       01 WS-MOV-IMPORTE                       PIC 9(10)V9(02).

      *    -- operacion en elaboracion: el debito del lote o el
      *       credito de una linea ----------------------------------*
       01 WS-NRO-OPERACION-LINEA               PIC 9(10).
       01 WS-OPE-CUENTA-DEBITO                 PIC X(22).
       01 WS-OPE-CUENTA-CREDITO                PIC X(22).
       01 WS-OPE-NRO-DOCUMENTO-C               PIC X(15).
       01 WS-OPE-IMPORTE                       PIC 9(10)V9(02).
       01 WS-OPE-DESCRIPCION                   PIC X(30).
       01 WS-OPE-OBSERVACION                   PIC X(11).
       01 WS-OPE-OPERADOR-AUTORIZA             PIC X(08).

      *    -- tabla de codigos de concepto validos --------------------*
       01 WS-TABLA-CONCEPTOS.
          05 WS-CANT-CONCEPTOS                 PIC 9(03) COMP
                                                VALUE ZERO.
          05 WS-CONCEPTO-DET OCCURS 1 TO 30 TIMES
                DEPENDING ON WS-CANT-CONCEPTOS
                INDEXED BY WS-IDX-CONCEPTO.
             10 WS-CONCEPTO-COD                PIC X(03).
       01 WS-CONCEPTO-ENCONTRADO               PIC X(01).
          88 WS-CONCEPTO-OK                    VALUE 'S'.
          88 WS-CONCEPTO-NOTOK                 VALUE 'N'.

      *    -- tabla de prefijos de bancos externos --------------------*
       01 WS-TABLA-BANCOS.
          05 WS-CANT-BANCOS                    PIC 9(03) COMP
                                                VALUE ZERO.
          05 WS-BANCO-DET OCCURS 1 TO 20 TIMES
                DEPENDING ON WS-CANT-BANCOS
                INDEXED BY WS-IDX-BANCO.
             10 WS-BANCO-PREFIJO               PIC X(04).
       01 WS-CUENTA-ES-EXTERNA                 PIC X(01).
          88 WS-CTA-EXTERNA                    VALUE 'S'.
          88 WS-CTA-NO-EXTERNA                 VALUE 'N'.

      *    -- tarifa de comisiones por concepto -----------------------*
       01 WS-TABLA-TARIFAS.
          05 WS-CANT-TARIFAS                   PIC 9(03) COMP
                                                VALUE ZERO.
          05 WS-TARIFA-DET OCCURS 1 TO 100 TIMES
                DEPENDING ON WS-CANT-TARIFAS
                INDEXED BY WS-IDX-TARIFA.
             10 WS-TARIFA-CONCEPTO             PIC X(03).
             10 WS-TARIFA-DESDE                PIC 9(10)V9(02).
             10 WS-TARIFA-HASTA                PIC 9(10)V9(02).
             10 WS-TARIFA-COMISION             PIC 9(10)V9(02).
             10 WS-TARIFA-MODALIDAD            PIC X(01).
       01 WS-TARIFA-ENCONTRADA                 PIC X(01).
          88 WS-TARIFA-OK                      VALUE 'S'.
          88 WS-TARIFA-NOTOK                   VALUE 'N'.
       01 WS-MODALIDAD-COBRO                   PIC X(01).
          88 WS-COBRO-POR-LOTE                 VALUE 'L'.
          88 WS-COBRO-POR-OPERACION            VALUE 'O'.
       01 WS-IMPORTE-TARIFA                    PIC 9(10)V9(02).
       01 WS-IMPORTE-COMISION                  PIC 9(10)V9(02).

      *    -- cuentas de ingresos por comisiones, una por moneda ------*
       01 WS-TABLA-CTAS-COMISION.
          05 WS-CANT-CTAS-COMISION             PIC 9(03) COMP
                                                VALUE ZERO.
          05 WS-CTA-COMISION-DET OCCURS 1 TO 10 TIMES
                DEPENDING ON WS-CANT-CTAS-COMISION
                INDEXED BY WS-IDX-CTA-COMISION.
             10 WS-CTA-COM-MONEDA              PIC X(02).
             10 WS-CTA-COM-CUENTA              PIC X(22).
       01 WS-CTA-COMISION-HALLADA              PIC X(01).
          88 WS-CTA-COM-OK                     VALUE 'S'.
          88 WS-CTA-COM-NOTOK                  VALUE 'N'.
       01 WS-CUENTA-COMISIONES                 PIC X(22).

      *    -- cuentas puente de pagos masivos, una por moneda ---------*
       01 WS-TABLA-CTAS-PUENTE.
          05 WS-CANT-CTAS-PUENTE               PIC 9(03) COMP
                                                VALUE ZERO.
          05 WS-CTA-PUENTE-DET OCCURS 1 TO 10 TIMES
                DEPENDING ON WS-CANT-CTAS-PUENTE
                INDEXED BY WS-IDX-CTA-PUENTE.
             10 WS-CTA-PTE-MONEDA              PIC X(02).
             10 WS-CTA-PTE-CUENTA              PIC X(22).


       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIALIZAR
              THRU 1000-INICIALIZAR-EXIT.

      *    Sin firma valida el lote no se procesa.
           IF WS-SES-OK
              IF WS-STATUS-PAGMASIV EQUAL '00'
                 PERFORM 2000-VALIDAR-LOTE
                    THRU 2000-VALIDAR-LOTE-EXIT
                 PERFORM 3000-PROCESAR-LOTE
                    THRU 3000-PROCESAR-LOTE-EXIT
                 PERFORM 8000-INFORMAR-TOTALES
                    THRU 8000-INFORMAR-TOTALES-EXIT
              ELSE
                 DISPLAY 'PAGMASIV no disponible, status '
                    WS-STATUS-PAGMASIV
              END-IF

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

           OPEN INPUT PAGMASIV.

           OPEN I-O CONTADOR.
           IF WS-STATUS-CONTADOR EQUAL '35'
              OPEN OUTPUT CONTADOR
              MOVE ZERO TO CT-ULTIMO-NRO-OPERACION
              WRITE CT-CONTADOR
              CLOSE CONTADOR
              OPEN I-O CONTADOR
           END-IF.
           READ CONTADOR.
           MOVE CT-ULTIMO-NRO-OPERACION TO WS-ULTIMO-NRO-OPERACION.

           PERFORM 1200-LEER-UMBRAL
              THRU 1200-LEER-UMBRAL-EXIT.

      *    Sin maestro de cuentas el lote se rechaza: ninguna cuenta
      *    credito puede validarse.
           OPEN INPUT CTAMAEST.
           IF WS-STATUS-CTAMAEST EQUAL '00'
              SET WS-HAY-CTAMAEST TO TRUE
           END-IF.

           OPEN INPUT CONCTAB.
           IF WS-STATUS-CONCTAB EQUAL '00'
              SET WS-HAY-MAS-REGISTROS TO TRUE
              PERFORM 1300-CARGAR-CONCEPTOS
                 THRU 1300-CARGAR-CONCEPTOS-EXIT
                 UNTIL WS-NO-HAY-MAS-REGISTROS
              CLOSE CONCTAB
           END-IF.

           OPEN INPUT BANCOEXT.
           IF WS-STATUS-BANCOEXT EQUAL '00'
              SET WS-HAY-MAS-REGISTROS TO TRUE
              PERFORM 1400-CARGAR-BANCOS
                 THRU 1400-CARGAR-BANCOS-EXIT
                 UNTIL WS-NO-HAY-MAS-REGISTROS
              CLOSE BANCOEXT
           END-IF.

      *    Sin tarifa de comisiones (o sin cuenta de ingresos para la
      *    moneda) el lote no paga comision, igual que en CLPOSTEO.
           OPEN INPUT TARIFCON.
           IF WS-STATUS-TARIFCON EQUAL '00'
              SET WS-HAY-MAS-REGISTROS TO TRUE
              PERFORM 1500-CARGAR-TARIFAS
                 THRU 1500-CARGAR-TARIFAS-EXIT
                 UNTIL WS-NO-HAY-MAS-REGISTROS
              CLOSE TARIFCON
           END-IF.

           OPEN INPUT CTACOMIS.
           IF WS-STATUS-CTACOMIS EQUAL '00'
              SET WS-HAY-MAS-REGISTROS TO TRUE
              PERFORM 1600-CARGAR-CTAS-COMISION
                 THRU 1600-CARGAR-CTAS-COMISION-EXIT
                 UNTIL WS-NO-HAY-MAS-REGISTROS
              CLOSE CTACOMIS
           END-IF.

      *    Sin cuenta puente para la moneda el lote se rechaza.
           OPEN INPUT CTAPAGOS.
           IF WS-STATUS-CTAPAGOS EQUAL '00'
              SET WS-HAY-MAS-REGISTROS TO TRUE
              PERFORM 1700-CARGAR-CTAS-PUENTE
                 THRU 1700-CARGAR-CTAS-PUENTE-EXIT
                 UNTIL WS-NO-HAY-MAS-REGISTROS
              CLOSE CTAPAGOS
           END-IF.

           OPEN INPUT LIMITES.
           IF WS-STATUS-LIMITES EQUAL '00'
              SET WS-HAY-LIMITES TO TRUE
           END-IF.

           OPEN I-O ACUMDIA.
           IF WS-STATUS-ACUMDIA EQUAL '35'
              OPEN OUTPUT ACUMDIA
              CLOSE ACUMDIA
              OPEN I-O ACUMDIA
           END-IF.
           IF WS-STATUS-ACUMDIA EQUAL '00'
              SET WS-HAY-ACUMDIA TO TRUE
           END-IF.

           OPEN INPUT SOBGIROS.
           IF WS-STATUS-SOBGIROS EQUAL '00'
              SET WS-HAY-SOBGIROS TO TRUE
           END-IF.

           OPEN INPUT RETENCIO.
           IF WS-STATUS-RETENCIO EQUAL '00'
              SET WS-HAY-RETENCIO TO TRUE
              OPEN EXTEND OPDETEN
              IF WS-STATUS-OPDETEN EQUAL '35'
                 OPEN OUTPUT OPDETEN
                 CLOSE OPDETEN
                 OPEN EXTEND OPDETEN
              END-IF
           END-IF.

           OPEN I-O SALDOS.
           IF WS-STATUS-SALDOS EQUAL '35'
              OPEN OUTPUT SALDOS
              CLOSE SALDOS
              OPEN I-O SALDOS
           END-IF.

           OPEN EXTEND SALDOJRN.
           IF WS-STATUS-SALDOJRN EQUAL '35'
              OPEN OUTPUT SALDOJRN
              CLOSE SALDOJRN
              OPEN EXTEND SALDOJRN
           END-IF.

           OPEN EXTEND TRANSACF.
           IF WS-STATUS-TRANSACF EQUAL '35'
              OPEN OUTPUT TRANSACF
              CLOSE TRANSACF
              OPEN EXTEND TRANSACF
           END-IF.

           OPEN EXTEND POSTEOIF.
           IF WS-STATUS-POSTEOIF EQUAL '35'
              OPEN OUTPUT POSTEOIF
              CLOSE POSTEOIF
              OPEN EXTEND POSTEOIF
           END-IF.

           OPEN EXTEND COMISION.
           IF WS-STATUS-COMISION EQUAL '35'
              OPEN OUTPUT COMISION
              CLOSE COMISION
              OPEN EXTEND COMISION
           END-IF.

       1000-INICIALIZAR-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       1100-FIRMAR-OPERADOR.

      *    Cualquier operador firmado puede correr el lote; el que
      *    alcanza el umbral de doble control pide despues el aval de
      *    otro supervisor.
           INITIALIZE WS-SESION.
           SET WS-SES-MODO-APERTURA TO TRUE.
           MOVE 'CLPAGMAS' TO WS-SES-PROGRAMA.
           SET WS-SES-CUALQUIER-ROL TO TRUE.
           CALL 'CLSIGNON' USING WS-SESION.

           IF WS-SES-OK
              MOVE WS-SES-ID-OPERADOR TO WS-OPERADOR-SESION
           ELSE
              DISPLAY 'Firma de operador fallida: lote no procesado.'
           END-IF.

       1100-FIRMAR-OPERADOR-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       1200-LEER-UMBRAL.

           OPEN INPUT UMBRALAP.
           IF WS-STATUS-UMBRALAP EQUAL '00'
              READ UMBRALAP
              IF WS-STATUS-UMBRALAP EQUAL '00'
                 MOVE UM-IMPORTE-UMBRAL TO WS-IMPORTE-UMBRAL
              ELSE
                 DISPLAY 'Error leyendo UMBRALAP, status '
                    WS-STATUS-UMBRALAP ': doble control'
                    ' deshabilitado.'
              END-IF
              CLOSE UMBRALAP
           ELSE
              DISPLAY 'UMBRALAP no disponible: doble control'
                 ' deshabilitado.'
           END-IF.

       1200-LEER-UMBRAL-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       1300-CARGAR-CONCEPTOS.

           READ CONCTAB
               AT END
                  SET WS-NO-HAY-MAS-REGISTROS TO TRUE
               NOT AT END
                  IF WS-CANT-CONCEPTOS < 30
                     ADD 1 TO WS-CANT-CONCEPTOS
                     MOVE CC-COD-CONCEPTO
                       TO WS-CONCEPTO-COD(WS-CANT-CONCEPTOS)
                  END-IF
           END-READ.

       1300-CARGAR-CONCEPTOS-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       1400-CARGAR-BANCOS.

           READ BANCOEXT
               AT END
                  SET WS-NO-HAY-MAS-REGISTROS TO TRUE
               NOT AT END
                  IF BE-PREFIJO NOT EQUAL SPACES
                  AND WS-CANT-BANCOS < 20
                     ADD 1 TO WS-CANT-BANCOS
                     MOVE BE-PREFIJO
                       TO WS-BANCO-PREFIJO(WS-CANT-BANCOS)
                  END-IF
           END-READ.

       1400-CARGAR-BANCOS-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       1500-CARGAR-TARIFAS.

           READ TARIFCON
               AT END
                  SET WS-NO-HAY-MAS-REGISTROS TO TRUE
               NOT AT END
                  IF WS-CANT-TARIFAS < 100
                     ADD 1 TO WS-CANT-TARIFAS
                     MOVE TF-COD-CONCEPTO
                       TO WS-TARIFA-CONCEPTO(WS-CANT-TARIFAS)
                     MOVE TF-IMPORTE-DESDE
                       TO WS-TARIFA-DESDE(WS-CANT-TARIFAS)
                     MOVE TF-IMPORTE-HASTA
                       TO WS-TARIFA-HASTA(WS-CANT-TARIFAS)
                     MOVE TF-IMPORTE-COMISION
                       TO WS-TARIFA-COMISION(WS-CANT-TARIFAS)
                     IF TF-COBRO-POR-LOTE
                        MOVE 'L' TO WS-TARIFA-MODALIDAD(WS-CANT-TARIFAS)
                     ELSE
                        MOVE 'O' TO WS-TARIFA-MODALIDAD(WS-CANT-TARIFAS)
                     END-IF
                  ELSE
                     DISPLAY 'Tabla de tarifas completa: se ignora '
                        TF-COD-CONCEPTO ', depurar TARIFCON.'
                  END-IF
           END-READ.

       1500-CARGAR-TARIFAS-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       1600-CARGAR-CTAS-COMISION.

           READ CTACOMIS
               AT END
                  SET WS-NO-HAY-MAS-REGISTROS TO TRUE
               NOT AT END
                  IF WS-CANT-CTAS-COMISION < 10
                     ADD 1 TO WS-CANT-CTAS-COMISION
                     MOVE CI-COD-MONEDA
                       TO WS-CTA-COM-MONEDA(WS-CANT-CTAS-COMISION)
                     MOVE CI-NRO-CUENTA
                       TO WS-CTA-COM-CUENTA(WS-CANT-CTAS-COMISION)
                  END-IF
           END-READ.

       1600-CARGAR-CTAS-COMISION-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       1700-CARGAR-CTAS-PUENTE.

           READ CTAPAGOS
               AT END
                  SET WS-NO-HAY-MAS-REGISTROS TO TRUE
               NOT AT END
                  IF WS-CANT-CTAS-PUENTE < 10
                     ADD 1 TO WS-CANT-CTAS-PUENTE
                     MOVE PP-COD-MONEDA
                       TO WS-CTA-PTE-MONEDA(WS-CANT-CTAS-PUENTE)
                     MOVE PP-NRO-CUENTA
                       TO WS-CTA-PTE-CUENTA(WS-CANT-CTAS-PUENTE)
                  END-IF
           END-READ.

       1700-CARGAR-CTAS-PUENTE-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2000-VALIDAR-LOTE.

      *    Primera pasada: se lee el archivo entero sin mover nada.
      *    El numero de lote es un numero de operacion de CONTADOR,
      *    que se consume aunque el lote se rechace, igual que el
      *    rechazo de CLINGBAT.
           ADD 1 TO WS-ULTIMO-NRO-OPERACION.
           MOVE WS-ULTIMO-NRO-OPERACION TO WS-NRO-LOTE.
           PERFORM 2800-ACTUALIZAR-CONTADOR
              THRU 2800-ACTUALIZAR-CONTADOR-EXIT.

           SET WS-LOTE-ACEPTADO TO TRUE.
           SET WS-SIN-CABECERA TO TRUE.
           SET WS-CTA-DEBITO-NOTOK TO TRUE.
           MOVE SPACES TO WS-MOTIVO-LOTE.
           MOVE SPACES TO WS-LOTE-REFERENCIA WS-LOTE-FECHA
                          WS-LOTE-CUENTA-DEBITO WS-LOTE-NRO-DOCUMENTO
                          WS-LOTE-MONEDA WS-LOTE-CONCEPTO
                          WS-LOTE-OBSERVACION WS-LOTE-CUENTA-PUENTE.
           MOVE ZEROS TO WS-LOTE-CANT-DETALLES WS-LOTE-IMPORTE-TOTAL.
           MOVE ZERO TO WS-NRO-LINEA-ESPERADO.
           MOVE 'O' TO WS-MODALIDAD-COBRO.

           READ PAGMASIV
               AT END
                  MOVE 'ARCHIVO DE PAGOS SIN REGISTROS'
                    TO WS-MOTIVO-TEXTO-TMP
                  PERFORM 2900-AGREGAR-MOTIVO-LOTE
                     THRU 2900-AGREGAR-MOTIVO-LOTE-EXIT
                  GO TO 2000-VALIDAR-LOTE-EXIT
           END-READ.
           ADD 1 TO WS-CANT-REGISTROS.

      *    Sin cabecera no hay cuenta que debitar ni totales de
      *    control: cada registro se informa igual como detalle.
           IF PM-ES-CABECERA
              SET WS-CON-CABECERA TO TRUE
              PERFORM 2100-VALIDAR-CABECERA
                 THRU 2100-VALIDAR-CABECERA-EXIT
           ELSE
              MOVE 'FALTA LA CABECERA DEL LOTE'
                TO WS-MOTIVO-TEXTO-TMP
              PERFORM 2900-AGREGAR-MOTIVO-LOTE
                 THRU 2900-AGREGAR-MOTIVO-LOTE-EXIT
              PERFORM 2400-CONTROLAR-DETALLE
                 THRU 2400-CONTROLAR-DETALLE-EXIT
           END-IF.

           SET WS-HAY-MAS-REGISTROS TO TRUE.
           PERFORM 2050-LEER-DETALLE
              THRU 2050-LEER-DETALLE-EXIT
              UNTIL WS-NO-HAY-MAS-REGISTROS.

           IF WS-CON-CABECERA
              PERFORM 2300-VALIDAR-TOTALES
                 THRU 2300-VALIDAR-TOTALES-EXIT
           END-IF.

       2000-VALIDAR-LOTE-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2050-LEER-DETALLE.

           READ PAGMASIV
               AT END
                  SET WS-NO-HAY-MAS-REGISTROS TO TRUE
               NOT AT END
                  ADD 1 TO WS-CANT-REGISTROS
                  PERFORM 2400-CONTROLAR-DETALLE
                     THRU 2400-CONTROLAR-DETALLE-EXIT
           END-READ.

       2050-LEER-DETALLE-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2100-VALIDAR-CABECERA.

           MOVE PM-REFERENCIA-LOTE TO WS-LOTE-REFERENCIA.
           MOVE PM-FECHA           TO WS-LOTE-FECHA.
           MOVE PM-CUENTA-DEBITO   TO WS-LOTE-CUENTA-DEBITO.
           MOVE PM-NRO-DOCUMENTO-D TO WS-LOTE-NRO-DOCUMENTO.
           MOVE PM-COD-MONEDA      TO WS-LOTE-MONEDA.
           MOVE PM-COD-CONCEPTO    TO WS-LOTE-CONCEPTO.
           MOVE PM-OBSERVACION     TO WS-LOTE-OBSERVACION.
           IF PM-CANT-DETALLES IS NUMERIC
              MOVE PM-CANT-DETALLES TO WS-LOTE-CANT-DETALLES
           END-IF.
           IF PM-IMPORTE-TOTAL IS NUMERIC
              MOVE PM-IMPORTE-TOTAL TO WS-LOTE-IMPORTE-TOTAL
           END-IF.

           IF WS-LOTE-REFERENCIA EQUAL SPACES
              MOVE 'REFERENCIA DE LOTE VACIA' TO WS-MOTIVO-TEXTO-TMP
              PERFORM 2900-AGREGAR-MOTIVO-LOTE
                 THRU 2900-AGREGAR-MOTIVO-LOTE-EXIT
           END-IF.

      *    El lote se paga en el dia: no hay fecha valor futura ni
      *    pasada, asi que basta con compararla con la de proceso.
           IF WS-LOTE-FECHA NOT EQUAL WS-FECHA-SISTEMA-TEXTO
              MOVE SPACES TO WS-MOTIVO-TEXTO-TMP
              STRING 'FECHA DEL LOTE DISTINTA DEL DIA DE PROCESO('
                                          DELIMITED BY SIZE
                     WS-LOTE-FECHA        DELIMITED BY SIZE
                     ')'                  DELIMITED BY SIZE
                INTO WS-MOTIVO-TEXTO-TMP
              PERFORM 2900-AGREGAR-MOTIVO-LOTE
                 THRU 2900-AGREGAR-MOTIVO-LOTE-EXIT
           END-IF.

           IF WS-LOTE-MONEDA NOT EQUAL '01'
           AND WS-LOTE-MONEDA NOT EQUAL '02'
              MOVE SPACES TO WS-MOTIVO-TEXTO-TMP
              STRING 'COD MONEDA INVALIDO(' DELIMITED BY SIZE
                     WS-LOTE-MONEDA         DELIMITED BY SIZE
                     ')'                    DELIMITED BY SIZE
                INTO WS-MOTIVO-TEXTO-TMP
              PERFORM 2900-AGREGAR-MOTIVO-LOTE
                 THRU 2900-AGREGAR-MOTIVO-LOTE-EXIT
           END-IF.

           PERFORM 2110-VALIDAR-CUENTA-DEBITO
              THRU 2110-VALIDAR-CUENTA-DEBITO-EXIT.

           IF WS-LOTE-NRO-DOCUMENTO EQUAL SPACES
              MOVE 'NRO DOCUMENTO DEBITO VACIO' TO WS-MOTIVO-TEXTO-TMP
              PERFORM 2900-AGREGAR-MOTIVO-LOTE
                 THRU 2900-AGREGAR-MOTIVO-LOTE-EXIT
           END-IF.

           SET WS-CONCEPTO-NOTOK TO TRUE.
           IF WS-CANT-CONCEPTOS > 0
              PERFORM 2120-BUSCAR-CONCEPTO
                 THRU 2120-BUSCAR-CONCEPTO-EXIT
                 VARYING WS-IDX-CONCEPTO FROM 1 BY 1
                 UNTIL WS-IDX-CONCEPTO > WS-CANT-CONCEPTOS
                    OR WS-CONCEPTO-OK
           END-IF.
           IF WS-CONCEPTO-NOTOK
              MOVE SPACES TO WS-MOTIVO-TEXTO-TMP
              STRING 'COD CONCEPTO INVALIDO(' DELIMITED BY SIZE
                     WS-LOTE-CONCEPTO         DELIMITED BY SIZE
                     ')'                      DELIMITED BY SIZE
                INTO WS-MOTIVO-TEXTO-TMP
              PERFORM 2900-AGREGAR-MOTIVO-LOTE
                 THRU 2900-AGREGAR-MOTIVO-LOTE-EXIT
           END-IF.

           IF WS-LOTE-IMPORTE-TOTAL EQUAL ZEROS
              MOVE 'IMPORTE TOTAL INVALIDO' TO WS-MOTIVO-TEXTO-TMP
              PERFORM 2900-AGREGAR-MOTIVO-LOTE
                 THRU 2900-AGREGAR-MOTIVO-LOTE-EXIT
           END-IF.

           IF WS-CANT-CTAS-PUENTE > 0
              PERFORM 2130-BUSCAR-CTA-PUENTE
                 THRU 2130-BUSCAR-CTA-PUENTE-EXIT
                 VARYING WS-IDX-CTA-PUENTE FROM 1 BY 1
                 UNTIL WS-IDX-CTA-PUENTE > WS-CANT-CTAS-PUENTE
                    OR WS-LOTE-CUENTA-PUENTE NOT EQUAL SPACES
           END-IF.
           IF WS-LOTE-CUENTA-PUENTE EQUAL SPACES
              MOVE 'SIN CUENTA PUENTE DE PAGOS PARA LA MONEDA'
                TO WS-MOTIVO-TEXTO-TMP
              PERFORM 2900-AGREGAR-MOTIVO-LOTE
                 THRU 2900-AGREGAR-MOTIVO-LOTE-EXIT
           END-IF.

           IF WS-LOTE-REFERENCIA NOT EQUAL SPACES
              PERFORM 2150-VERIFICAR-DUPLICADO
                 THRU 2150-VERIFICAR-DUPLICADO-EXIT
           END-IF.

      *    La modalidad de cobro es la de los tramos del concepto.
           IF WS-CANT-TARIFAS > 0
              PERFORM 2140-BUSCAR-MODALIDAD
                 THRU 2140-BUSCAR-MODALIDAD-EXIT
                 VARYING WS-IDX-TARIFA FROM 1 BY 1
                 UNTIL WS-IDX-TARIFA > WS-CANT-TARIFAS
           END-IF.

       2100-VALIDAR-CABECERA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2110-VALIDAR-CUENTA-DEBITO.

           IF WS-NO-HAY-CTAMAEST
              MOVE 'CTAMAEST NO DISPONIBLE' TO WS-MOTIVO-TEXTO-TMP
              PERFORM 2900-AGREGAR-MOTIVO-LOTE
                 THRU 2900-AGREGAR-MOTIVO-LOTE-EXIT
              GO TO 2110-VALIDAR-CUENTA-DEBITO-EXIT
           END-IF.

           IF WS-LOTE-CUENTA-DEBITO EQUAL SPACES
              MOVE 'CUENTA DEBITO VACIA' TO WS-MOTIVO-TEXTO-TMP
              PERFORM 2900-AGREGAR-MOTIVO-LOTE
                 THRU 2900-AGREGAR-MOTIVO-LOTE-EXIT
              GO TO 2110-VALIDAR-CUENTA-DEBITO-EXIT
           END-IF.

           MOVE WS-LOTE-CUENTA-DEBITO TO CM-NRO-CUENTA.
           READ CTAMAEST
               INVALID KEY
                  MOVE 'CUENTA DEBITO INEXISTENTE'
                    TO WS-MOTIVO-TEXTO-TMP
                  PERFORM 2900-AGREGAR-MOTIVO-LOTE
                     THRU 2900-AGREGAR-MOTIVO-LOTE-EXIT
                  GO TO 2110-VALIDAR-CUENTA-DEBITO-EXIT
           END-READ.

           SET WS-CTA-DEBITO-OK TO TRUE.
           IF CM-CUENTA-CERRADA
              SET WS-CTA-DEBITO-NOTOK TO TRUE
              MOVE 'CUENTA DEBITO CERRADA' TO WS-MOTIVO-TEXTO-TMP
              PERFORM 2900-AGREGAR-MOTIVO-LOTE
                 THRU 2900-AGREGAR-MOTIVO-LOTE-EXIT
           END-IF.
           IF CM-COD-MONEDA NOT EQUAL WS-LOTE-MONEDA
              SET WS-CTA-DEBITO-NOTOK TO TRUE
              MOVE 'MONEDA CTA DEBITO NO COINCIDE'
                TO WS-MOTIVO-TEXTO-TMP
              PERFORM 2900-AGREGAR-MOTIVO-LOTE
                 THRU 2900-AGREGAR-MOTIVO-LOTE-EXIT
           END-IF.

       2110-VALIDAR-CUENTA-DEBITO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2120-BUSCAR-CONCEPTO.

           IF WS-CONCEPTO-COD(WS-IDX-CONCEPTO) EQUAL WS-LOTE-CONCEPTO
              SET WS-CONCEPTO-OK TO TRUE
           END-IF.

       2120-BUSCAR-CONCEPTO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2130-BUSCAR-CTA-PUENTE.

           IF WS-CTA-PTE-MONEDA(WS-IDX-CTA-PUENTE)
                                       EQUAL WS-LOTE-MONEDA
              MOVE WS-CTA-PTE-CUENTA(WS-IDX-CTA-PUENTE)
                TO WS-LOTE-CUENTA-PUENTE
           END-IF.

       2130-BUSCAR-CTA-PUENTE-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2140-BUSCAR-MODALIDAD.

           IF WS-TARIFA-CONCEPTO(WS-IDX-TARIFA) EQUAL WS-LOTE-CONCEPTO
              MOVE WS-TARIFA-MODALIDAD(WS-IDX-TARIFA)
                TO WS-MODALIDAD-COBRO
           END-IF.

       2140-BUSCAR-MODALIDAD-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2150-VERIFICAR-DUPLICADO.

      *    El cliente que reenvia un archivo ya pagado no paga dos
      *    veces: la misma referencia ya aceptada para la misma
      *    cuenta debito rechaza el lote.
           OPEN INPUT PAGLOTES.
           IF WS-STATUS-PAGLOTES NOT EQUAL '00'
              GO TO 2150-VERIFICAR-DUPLICADO-EXIT
           END-IF.

           SET WS-HAY-MAS-REGISTROS TO TRUE.
           PERFORM 2155-COMPARAR-LOTE
              THRU 2155-COMPARAR-LOTE-EXIT
              UNTIL WS-NO-HAY-MAS-REGISTROS.
           CLOSE PAGLOTES.

       2150-VERIFICAR-DUPLICADO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2155-COMPARAR-LOTE.

           READ PAGLOTES
               AT END
                  SET WS-NO-HAY-MAS-REGISTROS TO TRUE
               NOT AT END
                  IF PL-ES-CABECERA
                  AND PL-ACEPTADO
                  AND PL-REFERENCIA-LOTE EQUAL WS-LOTE-REFERENCIA
                  AND PL-CUENTA-DEBITO EQUAL WS-LOTE-CUENTA-DEBITO
                     MOVE SPACES TO WS-MOTIVO-TEXTO-TMP
                     STRING 'LOTE YA PAGADO CON NRO '
                                             DELIMITED BY SIZE
                            PL-NRO-LOTE      DELIMITED BY SIZE
                       INTO WS-MOTIVO-TEXTO-TMP
                     PERFORM 2900-AGREGAR-MOTIVO-LOTE
                        THRU 2900-AGREGAR-MOTIVO-LOTE-EXIT
                     SET WS-NO-HAY-MAS-REGISTROS TO TRUE
                  END-IF
           END-READ.

       2155-COMPARAR-LOTE-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2300-VALIDAR-TOTALES.

           IF WS-CANT-DETALLES NOT EQUAL WS-LOTE-CANT-DETALLES
              MOVE 'CANTIDAD DE DETALLES NO COINCIDE CON CABECERA'
                TO WS-MOTIVO-TEXTO-TMP
              PERFORM 2900-AGREGAR-MOTIVO-LOTE
                 THRU 2900-AGREGAR-MOTIVO-LOTE-EXIT
           END-IF.

           IF WS-SUMA-DETALLES NOT EQUAL WS-LOTE-IMPORTE-TOTAL
              MOVE 'SUMA DE DETALLES NO COINCIDE CON EL TOTAL'
                TO WS-MOTIVO-TEXTO-TMP
              PERFORM 2900-AGREGAR-MOTIVO-LOTE
                 THRU 2900-AGREGAR-MOTIVO-LOTE-EXIT
           END-IF.

           IF WS-CANT-LINEAS-ERROR > 0
              MOVE WS-CANT-LINEAS-ERROR TO WS-CANT-EDIT
              MOVE SPACES TO WS-MOTIVO-TEXTO-TMP
              STRING 'DETALLES CON ERROR: ' DELIMITED BY SIZE
                     WS-CANT-EDIT           DELIMITED BY SIZE
                INTO WS-MOTIVO-TEXTO-TMP
              PERFORM 2900-AGREGAR-MOTIVO-LOTE
                 THRU 2900-AGREGAR-MOTIVO-LOTE-EXIT
           END-IF.

           IF WS-CTA-DEBITO-OK
           AND WS-LOTE-IMPORTE-TOTAL > ZEROS
              PERFORM 2310-VALIDAR-LIMITES
                 THRU 2310-VALIDAR-LIMITES-EXIT
              PERFORM 2320-VERIFICAR-SALDO
                 THRU 2320-VERIFICAR-SALDO-EXIT
           END-IF.

      *    La comision por lote sale del tramo del total; la de por
      *    linea ya se sumo al controlar cada detalle.
           IF WS-COBRO-POR-LOTE
              MOVE WS-LOTE-IMPORTE-TOTAL TO WS-IMPORTE-TARIFA
              PERFORM 2700-CALCULAR-COMISION
                 THRU 2700-CALCULAR-COMISION-EXIT
              MOVE WS-IMPORTE-COMISION TO WS-COMISION-LOTE
           END-IF.

      *    El lote desde el umbral de doble control no se deja en
      *    PENDAPRO como la transferencia suelta: al correrlo se pide
      *    el aval de un supervisor distinto del operador que lo
      *    firmo, igual que en CLAPROBA.  Solo se pide si el lote no
      *    tiene ya otro motivo de rechazo.
           SET WS-SUP-NO-CONFIRMO TO TRUE.
           MOVE SPACES TO WS-SUPERVISOR.
           IF WS-LOTE-IMPORTE-TOTAL >= WS-IMPORTE-UMBRAL
           AND WS-LOTE-ACEPTADO
              PERFORM 2370-CONFIRMAR-SUPERVISOR
                 THRU 2370-CONFIRMAR-SUPERVISOR-EXIT
              IF WS-SUP-NO-CONFIRMO
                 MOVE 'LOTE SOBRE UMBRAL: SIN AVAL DE OTRO SUPERVISOR'
                   TO WS-MOTIVO-TEXTO-TMP
                 PERFORM 2900-AGREGAR-MOTIVO-LOTE
                    THRU 2900-AGREGAR-MOTIVO-LOTE-EXIT
              END-IF
           END-IF.

       2300-VALIDAR-TOTALES-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2310-VALIDAR-LIMITES.

      *    El lote es un solo debito: el total se controla contra el
      *    maximo por operacion y contra el acumulado del dia, igual
      *    que una transferencia en CLVALTRAN.
           IF WS-NO-HAY-LIMITES
              GO TO 2310-VALIDAR-LIMITES-EXIT
           END-IF.

           MOVE WS-LOTE-CUENTA-DEBITO TO LI-NRO-CUENTA.
           READ LIMITES
               INVALID KEY
                  GO TO 2310-VALIDAR-LIMITES-EXIT
           END-READ.

           IF WS-LOTE-IMPORTE-TOTAL > LI-MAX-POR-OPERACION
              MOVE LI-MAX-POR-OPERACION TO WS-LIMITE-EDIT
              MOVE SPACES TO WS-MOTIVO-TEXTO-TMP
              STRING 'SUPERA LIMITE POR OPERACION ' DELIMITED BY SIZE
                     WS-LIMITE-EDIT                 DELIMITED BY SIZE
                INTO WS-MOTIVO-TEXTO-TMP
              PERFORM 2900-AGREGAR-MOTIVO-LOTE
                 THRU 2900-AGREGAR-MOTIVO-LOTE-EXIT
           END-IF.

      *    El acumulado vale para el dia de proceso: el registro de
      *    un dia anterior se toma como acumulado cero.
           MOVE ZEROS TO WS-ACUMULADO-DIA.
           IF WS-HAY-ACUMDIA
              MOVE WS-LOTE-CUENTA-DEBITO TO AC-NRO-CUENTA
              READ ACUMDIA
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF AC-FECHA EQUAL WS-FECHA-SISTEMA-TEXTO
                        MOVE AC-IMPORTE-ACUMULADO TO WS-ACUMULADO-DIA
                     END-IF
              END-READ
           END-IF.

           IF WS-ACUMULADO-DIA + WS-LOTE-IMPORTE-TOTAL > LI-MAX-DIARIO
              MOVE LI-MAX-DIARIO TO WS-LIMITE-DIARIO-EDIT
              MOVE SPACES TO WS-MOTIVO-TEXTO-TMP
              STRING 'SUPERA LIMITE DIARIO ' DELIMITED BY SIZE
                     WS-LIMITE-DIARIO-EDIT   DELIMITED BY SIZE
                INTO WS-MOTIVO-TEXTO-TMP
              PERFORM 2900-AGREGAR-MOTIVO-LOTE
                 THRU 2900-AGREGAR-MOTIVO-LOTE-EXIT
           END-IF.

       2310-VALIDAR-LIMITES-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2320-VERIFICAR-SALDO.

      *    El total se debita de una sola vez, asi que el disponible
      *    se controla ahora y no en el posteo: el lote que no entra
      *    entero no se paga en parte.  El disponible se calcula como
      *    en CLPOSTEO: saldo menos retenciones parciales vigentes
      *    mas la linea de sobregiro vigente; un bloqueo total no deja
      *    disponible.  La comision no se cuenta, igual que alla.
           SET WS-SALDO-OK TO TRUE.
           SET WS-NO-DETENIDA-POR-RETENCION TO TRUE.
           MOVE ZEROS TO WS-SALDO-DEBITO WS-IMPORTE-LINEA.

           MOVE WS-LOTE-CUENTA-DEBITO TO SA-NRO-CUENTA.
           READ SALDOS
               INVALID KEY
                  SET WS-SALDO-NOTOK TO TRUE
               NOT INVALID KEY
                  MOVE SA-SALDO TO WS-SALDO-DEBITO
                  PERFORM 2330-BUSCAR-RETENCIONES
                     THRU 2330-BUSCAR-RETENCIONES-EXIT
                  IF WS-CUENTA-BLOQUEADA
                     SET WS-SALDO-NOTOK TO TRUE
                     SET WS-DETENIDA-POR-RETENCION TO TRUE
                  ELSE
                     IF SA-SALDO - WS-IMPORTE-RETENIDO
                                     < WS-LOTE-IMPORTE-TOTAL
                        PERFORM 2340-BUSCAR-LINEA-SOBGIRO
                           THRU 2340-BUSCAR-LINEA-SOBGIRO-EXIT
                        IF SA-SALDO - WS-IMPORTE-RETENIDO
                           + WS-IMPORTE-LINEA < WS-LOTE-IMPORTE-TOTAL
                           SET WS-SALDO-NOTOK TO TRUE
                           IF SA-SALDO + WS-IMPORTE-LINEA
                                    NOT < WS-LOTE-IMPORTE-TOTAL
                              SET WS-DETENIDA-POR-RETENCION TO TRUE
                           END-IF
                        END-IF
                     END-IF
                  END-IF
           END-READ.

           IF WS-SALDO-OK
              GO TO 2320-VERIFICAR-SALDO-EXIT
           END-IF.

           IF WS-CUENTA-BLOQUEADA
              MOVE 'CUENTA DEBITO BLOQUEADA POR RETENCION'
                TO WS-MOTIVO-TEXTO-TMP
           ELSE
              IF WS-DETENIDA-POR-RETENCION
                 MOVE 'FONDOS RETENIDOS EN CUENTA DEBITO'
                   TO WS-MOTIVO-TEXTO-TMP
              ELSE
                 MOVE 'SALDO INSUFICIENTE EN CUENTA DEBITO'
                   TO WS-MOTIVO-TEXTO-TMP
              END-IF
           END-IF.
           PERFORM 2900-AGREGAR-MOTIVO-LOTE
              THRU 2900-AGREGAR-MOTIVO-LOTE-EXIT.

           IF WS-DETENIDA-POR-RETENCION
              PERFORM 2350-REGISTRAR-DETENCION
                 THRU 2350-REGISTRAR-DETENCION-EXIT
           END-IF.

       2320-VERIFICAR-SALDO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2330-BUSCAR-RETENCIONES.

      *    Solo cuentan las retenciones activas no vencidas.
           SET WS-CUENTA-NO-BLOQUEADA TO TRUE.
           MOVE ZEROS TO WS-IMPORTE-RETENIDO.
           IF WS-NO-HAY-RETENCIO
              GO TO 2330-BUSCAR-RETENCIONES-EXIT
           END-IF.

           MOVE WS-LOTE-CUENTA-DEBITO TO RN-NRO-CUENTA.
           READ RETENCIO
               INVALID KEY
                  GO TO 2330-BUSCAR-RETENCIONES-EXIT
           END-READ.

           PERFORM 2335-EVALUAR-RETENCION
              THRU 2335-EVALUAR-RETENCION-EXIT
              VARYING RN-IDX-RETENCION FROM 1 BY 1
                UNTIL RN-IDX-RETENCION > 10.

       2330-BUSCAR-RETENCIONES-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2335-EVALUAR-RETENCION.

           IF NOT RN-ACTIVA(RN-IDX-RETENCION)
              GO TO 2335-EVALUAR-RETENCION-EXIT
           END-IF.

           IF RN-FECHA-VENCIMIENTO(RN-IDX-RETENCION) NOT EQUAL SPACES
              MOVE RN-FECHA-VENCIMIENTO(RN-IDX-RETENCION)
                TO WS-FECHA-TEXTO
              PERFORM 2360-CONVERTIR-FECHA
                 THRU 2360-CONVERTIR-FECHA-EXIT
              IF WS-CONVERSION-OK
              AND WS-FECHA-CONV-NUM < WS-FECHA-SISTEMA
                 GO TO 2335-EVALUAR-RETENCION-EXIT
              END-IF
           END-IF.

           IF RN-BLOQUEO-TOTAL(RN-IDX-RETENCION)
              SET WS-CUENTA-BLOQUEADA TO TRUE
           ELSE
              ADD RN-IMPORTE(RN-IDX-RETENCION) TO WS-IMPORTE-RETENIDO
           END-IF.

       2335-EVALUAR-RETENCION-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2340-BUSCAR-LINEA-SOBGIRO.

      *    La linea solo rige hasta su vencimiento inclusive.
           IF WS-NO-HAY-SOBGIROS
              GO TO 2340-BUSCAR-LINEA-SOBGIRO-EXIT
           END-IF.

           MOVE WS-LOTE-CUENTA-DEBITO TO SG-NRO-CUENTA.
           READ SOBGIROS
               INVALID KEY
                  GO TO 2340-BUSCAR-LINEA-SOBGIRO-EXIT
           END-READ.

           MOVE SG-FECHA-VENCIMIENTO TO WS-FECHA-TEXTO.
           PERFORM 2360-CONVERTIR-FECHA
              THRU 2360-CONVERTIR-FECHA-EXIT.
           IF WS-CONVERSION-NOTOK
           OR WS-FECHA-CONV-NUM < WS-FECHA-SISTEMA
              GO TO 2340-BUSCAR-LINEA-SOBGIRO-EXIT
           END-IF.

           MOVE SG-IMPORTE-LINEA TO WS-IMPORTE-LINEA.

       2340-BUSCAR-LINEA-SOBGIRO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2350-REGISTRAR-DETENCION.

      *    El lote frenado por una retencion queda en OPDETEN con el
      *    numero de lote, para el reporte diario de cuentas
      *    retenidas (CLREPRET).
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           MOVE SPACES TO OD-DETENCION.
           MOVE WS-FECHA-SISTEMA-TEXTO TO OD-FECHA.
           STRING WS-HORA-SIS-HH DELIMITED BY SIZE
                  ':'            DELIMITED BY SIZE
                  WS-HORA-SIS-MM DELIMITED BY SIZE
                  ':'            DELIMITED BY SIZE
                  WS-HORA-SIS-SS DELIMITED BY SIZE
             INTO OD-HORA.
           MOVE 'CLPAGMAS'            TO OD-PROGRAMA.
           MOVE WS-NRO-LOTE           TO OD-NRO-OPERACION.
           MOVE WS-LOTE-CUENTA-DEBITO TO OD-CUENTA-DEBITO.
           MOVE WS-LOTE-CUENTA-PUENTE TO OD-CUENTA-CREDITO.
           MOVE WS-LOTE-IMPORTE-TOTAL TO OD-IMPORTE.
           MOVE WS-SALDO-DEBITO       TO OD-SALDO.
           MOVE WS-IMPORTE-RETENIDO   TO OD-IMPORTE-RETENIDO.
           IF WS-CUENTA-BLOQUEADA
              SET OD-BLOQUEO-TOTAL TO TRUE
           ELSE
              SET OD-BLOQUEO-PARCIAL TO TRUE
           END-IF.
           WRITE OD-DETENCION.
           IF WS-STATUS-OPDETEN NOT EQUAL '00'
              DISPLAY 'Error grabando OPDETEN, status '
                 WS-STATUS-OPDETEN ' - lote ' WS-NRO-LOTE
           END-IF.

       2350-REGISTRAR-DETENCION-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2360-CONVERTIR-FECHA.

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

       2360-CONVERTIR-FECHA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2370-CONFIRMAR-SUPERVISOR.

      *    El aval se firma por CLSIGNON en modo confirmacion y queda
      *    en el log de sesiones.  El area de sesion se comparte con
      *    la firma del operador, por eso al final se restituye su
      *    identificador para el cierre de sesion.
           SET WS-SES-MODO-CONFIRMAR TO TRUE.
           MOVE 'CLPAGMAS' TO WS-SES-PROGRAMA.
           SET WS-SES-REQUIERE-SUPERVISOR TO TRUE.
           CALL 'CLSIGNON' USING WS-SESION.

           IF WS-SES-OK
              IF WS-SES-ID-OPERADOR EQUAL WS-OPERADOR-SESION
                 DISPLAY 'El aval tiene que ser de un supervisor'
                    ' distinto del operador del lote.'
              ELSE
                 MOVE WS-SES-ID-OPERADOR TO WS-SUPERVISOR
                 SET WS-SUP-CONFIRMO TO TRUE
              END-IF
           END-IF.

           MOVE WS-OPERADOR-SESION TO WS-SES-ID-OPERADOR.

       2370-CONFIRMAR-SUPERVISOR-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2400-CONTROLAR-DETALLE.

      *    Primera pasada: el detalle con error rechaza el lote; los
      *    detalles validos suman a los totales de control y, si la
      *    comision es por linea, a la comision prevista del lote.
           PERFORM 2500-VALIDAR-DETALLE
              THRU 2500-VALIDAR-DETALLE-EXIT.

           IF PM-ES-DETALLE
              ADD 1 TO WS-CANT-DETALLES
              IF PM-IMPORTE IS NUMERIC
                 ADD PM-IMPORTE TO WS-SUMA-DETALLES
              END-IF
           END-IF.

           IF WS-LINEA-NOTOK
              ADD 1 TO WS-CANT-LINEAS-ERROR
              SET WS-LOTE-RECHAZADO TO TRUE
              DISPLAY 'Registro ' WS-CANT-REGISTROS ': '
                 WS-MOTIVO-LINEA
           ELSE
              IF WS-COBRO-POR-OPERACION
                 MOVE PM-IMPORTE TO WS-IMPORTE-TARIFA
                 PERFORM 2700-CALCULAR-COMISION
                    THRU 2700-CALCULAR-COMISION-EXIT
                 ADD WS-IMPORTE-COMISION TO WS-COMISION-LOTE
              END-IF
           END-IF.

       2400-CONTROLAR-DETALLE-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2500-VALIDAR-DETALLE.

      *    Se usa en las dos pasadas, para que el resultado que recibe
      *    el cliente diga lo mismo que se controlo.  Solo se informa
      *    el primer error del detalle.
           SET WS-LINEA-OK TO TRUE.
           MOVE SPACES TO WS-MOTIVO-LINEA.

           IF NOT PM-ES-DETALLE
              IF PM-ES-CABECERA
                 MOVE 'CABECERA REPETIDA EN EL ARCHIVO'
                   TO WS-MOTIVO-TEXTO-TMP
              ELSE
                 MOVE 'TIPO DE REGISTRO INVALIDO'
                   TO WS-MOTIVO-TEXTO-TMP
              END-IF
              PERFORM 2590-AGREGAR-MOTIVO-LINEA
                 THRU 2590-AGREGAR-MOTIVO-LINEA-EXIT
              GO TO 2500-VALIDAR-DETALLE-EXIT
           END-IF.

           ADD 1 TO WS-NRO-LINEA-ESPERADO.
           IF PM-NRO-LINEA IS NOT NUMERIC
           OR PM-NRO-LINEA NOT EQUAL WS-NRO-LINEA-ESPERADO
              MOVE 'NUMERO DE LINEA FUERA DE SECUENCIA'
                TO WS-MOTIVO-TEXTO-TMP
              PERFORM 2590-AGREGAR-MOTIVO-LINEA
                 THRU 2590-AGREGAR-MOTIVO-LINEA-EXIT
           END-IF.

           IF PM-CUENTA-CREDITO EQUAL SPACES
              MOVE 'CUENTA CREDITO VACIA' TO WS-MOTIVO-TEXTO-TMP
              PERFORM 2590-AGREGAR-MOTIVO-LINEA
                 THRU 2590-AGREGAR-MOTIVO-LINEA-EXIT
           ELSE
              PERFORM 2510-VALIDAR-CUENTA-CREDITO
                 THRU 2510-VALIDAR-CUENTA-CREDITO-EXIT
           END-IF.

           IF PM-NRO-DOCUMENTO-C EQUAL SPACES
              MOVE 'NRO DOCUMENTO CREDITO VACIO' TO WS-MOTIVO-TEXTO-TMP
              PERFORM 2590-AGREGAR-MOTIVO-LINEA
                 THRU 2590-AGREGAR-MOTIVO-LINEA-EXIT
           END-IF.

           IF PM-IMPORTE IS NOT NUMERIC
           OR PM-IMPORTE EQUAL ZEROS
              MOVE 'IMPORTE INVALIDO' TO WS-MOTIVO-TEXTO-TMP
              PERFORM 2590-AGREGAR-MOTIVO-LINEA
                 THRU 2590-AGREGAR-MOTIVO-LINEA-EXIT
           END-IF.

       2500-VALIDAR-DETALLE-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2510-VALIDAR-CUENTA-CREDITO.

      *    La cuenta de otro banco no vive en CTAMAEST: se acepta sin
      *    buscarla y el credito sale por CLINTERB.  La propia se
      *    valida igual que en CLVALTRAN, en la moneda del lote.
           IF PM-CUENTA-CREDITO EQUAL WS-LOTE-CUENTA-DEBITO
              MOVE 'CUENTA CREDITO IGUAL A CUENTA DEBITO'
                TO WS-MOTIVO-TEXTO-TMP
              PERFORM 2590-AGREGAR-MOTIVO-LINEA
                 THRU 2590-AGREGAR-MOTIVO-LINEA-EXIT
              GO TO 2510-VALIDAR-CUENTA-CREDITO-EXIT
           END-IF.

           PERFORM 2520-VERIFICAR-CUENTA-EXTERNA
              THRU 2520-VERIFICAR-CUENTA-EXTERNA-EXIT.
           IF WS-CTA-EXTERNA
           OR WS-NO-HAY-CTAMAEST
              GO TO 2510-VALIDAR-CUENTA-CREDITO-EXIT
           END-IF.

           MOVE PM-CUENTA-CREDITO TO CM-NRO-CUENTA.
           READ CTAMAEST
               INVALID KEY
                  MOVE 'CUENTA CREDITO INEXISTENTE'
                    TO WS-MOTIVO-TEXTO-TMP
                  PERFORM 2590-AGREGAR-MOTIVO-LINEA
                     THRU 2590-AGREGAR-MOTIVO-LINEA-EXIT
               NOT INVALID KEY
                  IF CM-CUENTA-CERRADA
                     MOVE 'CUENTA CREDITO CERRADA'
                       TO WS-MOTIVO-TEXTO-TMP
                     PERFORM 2590-AGREGAR-MOTIVO-LINEA
                        THRU 2590-AGREGAR-MOTIVO-LINEA-EXIT
                  END-IF
                  IF CM-COD-MONEDA NOT EQUAL WS-LOTE-MONEDA
                     MOVE 'MONEDA CTA CREDITO NO COINCIDE'
                       TO WS-MOTIVO-TEXTO-TMP
                     PERFORM 2590-AGREGAR-MOTIVO-LINEA
                        THRU 2590-AGREGAR-MOTIVO-LINEA-EXIT
                  END-IF
           END-READ.

       2510-VALIDAR-CUENTA-CREDITO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2520-VERIFICAR-CUENTA-EXTERNA.

           SET WS-CTA-NO-EXTERNA TO TRUE.
           IF WS-CANT-BANCOS > 0
              PERFORM 2525-COMPARAR-PREFIJO
                 THRU 2525-COMPARAR-PREFIJO-EXIT
                 VARYING WS-IDX-BANCO FROM 1 BY 1
                 UNTIL WS-IDX-BANCO > WS-CANT-BANCOS
                    OR WS-CTA-EXTERNA
           END-IF.

       2520-VERIFICAR-CUENTA-EXTERNA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2525-COMPARAR-PREFIJO.

           IF PM-CUENTA-CREDITO(1:4)
                         EQUAL WS-BANCO-PREFIJO(WS-IDX-BANCO)
              SET WS-CTA-EXTERNA TO TRUE
           END-IF.

       2525-COMPARAR-PREFIJO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2590-AGREGAR-MOTIVO-LINEA.

           IF WS-LINEA-OK
              MOVE WS-MOTIVO-TEXTO-TMP TO WS-MOTIVO-LINEA
           END-IF.
           SET WS-LINEA-NOTOK TO TRUE.

       2590-AGREGAR-MOTIVO-LINEA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2700-CALCULAR-COMISION.

      *    Deja en WS-IMPORTE-COMISION la comision del tramo del
      *    concepto del lote que alcanza a WS-IMPORTE-TARIFA; sin
      *    tramo o sin cuenta de ingresos para la moneda no hay
      *    comision.
           SET WS-TARIFA-NOTOK TO TRUE.
           MOVE ZEROS TO WS-IMPORTE-COMISION.
           IF WS-CANT-TARIFAS > 0
              PERFORM 2710-BUSCAR-TARIFA
                 THRU 2710-BUSCAR-TARIFA-EXIT
                 VARYING WS-IDX-TARIFA FROM 1 BY 1
                 UNTIL WS-IDX-TARIFA > WS-CANT-TARIFAS
                    OR WS-TARIFA-OK
           END-IF.
           IF WS-TARIFA-NOTOK
           OR WS-IMPORTE-COMISION EQUAL ZEROS
              GO TO 2700-CALCULAR-COMISION-EXIT
           END-IF.

           SET WS-CTA-COM-NOTOK TO TRUE.
           MOVE SPACES TO WS-CUENTA-COMISIONES.
           IF WS-CANT-CTAS-COMISION > 0
              PERFORM 2720-BUSCAR-CTA-COMISION
                 THRU 2720-BUSCAR-CTA-COMISION-EXIT
                 VARYING WS-IDX-CTA-COMISION FROM 1 BY 1
                 UNTIL WS-IDX-CTA-COMISION > WS-CANT-CTAS-COMISION
                    OR WS-CTA-COM-OK
           END-IF.
           IF WS-CTA-COM-NOTOK
              MOVE ZEROS TO WS-IMPORTE-COMISION
           END-IF.

       2700-CALCULAR-COMISION-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2710-BUSCAR-TARIFA.

           IF WS-TARIFA-CONCEPTO(WS-IDX-TARIFA)
                                       EQUAL WS-LOTE-CONCEPTO
           AND WS-IMPORTE-TARIFA >= WS-TARIFA-DESDE(WS-IDX-TARIFA)
           AND WS-IMPORTE-TARIFA <= WS-TARIFA-HASTA(WS-IDX-TARIFA)
              SET WS-TARIFA-OK TO TRUE
              MOVE WS-TARIFA-COMISION(WS-IDX-TARIFA)
                TO WS-IMPORTE-COMISION
           END-IF.

       2710-BUSCAR-TARIFA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2720-BUSCAR-CTA-COMISION.

           IF WS-CTA-COM-MONEDA(WS-IDX-CTA-COMISION)
                                       EQUAL WS-LOTE-MONEDA
              SET WS-CTA-COM-OK TO TRUE
              MOVE WS-CTA-COM-CUENTA(WS-IDX-CTA-COMISION)
                TO WS-CUENTA-COMISIONES
           END-IF.

       2720-BUSCAR-CTA-COMISION-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2800-ACTUALIZAR-CONTADOR.

      *    CONTADOR es secuencial de un solo registro: REWRITE solo es
      *    valido a continuacion de un READ sobre ese mismo registro,
      *    asi que se reabre y relee antes de cada actualizacion, igual
      *    que en CLINGBAT, para que una caida a mitad del lote no
      *    reutilice numeros de operacion ya asignados.
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

       2800-ACTUALIZAR-CONTADOR-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2900-AGREGAR-MOTIVO-LOTE.

           IF WS-MOTIVO-LOTE EQUAL SPACES
              MOVE WS-MOTIVO-TEXTO-TMP TO WS-MOTIVO-LOTE
           END-IF.
           SET WS-LOTE-RECHAZADO TO TRUE.
           DISPLAY 'Lote ' WS-NRO-LOTE ': ' WS-MOTIVO-TEXTO-TMP.

       2900-AGREGAR-MOTIVO-LOTE-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3000-PROCESAR-LOTE.

      *    Segunda pasada: se relee el archivo para armar el resultado
      *    de cada detalle y, si el lote fue aceptado, postearlo.
           CLOSE PAGMASIV.
           OPEN INPUT PAGMASIV.

           OPEN OUTPUT PAGMASRS.
           IF WS-STATUS-PAGMASRS NOT EQUAL '00'
              DISPLAY 'Error abriendo PAGMASRS, status '
                 WS-STATUS-PAGMASRS
           END-IF.

           OPEN EXTEND PAGLOTES.
           IF WS-STATUS-PAGLOTES EQUAL '35'
              OPEN OUTPUT PAGLOTES
              CLOSE PAGLOTES
              OPEN EXTEND PAGLOTES
           END-IF.

           IF WS-LOTE-ACEPTADO
              PERFORM 3100-DEBITAR-LOTE
                 THRU 3100-DEBITAR-LOTE-EXIT
           END-IF.

           PERFORM 3200-GRABAR-CABECERA
              THRU 3200-GRABAR-CABECERA-EXIT.

           MOVE ZERO TO WS-NRO-LINEA-ESPERADO.
           MOVE ZEROS TO WS-CANT-REGISTROS.
           SET WS-HAY-MAS-REGISTROS TO TRUE.
           PERFORM 3300-PROCESAR-REGISTRO
              THRU 3300-PROCESAR-REGISTRO-EXIT
              UNTIL WS-NO-HAY-MAS-REGISTROS.

           CLOSE PAGMASRS PAGLOTES.

       3000-PROCESAR-LOTE-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3100-DEBITAR-LOTE.

      *    El debito unico del lote: de la cuenta del cliente a la
      *    cuenta puente, con el numero de lote como numero de
      *    operacion.  El saldo ya se verifico al validar.
           MOVE WS-NRO-LOTE           TO WS-JRN-NRO-OPERACION.
           MOVE WS-LOTE-CUENTA-DEBITO TO WS-MOV-CUENTA.
           MOVE WS-LOTE-IMPORTE-TOTAL TO WS-MOV-IMPORTE.
           PERFORM 5100-DEBITAR-SALDO
              THRU 5100-DEBITAR-SALDO-EXIT.
           MOVE WS-LOTE-CUENTA-PUENTE TO WS-MOV-CUENTA.
           PERFORM 5200-ACREDITAR-SALDO
              THRU 5200-ACREDITAR-SALDO-EXIT.

           MOVE WS-NRO-LOTE           TO WS-NRO-OPERACION-LINEA.
           MOVE WS-LOTE-CUENTA-DEBITO TO WS-OPE-CUENTA-DEBITO.
           MOVE WS-LOTE-CUENTA-PUENTE TO WS-OPE-CUENTA-CREDITO.
           MOVE WS-LOTE-NRO-DOCUMENTO TO WS-OPE-NRO-DOCUMENTO-C.
           MOVE WS-LOTE-IMPORTE-TOTAL TO WS-OPE-IMPORTE.
           MOVE WS-LOTE-OBSERVACION   TO WS-OPE-OBSERVACION.
           MOVE WS-SUPERVISOR         TO WS-OPE-OPERADOR-AUTORIZA.
           MOVE SPACES TO WS-OPE-DESCRIPCION.
           STRING 'LOTE '       DELIMITED BY SIZE
                  WS-NRO-LOTE   DELIMITED BY SIZE
                  ' PAGO MASIVO' DELIMITED BY SIZE
             INTO WS-OPE-DESCRIPCION.
           PERFORM 5400-REGISTRAR-OPERACION
              THRU 5400-REGISTRAR-OPERACION-EXIT.

           IF WS-COBRO-POR-LOTE
              MOVE WS-LOTE-IMPORTE-TOTAL TO WS-IMPORTE-TARIFA
              PERFORM 2700-CALCULAR-COMISION
                 THRU 2700-CALCULAR-COMISION-EXIT
              PERFORM 5300-COBRAR-COMISION
                 THRU 5300-COBRAR-COMISION-EXIT
           END-IF.

      *    El total suma al acumulado del dia de la cuenta debitada.
           IF WS-HAY-ACUMDIA
              PERFORM 3150-ACTUALIZAR-ACUMULADO
                 THRU 3150-ACTUALIZAR-ACUMULADO-EXIT
           END-IF.

       3100-DEBITAR-LOTE-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3150-ACTUALIZAR-ACUMULADO.

           MOVE WS-LOTE-CUENTA-DEBITO TO AC-NRO-CUENTA.
           READ ACUMDIA
               INVALID KEY
                  MOVE WS-LOTE-CUENTA-DEBITO  TO AC-NRO-CUENTA
                  MOVE WS-FECHA-SISTEMA-TEXTO TO AC-FECHA
                  MOVE WS-LOTE-IMPORTE-TOTAL  TO AC-IMPORTE-ACUMULADO
                  WRITE AC-ACUMULADO
               NOT INVALID KEY
                  IF AC-FECHA EQUAL WS-FECHA-SISTEMA-TEXTO
                     ADD WS-LOTE-IMPORTE-TOTAL TO AC-IMPORTE-ACUMULADO
                  ELSE
                     MOVE WS-FECHA-SISTEMA-TEXTO TO AC-FECHA
                     MOVE WS-LOTE-IMPORTE-TOTAL
                       TO AC-IMPORTE-ACUMULADO
                  END-IF
                  REWRITE AC-ACUMULADO
           END-READ.
           IF WS-STATUS-ACUMDIA NOT EQUAL '00'
              DISPLAY 'Error grabando ACUMDIA, status '
                 WS-STATUS-ACUMDIA ' - cuenta ' WS-LOTE-CUENTA-DEBITO
           END-IF.

       3150-ACTUALIZAR-ACUMULADO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3200-GRABAR-CABECERA.

           MOVE SPACES TO PR-RESULTADO.
           SET PR-ES-CABECERA         TO TRUE.
           MOVE WS-LOTE-REFERENCIA    TO PR-REFERENCIA-LOTE.
           MOVE WS-NRO-LOTE           TO PR-NRO-LOTE.
           MOVE ZEROS                 TO PR-NRO-LINEA.
           MOVE WS-LOTE-CUENTA-DEBITO TO PR-CUENTA.
           MOVE WS-LOTE-IMPORTE-TOTAL TO PR-IMPORTE.
           MOVE WS-NRO-LOTE           TO PR-NRO-OPERACION.
           IF WS-LOTE-ACEPTADO
              MOVE WS-COMISION-LOTE   TO PR-IMPORTE-COMISION
              SET PR-ACEPTADO         TO TRUE
              MOVE 'LOTE ACEPTADO'    TO PR-MOTIVO
           ELSE
              MOVE ZEROS              TO PR-IMPORTE-COMISION
              SET PR-RECHAZADO        TO TRUE
              MOVE WS-MOTIVO-LOTE     TO PR-MOTIVO
           END-IF.
           PERFORM 3900-GRABAR-RESULTADO
              THRU 3900-GRABAR-RESULTADO-EXIT.

      *    La cabecera en PAGLOTES queda para el lote aceptado y para
      *    el rechazado, asi el lote se ubica por su numero.
           MOVE SPACES TO PL-LOTE.
           MOVE WS-NRO-LOTE            TO PL-NRO-LOTE.
           SET PL-ES-CABECERA          TO TRUE.
           MOVE ZEROS                  TO PL-NRO-LINEA.
           MOVE WS-FECHA-SISTEMA-TEXTO TO PL-FECHA-PROCESO.
           MOVE WS-LOTE-REFERENCIA     TO PL-REFERENCIA-LOTE.
           MOVE WS-LOTE-CUENTA-DEBITO  TO PL-CUENTA-DEBITO.
           MOVE WS-LOTE-CUENTA-PUENTE  TO PL-CUENTA-CREDITO.
           MOVE WS-LOTE-MONEDA         TO PL-COD-MONEDA.
           MOVE WS-LOTE-CONCEPTO       TO PL-COD-CONCEPTO.
           MOVE WS-LOTE-IMPORTE-TOTAL  TO PL-IMPORTE.
           MOVE PR-IMPORTE-COMISION    TO PL-IMPORTE-COMISION.
           MOVE WS-NRO-LOTE            TO PL-NRO-OPERACION.
           MOVE WS-LOTE-CANT-DETALLES  TO PL-CANT-DETALLES.
           IF WS-LOTE-ACEPTADO
              SET PL-ACEPTADO          TO TRUE
           ELSE
              SET PL-RECHAZADO         TO TRUE
           END-IF.
           MOVE WS-OPERADOR-SESION     TO PL-OPERADOR.
           PERFORM 3950-GRABAR-PAGLOTES
              THRU 3950-GRABAR-PAGLOTES-EXIT.

       3200-GRABAR-CABECERA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3300-PROCESAR-REGISTRO.

           READ PAGMASIV
               AT END
                  SET WS-NO-HAY-MAS-REGISTROS TO TRUE
                  GO TO 3300-PROCESAR-REGISTRO-EXIT
           END-READ.
           ADD 1 TO WS-CANT-REGISTROS.

      *    La cabecera ya se informo.
           IF WS-CANT-REGISTROS EQUAL 1
           AND WS-CON-CABECERA
              GO TO 3300-PROCESAR-REGISTRO-EXIT
           END-IF.

           PERFORM 2500-VALIDAR-DETALLE
              THRU 2500-VALIDAR-DETALLE-EXIT.

           MOVE SPACES TO PR-RESULTADO.
           SET PR-ES-DETALLE          TO TRUE.
           MOVE WS-LOTE-REFERENCIA    TO PR-REFERENCIA-LOTE.
           MOVE WS-NRO-LOTE           TO PR-NRO-LOTE.
           MOVE ZEROS TO PR-NRO-LINEA PR-IMPORTE PR-IMPORTE-COMISION
                         PR-NRO-OPERACION.
           IF PM-ES-DETALLE
              IF PM-NRO-LINEA IS NUMERIC
                 MOVE PM-NRO-LINEA    TO PR-NRO-LINEA
              END-IF
              MOVE PM-CUENTA-CREDITO  TO PR-CUENTA
              IF PM-IMPORTE IS NUMERIC
                 MOVE PM-IMPORTE      TO PR-IMPORTE
              END-IF
           END-IF.

           IF WS-LOTE-RECHAZADO
              IF WS-LINEA-NOTOK
                 SET PR-RECHAZADO     TO TRUE
                 MOVE WS-MOTIVO-LINEA TO PR-MOTIVO
              ELSE
                 SET PR-NO-PROCESADO  TO TRUE
                 MOVE 'NO PROCESADO: LOTE RECHAZADO' TO PR-MOTIVO
              END-IF
              PERFORM 3900-GRABAR-RESULTADO
                 THRU 3900-GRABAR-RESULTADO-EXIT
              GO TO 3300-PROCESAR-REGISTRO-EXIT
           END-IF.

           PERFORM 3400-ACREDITAR-LINEA
              THRU 3400-ACREDITAR-LINEA-EXIT.

       3300-PROCESAR-REGISTRO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3400-ACREDITAR-LINEA.

      *    Cada credito es una operacion propia, con numero de
      *    CONTADOR, de la cuenta puente al beneficiario.  El de otro
      *    banco solo debita la cuenta puente: los fondos salen por
      *    el archivo interbancario que arma CLINTERB al corte.
           ADD 1 TO WS-ULTIMO-NRO-OPERACION.
           MOVE WS-ULTIMO-NRO-OPERACION TO WS-NRO-OPERACION-LINEA.
           PERFORM 2800-ACTUALIZAR-CONTADOR
              THRU 2800-ACTUALIZAR-CONTADOR-EXIT.

           MOVE WS-NRO-OPERACION-LINEA TO WS-JRN-NRO-OPERACION.
           MOVE WS-LOTE-CUENTA-PUENTE  TO WS-MOV-CUENTA.
           MOVE PM-IMPORTE             TO WS-MOV-IMPORTE.
           PERFORM 5100-DEBITAR-SALDO
              THRU 5100-DEBITAR-SALDO-EXIT.

           PERFORM 2520-VERIFICAR-CUENTA-EXTERNA
              THRU 2520-VERIFICAR-CUENTA-EXTERNA-EXIT.
           IF WS-CTA-NO-EXTERNA
              MOVE PM-CUENTA-CREDITO TO WS-MOV-CUENTA
              PERFORM 5200-ACREDITAR-SALDO
                 THRU 5200-ACREDITAR-SALDO-EXIT
           END-IF.

           MOVE WS-LOTE-CUENTA-PUENTE TO WS-OPE-CUENTA-DEBITO.
           MOVE PM-CUENTA-CREDITO     TO WS-OPE-CUENTA-CREDITO.
           MOVE PM-NRO-DOCUMENTO-C    TO WS-OPE-NRO-DOCUMENTO-C.
           MOVE PM-IMPORTE            TO WS-OPE-IMPORTE.
           MOVE PM-OBSERVACION-LINEA  TO WS-OPE-OBSERVACION.
           MOVE SPACES                TO WS-OPE-OPERADOR-AUTORIZA.
           MOVE SPACES TO WS-OPE-DESCRIPCION.
           STRING 'LOTE '           DELIMITED BY SIZE
                  WS-NRO-LOTE       DELIMITED BY SIZE
                  ' LINEA '         DELIMITED BY SIZE
                  PM-NRO-LINEA      DELIMITED BY SIZE
             INTO WS-OPE-DESCRIPCION.
           PERFORM 5400-REGISTRAR-OPERACION
              THRU 5400-REGISTRAR-OPERACION-EXIT.

      *    La comision por linea se cobra al cliente que paga, bajo
      *    el numero de operacion del credito.
           MOVE ZEROS TO WS-IMPORTE-COMISION.
           IF WS-COBRO-POR-OPERACION
              MOVE PM-IMPORTE TO WS-IMPORTE-TARIFA
              PERFORM 2700-CALCULAR-COMISION
                 THRU 2700-CALCULAR-COMISION-EXIT
              PERFORM 5300-COBRAR-COMISION
                 THRU 5300-COBRAR-COMISION-EXIT
           END-IF.

           MOVE WS-NRO-OPERACION-LINEA TO PR-NRO-OPERACION.
           MOVE WS-IMPORTE-COMISION    TO PR-IMPORTE-COMISION.
           IF WS-CTA-EXTERNA
              SET PR-ENVIADO-OTRO-BANCO TO TRUE
              MOVE 'ENVIADO A OTRO BANCO' TO PR-MOTIVO
              ADD 1 TO WS-CANT-OTRO-BANCO
           ELSE
              SET PR-ACEPTADO TO TRUE
              MOVE 'ACREDITADO' TO PR-MOTIVO
              ADD 1 TO WS-CANT-ACREDITADAS
           END-IF.
           PERFORM 3900-GRABAR-RESULTADO
              THRU 3900-GRABAR-RESULTADO-EXIT.

           MOVE SPACES TO PL-LOTE.
           MOVE WS-NRO-LOTE            TO PL-NRO-LOTE.
           SET PL-ES-DETALLE           TO TRUE.
           MOVE PM-NRO-LINEA           TO PL-NRO-LINEA.
           MOVE WS-FECHA-SISTEMA-TEXTO TO PL-FECHA-PROCESO.
           MOVE WS-LOTE-REFERENCIA     TO PL-REFERENCIA-LOTE.
           MOVE WS-LOTE-CUENTA-PUENTE  TO PL-CUENTA-DEBITO.
           MOVE PM-CUENTA-CREDITO      TO PL-CUENTA-CREDITO.
           MOVE WS-LOTE-MONEDA         TO PL-COD-MONEDA.
           MOVE WS-LOTE-CONCEPTO       TO PL-COD-CONCEPTO.
           MOVE PM-IMPORTE             TO PL-IMPORTE.
           MOVE WS-IMPORTE-COMISION    TO PL-IMPORTE-COMISION.
           MOVE WS-NRO-OPERACION-LINEA TO PL-NRO-OPERACION.
           MOVE ZEROS                  TO PL-CANT-DETALLES.
           IF WS-CTA-EXTERNA
              SET PL-ENVIADO-OTRO-BANCO TO TRUE
           ELSE
              SET PL-ACEPTADO          TO TRUE
           END-IF.
           MOVE WS-OPERADOR-SESION     TO PL-OPERADOR.
           PERFORM 3950-GRABAR-PAGLOTES
              THRU 3950-GRABAR-PAGLOTES-EXIT.

       3400-ACREDITAR-LINEA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3900-GRABAR-RESULTADO.

           WRITE PR-RESULTADO.
           IF WS-STATUS-PAGMASRS NOT EQUAL '00'
              DISPLAY 'Error grabando PAGMASRS, status '
                 WS-STATUS-PAGMASRS ' - lote ' WS-NRO-LOTE
                 ' linea ' PR-NRO-LINEA
           END-IF.

       3900-GRABAR-RESULTADO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3950-GRABAR-PAGLOTES.

           WRITE PL-LOTE.
           IF WS-STATUS-PAGLOTES NOT EQUAL '00'
              DISPLAY 'Error grabando PAGLOTES, status '
                 WS-STATUS-PAGLOTES ' - lote ' WS-NRO-LOTE
                 ' linea ' PL-NRO-LINEA
           END-IF.

       3950-GRABAR-PAGLOTES-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       5100-DEBITAR-SALDO.

      *    Debita WS-MOV-IMPORTE de WS-MOV-CUENTA y lo deja en el
      *    jornal bajo WS-JRN-NRO-OPERACION.
           MOVE WS-MOV-CUENTA TO SA-NRO-CUENTA.
           READ SALDOS
               INVALID KEY
                  DISPLAY 'Error leyendo saldo de cuenta '
                     WS-MOV-CUENTA ', status ' WS-STATUS-SALDOS
                     ' - operacion ' WS-JRN-NRO-OPERACION
                  GO TO 5100-DEBITAR-SALDO-EXIT
           END-READ.

           MOVE SA-SALDO TO WS-JRN-SALDO-ANTERIOR.
           SUBTRACT WS-MOV-IMPORTE FROM SA-SALDO.
           REWRITE SA-SALDO-CUENTA.
           IF WS-STATUS-SALDOS NOT EQUAL '00'
              DISPLAY 'Error debitando saldo de cuenta '
                 WS-MOV-CUENTA ', status ' WS-STATUS-SALDOS
           END-IF.

           MOVE WS-MOV-CUENTA  TO WS-JRN-CUENTA.
           MOVE 'D'            TO WS-JRN-TIPO.
           MOVE SA-COD-MONEDA  TO WS-JRN-MONEDA.
           MOVE WS-MOV-IMPORTE TO WS-JRN-IMPORTE.
           MOVE SA-SALDO       TO WS-JRN-SALDO-POSTERIOR.
           PERFORM 5500-GRABAR-JORNAL
              THRU 5500-GRABAR-JORNAL-EXIT.

       5100-DEBITAR-SALDO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       5200-ACREDITAR-SALDO.

      *    Acredita WS-MOV-IMPORTE a WS-MOV-CUENTA; la cuenta sin
      *    registro de saldo se da de alta con el importe, igual que
      *    en CLPOSTEO.
           MOVE WS-MOV-CUENTA TO SA-NRO-CUENTA.
           READ SALDOS
               INVALID KEY
                  MOVE ZEROS          TO WS-JRN-SALDO-ANTERIOR
                  MOVE WS-MOV-CUENTA  TO SA-NRO-CUENTA
                  MOVE WS-LOTE-MONEDA TO SA-COD-MONEDA
                  MOVE WS-MOV-IMPORTE TO SA-SALDO
                  WRITE SA-SALDO-CUENTA
               NOT INVALID KEY
                  MOVE SA-SALDO TO WS-JRN-SALDO-ANTERIOR
                  ADD WS-MOV-IMPORTE TO SA-SALDO
                  REWRITE SA-SALDO-CUENTA
           END-READ.
           IF WS-STATUS-SALDOS NOT EQUAL '00'
              DISPLAY 'Error acreditando saldo de cuenta '
                 WS-MOV-CUENTA ', status ' WS-STATUS-SALDOS
           END-IF.

           MOVE WS-MOV-CUENTA  TO WS-JRN-CUENTA.
           MOVE 'C'            TO WS-JRN-TIPO.
           MOVE SA-COD-MONEDA  TO WS-JRN-MONEDA.
           MOVE WS-MOV-IMPORTE TO WS-JRN-IMPORTE.
           MOVE SA-SALDO       TO WS-JRN-SALDO-POSTERIOR.
           PERFORM 5500-GRABAR-JORNAL
              THRU 5500-GRABAR-JORNAL-EXIT.

       5200-ACREDITAR-SALDO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       5300-COBRAR-COMISION.

      *    La comision calculada en WS-IMPORTE-COMISION se debita de
      *    la cuenta del cliente y se acredita a la cuenta de
      *    ingresos de la moneda, bajo la operacion en curso.  No
      *    vuelve a verificar saldo, igual que en CLPOSTEO.
           IF WS-IMPORTE-COMISION EQUAL ZEROS
              GO TO 5300-COBRAR-COMISION-EXIT
           END-IF.

           MOVE WS-NRO-OPERACION-LINEA TO WS-JRN-NRO-OPERACION.
           MOVE WS-LOTE-CUENTA-DEBITO  TO WS-MOV-CUENTA.
           MOVE WS-IMPORTE-COMISION    TO WS-MOV-IMPORTE.
           PERFORM 5100-DEBITAR-SALDO
              THRU 5100-DEBITAR-SALDO-EXIT.
           MOVE WS-CUENTA-COMISIONES   TO WS-MOV-CUENTA.
           PERFORM 5200-ACREDITAR-SALDO
              THRU 5200-ACREDITAR-SALDO-EXIT.

      *    La constancia en COMISION lleva la comision al extracto y
      *    al reporte diario de comisiones (CLREPCOM).
           MOVE WS-FECHA-SISTEMA-TEXTO TO CN-FECHA-PROCESO.
           MOVE WS-NRO-OPERACION-LINEA TO CN-NRO-OPERACION.
           MOVE WS-LOTE-CUENTA-DEBITO  TO CN-CUENTA-DEBITO.
           MOVE WS-CUENTA-COMISIONES   TO CN-CUENTA-COMISIONES.
           MOVE WS-LOTE-CONCEPTO       TO CN-COD-CONCEPTO.
           MOVE WS-LOTE-MONEDA         TO CN-COD-MONEDA.
           MOVE WS-IMPORTE-COMISION    TO CN-IMPORTE-COMISION.
           WRITE CN-COMISION.
           IF WS-STATUS-COMISION NOT EQUAL '00'
              DISPLAY 'Error grabando COMISION, status '
                 WS-STATUS-COMISION ' - operacion '
                 WS-NRO-OPERACION-LINEA
           END-IF.

       5300-COBRAR-COMISION-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       5400-REGISTRAR-OPERACION.

      *    La operacion queda en TRANSACF y POSTEOIF ya posteada
      *    ('R') porque los saldos acaban de actualizarse, igual que
      *    el recredito de CLINTERD: CLPOSTEO la saltea, el extracto
      *    y la conciliacion la ven, y si el credito es de otro banco
      *    CLINTERB la envia.  La descripcion lleva el numero de lote.
           MOVE WS-NRO-OPERACION-LINEA TO TR-NRO-OPERACION.
           MOVE WS-FECHA-SISTEMA-TEXTO TO TR-FECHA.
           MOVE WS-OPE-CUENTA-DEBITO   TO TR-CUENTA-DEBITO.
           MOVE WS-LOTE-NRO-DOCUMENTO  TO TR-NRO-DOCUMENTO-D.
           MOVE WS-OPE-CUENTA-CREDITO  TO TR-CUENTA-CREDITO.
           MOVE WS-OPE-NRO-DOCUMENTO-C TO TR-NRO-DOCUMENTO-C.
           MOVE WS-LOTE-MONEDA         TO TR-COD-MONEDA.
           MOVE WS-LOTE-MONEDA         TO TR-COD-MONEDA-CREDITO.
           MOVE WS-OPE-IMPORTE         TO TR-IMPORTE.
           MOVE WS-OPE-IMPORTE         TO TR-IMPORTE-CREDITO.
           MOVE 1,000000               TO TR-TASA-CAMBIO.
           MOVE WS-LOTE-CONCEPTO       TO TR-COD-CONCEPTO.
           MOVE WS-OPE-DESCRIPCION     TO TR-DESC-CONCEPTO.
           MOVE WS-OPE-OBSERVACION     TO TR-OBSERVACION.
           SET TR-VALIDACION-OK        TO TRUE.
           SET TR-POSTEO-REALIZADO     TO TRUE.
           SET TR-NO-ES-DUPLICADO      TO TRUE.
           MOVE WS-OPERADOR-SESION     TO TR-OPERADOR.
      *    Solo el debito del lote desde el umbral lleva autorizante.
           IF WS-OPE-OPERADOR-AUTORIZA EQUAL SPACES
              SET TR-APROBACION-NO-REQUERIDA TO TRUE
           ELSE
              SET TR-APROBACION-APROBADA TO TRUE
           END-IF.
           MOVE WS-OPE-OPERADOR-AUTORIZA TO TR-OPERADOR-AUTORIZA.
           MOVE ZEROS                  TO TR-NRO-OPERACION-ORIG.
           WRITE TR-TRANSFERENCIAS.
           IF WS-STATUS-TRANSACF NOT EQUAL '00'
              DISPLAY 'Error grabando TRANSACF, status '
                 WS-STATUS-TRANSACF ' - operacion '
                 WS-NRO-OPERACION-LINEA
           END-IF.

           MOVE TR-TRANSFERENCIAS TO PO-TRANSFERENCIAS.
           WRITE PO-TRANSFERENCIAS.
           IF WS-STATUS-POSTEOIF NOT EQUAL '00'
              DISPLAY 'Error grabando POSTEOIF, status '
                 WS-STATUS-POSTEOIF ' - operacion '
                 WS-NRO-OPERACION-LINEA
           END-IF.

       5400-REGISTRAR-OPERACION-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       5500-GRABAR-JORNAL.

           MOVE WS-FECHA-SISTEMA-TEXTO TO SJ-FECHA-PROCESO.
           MOVE WS-JRN-NRO-OPERACION   TO SJ-NRO-OPERACION.
           MOVE WS-JRN-CUENTA          TO SJ-NRO-CUENTA.
           MOVE WS-JRN-TIPO            TO SJ-TIPO-MOVIMIENTO.
           MOVE WS-JRN-MONEDA          TO SJ-COD-MONEDA.
           MOVE WS-JRN-IMPORTE         TO SJ-IMPORTE.
           MOVE WS-JRN-SALDO-ANTERIOR  TO SJ-SALDO-ANTERIOR.
           MOVE WS-JRN-SALDO-POSTERIOR TO SJ-SALDO-POSTERIOR.
           WRITE SJ-MOVIMIENTO-SALDO.
           IF WS-STATUS-SALDOJRN NOT EQUAL '00'
              DISPLAY 'Error grabando SALDOJRN, status '
                 WS-STATUS-SALDOJRN ' - operacion '
                 WS-JRN-NRO-OPERACION ' cuenta ' WS-JRN-CUENTA
           END-IF.

       5500-GRABAR-JORNAL-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       8000-INFORMAR-TOTALES.

           MOVE WS-LOTE-IMPORTE-TOTAL TO WS-IMPORTE-EDIT.
           DISPLAY 'CLPAGMAS - Lote ...................: ' WS-NRO-LOTE
              ' ' WS-LOTE-REFERENCIA.
           DISPLAY 'CLPAGMAS - Importe total ..........: '
              WS-IMPORTE-EDIT.
           MOVE WS-CANT-DETALLES TO WS-CANT-EDIT.
           DISPLAY 'CLPAGMAS - Detalles leidos ........: ' WS-CANT-EDIT.
           IF WS-LOTE-ACEPTADO
              MOVE WS-CANT-ACREDITADAS TO WS-CANT-EDIT
              DISPLAY 'CLPAGMAS - Creditos acreditados ...: '
                 WS-CANT-EDIT
              MOVE WS-CANT-OTRO-BANCO TO WS-CANT-EDIT
              DISPLAY 'CLPAGMAS - Enviados a otros bancos : '
                 WS-CANT-EDIT
              MOVE WS-COMISION-LOTE TO WS-IMPORTE-EDIT
              DISPLAY 'CLPAGMAS - Comision cobrada .......: '
                 WS-IMPORTE-EDIT
              DISPLAY 'CLPAGMAS - Lote ACEPTADO'
           ELSE
              MOVE WS-CANT-LINEAS-ERROR TO WS-CANT-EDIT
              DISPLAY 'CLPAGMAS - Detalles con error .....: '
                 WS-CANT-EDIT
              DISPLAY 'CLPAGMAS - Lote RECHAZADO: ' WS-MOTIVO-LOTE
           END-IF.

       8000-INFORMAR-TOTALES-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       9000-FINALIZAR.

      *    El cierre de sesion deja en SESIONLG cuantas operaciones
      *    genero el lote: el debito y cada credito.
           SET WS-SES-MODO-CIERRE TO TRUE.
           IF WS-LOTE-ACEPTADO
              COMPUTE WS-SES-CANT-OPERACIONES = WS-CANT-ACREDITADAS
                                             + WS-CANT-OTRO-BANCO + 1
           ELSE
              MOVE ZEROS TO WS-SES-CANT-OPERACIONES
           END-IF.
           CALL 'CLSIGNON' USING WS-SESION.

           CLOSE PAGMASIV CONTADOR SALDOS SALDOJRN TRANSACF POSTEOIF
                 COMISION.
           IF WS-HAY-CTAMAEST
              CLOSE CTAMAEST
           END-IF.
           IF WS-HAY-LIMITES
              CLOSE LIMITES
           END-IF.
           IF WS-HAY-ACUMDIA
              CLOSE ACUMDIA
           END-IF.
           IF WS-HAY-SOBGIROS
              CLOSE SOBGIROS
           END-IF.
           IF WS-HAY-RETENCIO
              CLOSE RETENCIO OPDETEN
           END-IF.

       9000-FINALIZAR-EXIT.
           EXIT.


       END PROGRAM CLPAGMAS.
