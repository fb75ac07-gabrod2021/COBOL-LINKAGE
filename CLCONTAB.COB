      *----------------------------------------------------------------*
      *  Purpose: Interfaz contable diaria.  Corre al cierre del dia,
      *           despues de CLINTERB y CLINTERD y antes de CLCORTED:
      *           resume en asientos del mayor general lo que el
      *           posteo movio en el dia.  Cada movimiento del jornal
      *           SALDOJRN sobre cuentas de clientes se imputa a la
      *           cuenta contable de su concepto (CTACONTA), las
      *           comisiones cobradas (COMISION) a la cuenta de
      *           ingresos de su concepto, los reversos del dia
      *           (REVERSOS) entran con el concepto de la operacion
      *           que deshacen, lo enviado hoy a otros bancos
      *           (INTERENV) se imputa al suspenso de compensacion
      *           interbancaria y lo que CLINTERD marco hoy como
      *           liquidado o devuelto lo cancela.  Las
      *           operaciones entre monedas pasan por la posicion de
      *           cambio.  Los intereses por descubierto capitalizados
      *           (INTCAPIT) debitan al cliente por el jornal y su
      *           ingreso se imputa a la cuenta de intereses de la
      *           moneda.  El archivo ASICONT.Gaaaammdd lleva un par
      *           debe/haber por cuenta contable y moneda y solo se
      *           libera si debe y haber calzan en cada moneda; el
      *           reporte REPCONTA muestra los asientos y el control
      *           de balanceo.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CLCONTAB.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTACONTA ASSIGN TO "CTACONTA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CTACONTA.

           SELECT CTACOMIS ASSIGN TO "CTACOMIS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CTACOMIS.

           SELECT CTAINTER ASSIGN TO "CTAINTER"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CTAINTER.

           SELECT POSTEOIF ASSIGN TO "POSTEOIF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-POSTEOIF.

           SELECT REVERSOS ASSIGN TO "REVERSOS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-REVERSOS.

           SELECT SALDOJRN ASSIGN TO "SALDOJRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-SALDOJRN.

           SELECT COMISION ASSIGN TO "COMISION"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-COMISION.

           SELECT INTCAPIT ASSIGN TO "INTCAPIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-INTCAPIT.

           SELECT INTERENV ASSIGN TO "INTERENV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-INTERENV.

           SELECT ASICONT ASSIGN TO DYNAMIC WS-ARCHIVO-ASIENTOS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-ASICONT.

           SELECT REPCONTA ASSIGN TO "REPCONTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REPCONTA.


       DATA DIVISION.

       FILE SECTION.

       FD  CTACONTA.
           COPY CTACONTA.

       FD  CTACOMIS.
           COPY CTACOMIS.

       FD  CTAINTER.
           COPY CTAINTER.

       FD  POSTEOIF.
           COPY TRANREG_PO.

       FD  REVERSOS.
           COPY REVERSO.

       FD  SALDOJRN.
           COPY SALDOJRN.

       FD  COMISION.
           COPY COMISION.

       FD  INTCAPIT.
           COPY INTCAPIT.

       FD  INTERENV.
           COPY INTERENV.

       FD  ASICONT.
           COPY ASICONT.

       FD  REPCONTA.
       01  RK-LINEA                            PIC X(80).


       WORKING-STORAGE SECTION.

       01 WS-INDICADORES-ARCHIVO.
          05 WS-STATUS-CTACONTA                PIC X(02).
          05 WS-STATUS-CTACOMIS                PIC X(02).
          05 WS-STATUS-CTAINTER                PIC X(02).
          05 WS-STATUS-POSTEOIF                PIC X(02).
          05 WS-STATUS-REVERSOS                PIC X(02).
          05 WS-STATUS-SALDOJRN                PIC X(02).
          05 WS-STATUS-COMISION                PIC X(02).
          05 WS-STATUS-INTCAPIT                PIC X(02).
          05 WS-STATUS-INTERENV                PIC X(02).
          05 WS-STATUS-ASICONT                 PIC X(02).
          05 WS-STATUS-REPCONTA                PIC X(02).

       01 WS-FIN-ARCHIVO                       PIC X(01).
          88 WS-HAY-MAS-REGISTROS              VALUE 'N'.
          88 WS-NO-HAY-MAS-REGISTROS           VALUE 'S'.

      *    -- nombre del archivo de asientos del dia ------------------*
       01 WS-ARCHIVO-ASIENTOS                  PIC X(18).

       01 WS-FECHA-PROCESO                     PIC 9(08).
       01 WS-FECHA-PROCESO-DES REDEFINES WS-FECHA-PROCESO.
          05 WS-FECHA-PROC-ANIO                PIC 9(04).
          05 WS-FECHA-PROC-MES                 PIC 9(02).
          05 WS-FECHA-PROC-DIA                 PIC 9(02).
       01 WS-FECHA-PROCESO-TEXTO               PIC X(10).

      *    -- tabla de imputacion contable ----------------------------*
       01 WS-TABLA-IMPUTACION.
          05 WS-CANT-IMPUTACIONES              PIC 9(03) COMP
                                                VALUE ZERO.
          05 WS-IMPUTACION-DET OCCURS 1 TO 200 TIMES
                DEPENDING ON WS-CANT-IMPUTACIONES
                INDEXED BY WS-IDX-IMPUTACION.
             10 WS-IMP-TIPO                    PIC X(01).
             10 WS-IMP-CONCEPTO                PIC X(03).
             10 WS-IMP-MONEDA                  PIC X(02).
             10 WS-IMP-CUENTA                  PIC X(12).
             10 WS-IMP-DESCRIPCION             PIC X(30).
       01 WS-IMPUTACION-HALLADA                PIC X(01).
          88 WS-IMP-HALLADA                    VALUE 'S'.
          88 WS-IMP-NO-HALLADA                 VALUE 'N'.

      *    -- cuentas de ingresos por comisiones: su pata del jornal
      *       se imputa desde COMISION, con el concepto cobrado -----*
       01 WS-TABLA-CTAS-COMISION.
          05 WS-CANT-CTAS-COMISION             PIC 9(03) COMP
                                                VALUE ZERO.
          05 WS-CTA-COMISION-DET OCCURS 1 TO 10 TIMES
                DEPENDING ON WS-CANT-CTAS-COMISION
                INDEXED BY WS-IDX-CTA-COMISION.
             10 WS-CTA-COM-CUENTA              PIC X(22).
       01 WS-CTA-COMISION-HALLADA              PIC X(01).
          88 WS-CTA-COM-OK                     VALUE 'S'.
          88 WS-CTA-COM-NOTOK                  VALUE 'N'.

      *    -- cuentas de ingresos por intereses: su pata del jornal
      *       se imputa desde INTCAPIT ----------------------------*
       01 WS-TABLA-CTAS-INTERES.
          05 WS-CANT-CTAS-INTERES              PIC 9(03) COMP
                                                VALUE ZERO.
          05 WS-CTA-INTERES-DET OCCURS 1 TO 10 TIMES
                DEPENDING ON WS-CANT-CTAS-INTERES
                INDEXED BY WS-IDX-CTA-INTERES.
             10 WS-CTA-INT-CUENTA              PIC X(22).
       01 WS-CTA-INTERES-HALLADA               PIC X(01).
          88 WS-CTA-INT-OK                     VALUE 'S'.
          88 WS-CTA-INT-NOTOK                  VALUE 'N'.

      *    -- operaciones posteadas de la interfaz viva: dan el
      *       concepto y las monedas de cada movimiento del jornal --*
       01 WS-TABLA-OPERACIONES.
          05 WS-CANT-OPERACIONES               PIC 9(04) COMP
                                                VALUE ZERO.
          05 WS-OPERACION-DET OCCURS 1 TO 5000 TIMES
                DEPENDING ON WS-CANT-OPERACIONES
                INDEXED BY WS-IDX-OPERACION.
             10 WS-OPE-NRO-OPERACION           PIC 9(10).
             10 WS-OPE-CONCEPTO                PIC X(03).
             10 WS-OPE-MONEDA                  PIC X(02).
             10 WS-OPE-MONEDA-CREDITO          PIC X(02).
             10 WS-OPE-IMPORTE                 PIC 9(10)V9(02).
             10 WS-OPE-IMPORTE-CREDITO         PIC 9(10)V9(02).
             10 WS-OPE-EN-JORNAL               PIC X(01).
       01 WS-OPERACION-HALLADA                 PIC X(01).
          88 WS-OPE-HALLADA                    VALUE 'S'.
          88 WS-OPE-NO-HALLADA                 VALUE 'N'.
       01 WS-NRO-BUSCADO                       PIC 9(10).
       01 WS-IDX-OPE-HALLADA                   PIC 9(04) COMP.

      *    -- asientos acumulados por cuenta contable y moneda --------*
       01 WS-TABLA-ASIENTOS.
          05 WS-CANT-ASIENTOS                  PIC 9(03) COMP
                                                VALUE ZERO.
          05 WS-ASIENTO-DET OCCURS 1 TO 200 TIMES
                DEPENDING ON WS-CANT-ASIENTOS
                INDEXED BY WS-IDX-ASIENTO.
             10 WS-ASI-CUENTA                  PIC X(12).
             10 WS-ASI-MONEDA                  PIC X(02).
             10 WS-ASI-DESCRIPCION             PIC X(30).
             10 WS-ASI-DEBE                    PIC 9(12)V9(02).
             10 WS-ASI-HABER                   PIC 9(12)V9(02).
             10 WS-ASI-CANT-DEBE               PIC 9(07) COMP.
             10 WS-ASI-CANT-HABER              PIC 9(07) COMP.
       01 WS-ASIENTO-HALLADO                   PIC X(01).
          88 WS-ASI-HALLADO                    VALUE 'S'.
          88 WS-ASI-NO-HALLADO                 VALUE 'N'.
       01 WS-IDX-ASI-HALLADO                   PIC 9(03) COMP.

      *    -- control de balanceo por moneda --------------------------*
       01 WS-TABLA-MONEDAS.
          05 WS-CANT-MONEDAS                   PIC 9(03) COMP
                                                VALUE ZERO.
          05 WS-MONEDA-DET OCCURS 1 TO 10 TIMES
                DEPENDING ON WS-CANT-MONEDAS
                INDEXED BY WS-IDX-MONEDA.
             10 WS-MON-CODIGO                  PIC X(02).
             10 WS-MON-DEBE                    PIC 9(13)V9(02).
             10 WS-MON-HABER                   PIC 9(13)V9(02).
             10 WS-MON-SUSPENSO                PIC 9(13)V9(02).
             10 WS-MON-CANT-SUSPENSO           PIC 9(07) COMP.
       01 WS-MONEDA-HALLADA                    PIC X(01).
          88 WS-MON-HALLADA                    VALUE 'S'.
          88 WS-MON-NO-HALLADA                 VALUE 'N'.
       01 WS-IDX-MON-HALLADA                   PIC 9(03) COMP.

      *    -- movimiento a imputar ------------------------------------*
       01 WS-MOVIMIENTO.
          05 WS-MOV-TIPO-IMPUTACION            PIC X(01).
          05 WS-MOV-CONCEPTO                   PIC X(03).
          05 WS-MOV-MONEDA                     PIC X(02).
          05 WS-MOV-SENTIDO                    PIC X(01).
             88 WS-MOV-DEBE                    VALUE 'D'.
             88 WS-MOV-HABER                   VALUE 'C'.
          05 WS-MOV-IMPORTE                    PIC 9(12)V9(02).
       01 WS-CONCEPTO-BUSCADO                  PIC X(03).
       01 WS-CUENTA-IMPUTADA                   PIC X(12).
       01 WS-DESCRIPCION-IMPUTADA              PIC X(30).

       01 WS-LIBERACION                        PIC X(01).
          88 WS-ARCHIVO-LIBERADO               VALUE 'S'.
          88 WS-ARCHIVO-RETENIDO               VALUE 'N'.

       01 WS-TOTALES.
          05 WS-CANT-JORNAL                    PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-COMISIONES                PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-REVERSOS                  PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-INTERESES                 PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-ENVIOS                    PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-LIQUIDACIONES             PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-DEVOLUCIONES              PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-CAMBIOS                   PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-SIN-OPERACION             PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-SIN-IMPUTACION            PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-DESCALCES                 PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-GRABADOS                  PIC 9(07) COMP
                                                VALUE ZERO.

       01 WS-DIFERENCIA                        PIC S9(13)V9(02).

       01 WS-LINEA-REPORTE                     PIC X(80).
       01 WS-TITULO-ASIENTOS                   PIC X(53) VALUE
               'CUENTA       MON              DEBE              HABER'.
       01 WS-CANT-EDIT                         PIC ZZZZ.ZZ9.
       01 WS-IMPORTE-EDIT                      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-IMPORTE-EDIT-2                    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-DIFERENCIA-EDIT                   PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.


       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIALIZAR
              THRU 1000-INICIALIZAR-EXIT.

           PERFORM 2000-CARGAR-OPERACIONES
              THRU 2000-CARGAR-OPERACIONES-EXIT.

           PERFORM 2500-CARGAR-REVERSOS
              THRU 2500-CARGAR-REVERSOS-EXIT.

           PERFORM 2600-CARGAR-CAPITALIZACIONES
              THRU 2600-CARGAR-CAPITALIZACIONES-EXIT.

           PERFORM 3000-PROCESAR-JORNAL
              THRU 3000-PROCESAR-JORNAL-EXIT.

           PERFORM 3500-PROCESAR-COMISIONES
              THRU 3500-PROCESAR-COMISIONES-EXIT.

           PERFORM 4500-PROCESAR-ENVIOS
              THRU 4500-PROCESAR-ENVIOS-EXIT.

           IF WS-CANT-OPERACIONES > 0
              PERFORM 5000-IMPUTAR-CAMBIO
                 THRU 5000-IMPUTAR-CAMBIO-EXIT
                 VARYING WS-IDX-OPERACION FROM 1 BY 1
                 UNTIL WS-IDX-OPERACION > WS-CANT-OPERACIONES
           END-IF.

           PERFORM 7000-VERIFICAR-BALANCEO
              THRU 7000-VERIFICAR-BALANCEO-EXIT.

           IF WS-ARCHIVO-LIBERADO
              PERFORM 7500-GRABAR-ASIENTOS
                 THRU 7500-GRABAR-ASIENTOS-EXIT
           ELSE
              PERFORM 7600-ANULAR-ARCHIVO-PREVIO
                 THRU 7600-ANULAR-ARCHIVO-PREVIO-EXIT
           END-IF.

           PERFORM 8000-EMITIR-REPORTE
              THRU 8000-EMITIR-REPORTE-EXIT.

           PERFORM 8500-INFORMAR-TOTALES
              THRU 8500-INFORMAR-TOTALES-EXIT.

           PERFORM 9000-FINALIZAR
              THRU 9000-FINALIZAR-EXIT.

           STOP RUN.


      *----------------------------------------------------------------*
       1000-INICIALIZAR.

      *    La fecha de hoy delimita el dia a contabilizar: SALDOJRN,
      *    COMISION y REVERSOS se acumulan entre corridas y el
      *    archivo de asientos se rearma completo en cada corrida.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           STRING WS-FECHA-PROC-DIA  DELIMITED BY SIZE
                  '-'                DELIMITED BY SIZE
                  WS-FECHA-PROC-MES  DELIMITED BY SIZE
                  '-'                DELIMITED BY SIZE
                  WS-FECHA-PROC-ANIO DELIMITED BY SIZE
             INTO WS-FECHA-PROCESO-TEXTO.

           MOVE SPACES TO WS-ARCHIVO-ASIENTOS.
           STRING 'ASICONT.G'      DELIMITED BY SIZE
                  WS-FECHA-PROCESO DELIMITED BY SIZE
             INTO WS-ARCHIVO-ASIENTOS.

      *    Sin tabla de imputacion no hay cuenta contable para nada:
      *    todo queda sin imputar y el archivo no se libera.
           OPEN INPUT CTACONTA.
           IF WS-STATUS-CTACONTA EQUAL '00'
              SET WS-HAY-MAS-REGISTROS TO TRUE
              PERFORM 1100-CARGAR-IMPUTACIONES
                 THRU 1100-CARGAR-IMPUTACIONES-EXIT
                 UNTIL WS-NO-HAY-MAS-REGISTROS
              CLOSE CTACONTA
           ELSE
              DISPLAY 'CTACONTA no disponible, status '
                 WS-STATUS-CTACONTA
           END-IF.

           OPEN INPUT CTACOMIS.
           IF WS-STATUS-CTACOMIS EQUAL '00'
              SET WS-HAY-MAS-REGISTROS TO TRUE
              PERFORM 1200-CARGAR-CTAS-COMISION
                 THRU 1200-CARGAR-CTAS-COMISION-EXIT
                 UNTIL WS-NO-HAY-MAS-REGISTROS
              CLOSE CTACOMIS
           END-IF.

           OPEN INPUT CTAINTER.
           IF WS-STATUS-CTAINTER EQUAL '00'
              SET WS-HAY-MAS-REGISTROS TO TRUE
              PERFORM 1300-CARGAR-CTAS-INTERES
                 THRU 1300-CARGAR-CTAS-INTERES-EXIT
                 UNTIL WS-NO-HAY-MAS-REGISTROS
              CLOSE CTAINTER
           END-IF.

           OPEN OUTPUT REPCONTA.

       1000-INICIALIZAR-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       1100-CARGAR-IMPUTACIONES.

           READ CTACONTA
               AT END
                  SET WS-NO-HAY-MAS-REGISTROS TO TRUE
               NOT AT END
                  IF WS-CANT-IMPUTACIONES < 200
                     ADD 1 TO WS-CANT-IMPUTACIONES
                     MOVE CG-TIPO-IMPUTACION
                       TO WS-IMP-TIPO(WS-CANT-IMPUTACIONES)
                     MOVE CG-COD-CONCEPTO
                       TO WS-IMP-CONCEPTO(WS-CANT-IMPUTACIONES)
                     MOVE CG-COD-MONEDA
                       TO WS-IMP-MONEDA(WS-CANT-IMPUTACIONES)
                     MOVE CG-CUENTA-CONTABLE
                       TO WS-IMP-CUENTA(WS-CANT-IMPUTACIONES)
                     MOVE CG-DESCRIPCION
                       TO WS-IMP-DESCRIPCION(WS-CANT-IMPUTACIONES)
                  ELSE
                     DISPLAY 'Tabla de imputacion completa: se'
                        ' ignora ' CG-TIPO-IMPUTACION ' '
                        CG-COD-CONCEPTO ' ' CG-COD-MONEDA
                        ', depurar CTACONTA.'
                  END-IF
           END-READ.

       1100-CARGAR-IMPUTACIONES-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       1200-CARGAR-CTAS-COMISION.

           READ CTACOMIS
               AT END
                  SET WS-NO-HAY-MAS-REGISTROS TO TRUE
               NOT AT END
                  IF WS-CANT-CTAS-COMISION < 10
                     ADD 1 TO WS-CANT-CTAS-COMISION
                     MOVE CI-NRO-CUENTA
                       TO WS-CTA-COM-CUENTA(WS-CANT-CTAS-COMISION)
                  END-IF
           END-READ.

       1200-CARGAR-CTAS-COMISION-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       1300-CARGAR-CTAS-INTERES.

           READ CTAINTER
               AT END
                  SET WS-NO-HAY-MAS-REGISTROS TO TRUE
               NOT AT END
                  IF WS-CANT-CTAS-INTERES < 10
                     ADD 1 TO WS-CANT-CTAS-INTERES
                     MOVE IT-NRO-CUENTA
                       TO WS-CTA-INT-CUENTA(WS-CANT-CTAS-INTERES)
                  END-IF
           END-READ.

       1300-CARGAR-CTAS-INTERES-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2000-CARGAR-OPERACIONES.

      *    Todo movimiento del jornal del dia nace de una operacion
      *    registrada en la interfaz viva (posteo, reposteo, reverso
      *    o devolucion interbancaria), que el corte todavia no
      *    sello: de ahi salen su concepto y sus monedas.  Se carga
      *    lo posteado y lo reversado, que tambien pudo moverse hoy.
           OPEN INPUT POSTEOIF.
           IF WS-STATUS-POSTEOIF NOT EQUAL '00'
              DISPLAY 'POSTEOIF no disponible, status '
                 WS-STATUS-POSTEOIF
              GO TO 2000-CARGAR-OPERACIONES-EXIT
           END-IF.

           SET WS-HAY-MAS-REGISTROS TO TRUE.
           PERFORM 2100-LEER-OPERACION
              THRU 2100-LEER-OPERACION-EXIT
              UNTIL WS-NO-HAY-MAS-REGISTROS.
           CLOSE POSTEOIF.

       2000-CARGAR-OPERACIONES-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2100-LEER-OPERACION.

           READ POSTEOIF
               AT END
                  SET WS-NO-HAY-MAS-REGISTROS TO TRUE
               NOT AT END
                  IF PO-POSTEO-REALIZADO
                  OR PO-POSTEO-REVERSADO
                     IF WS-CANT-OPERACIONES < 5000
                        ADD 1 TO WS-CANT-OPERACIONES
                        MOVE PO-NRO-OPERACION
                          TO WS-OPE-NRO-OPERACION(WS-CANT-OPERACIONES)
                        MOVE PO-COD-CONCEPTO
                          TO WS-OPE-CONCEPTO(WS-CANT-OPERACIONES)
                        MOVE PO-COD-MONEDA
                          TO WS-OPE-MONEDA(WS-CANT-OPERACIONES)
                        MOVE PO-COD-MONEDA-CREDITO
                          TO WS-OPE-MONEDA-CREDITO(WS-CANT-OPERACIONES)
                        MOVE PO-IMPORTE
                          TO WS-OPE-IMPORTE(WS-CANT-OPERACIONES)
                        MOVE PO-IMPORTE-CREDITO
                          TO WS-OPE-IMPORTE-CREDITO
                                            (WS-CANT-OPERACIONES)
                        MOVE 'N'
                          TO WS-OPE-EN-JORNAL(WS-CANT-OPERACIONES)
                     ELSE
                        DISPLAY 'Tabla de operaciones completa: se'
                           ' ignora ' PO-NRO-OPERACION
                           ', sus movimientos quedan sin concepto.'
                     END-IF
                  END-IF
           END-READ.

       2100-LEER-OPERACION-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2200-BUSCAR-OPERACION.

           SET WS-OPE-NO-HALLADA TO TRUE.
           IF WS-CANT-OPERACIONES > 0
              PERFORM 2210-COMPARAR-OPERACION
                 THRU 2210-COMPARAR-OPERACION-EXIT
                 VARYING WS-IDX-OPERACION FROM 1 BY 1
                 UNTIL WS-IDX-OPERACION > WS-CANT-OPERACIONES
                    OR WS-OPE-HALLADA
           END-IF.

       2200-BUSCAR-OPERACION-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2210-COMPARAR-OPERACION.

           IF WS-OPE-NRO-OPERACION(WS-IDX-OPERACION)
                                       EQUAL WS-NRO-BUSCADO
              SET WS-OPE-HALLADA TO TRUE
              SET WS-IDX-OPE-HALLADA TO WS-IDX-OPERACION
           END-IF.

       2210-COMPARAR-OPERACION-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2500-CARGAR-REVERSOS.

      *    El reverso queda en la interfaz como operacion propia,
      *    pero con el concepto de la operacion que deshace; si su
      *    registro faltara en la interfaz se arma desde REVERSOS
      *    con las patas invertidas, igual que lo registra CLREVERS,
      *    para que su contra-asiento no quede sin imputar.
           OPEN INPUT REVERSOS.
           IF WS-STATUS-REVERSOS NOT EQUAL '00'
              GO TO 2500-CARGAR-REVERSOS-EXIT
           END-IF.

           SET WS-HAY-MAS-REGISTROS TO TRUE.
           PERFORM 2510-LEER-REVERSO
              THRU 2510-LEER-REVERSO-EXIT
              UNTIL WS-NO-HAY-MAS-REGISTROS.
           CLOSE REVERSOS.

       2500-CARGAR-REVERSOS-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2510-LEER-REVERSO.

           READ REVERSOS
               AT END
                  SET WS-NO-HAY-MAS-REGISTROS TO TRUE
               NOT AT END
                  IF RV-FECHA EQUAL WS-FECHA-PROCESO-TEXTO
                     ADD 1 TO WS-CANT-REVERSOS
                     MOVE RV-NRO-OPERACION TO WS-NRO-BUSCADO
                     PERFORM 2200-BUSCAR-OPERACION
                        THRU 2200-BUSCAR-OPERACION-EXIT
                     IF WS-OPE-NO-HALLADA
                        PERFORM 2520-AGREGAR-REVERSO
                           THRU 2520-AGREGAR-REVERSO-EXIT
                     END-IF
                  END-IF
           END-READ.

       2510-LEER-REVERSO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2520-AGREGAR-REVERSO.

           IF WS-CANT-OPERACIONES NOT < 5000
              DISPLAY 'Tabla de operaciones completa: el reverso '
                 RV-NRO-OPERACION ' queda sin concepto.'
              GO TO 2520-AGREGAR-REVERSO-EXIT
           END-IF.

           ADD 1 TO WS-CANT-OPERACIONES.
           MOVE WS-CANT-OPERACIONES TO WS-IDX-OPE-HALLADA.
           MOVE RV-NRO-OPERACION
             TO WS-OPE-NRO-OPERACION(WS-IDX-OPE-HALLADA).
           MOVE SPACES TO WS-OPE-CONCEPTO(WS-IDX-OPE-HALLADA).
           MOVE RV-COD-MONEDA-CREDITO
             TO WS-OPE-MONEDA(WS-IDX-OPE-HALLADA).
           MOVE RV-COD-MONEDA
             TO WS-OPE-MONEDA-CREDITO(WS-IDX-OPE-HALLADA).
           MOVE RV-IMPORTE-CREDITO
             TO WS-OPE-IMPORTE(WS-IDX-OPE-HALLADA).
           MOVE RV-IMPORTE
             TO WS-OPE-IMPORTE-CREDITO(WS-IDX-OPE-HALLADA).
           MOVE 'N' TO WS-OPE-EN-JORNAL(WS-IDX-OPE-HALLADA).

      *    El concepto se toma de la operacion reversada, si sigue
      *    en la interfaz viva.
           MOVE RV-NRO-OPERACION-ORIG TO WS-NRO-BUSCADO.
           PERFORM 2200-BUSCAR-OPERACION
              THRU 2200-BUSCAR-OPERACION-EXIT.
           IF WS-OPE-HALLADA
              MOVE WS-OPE-CONCEPTO(WS-IDX-OPE-HALLADA)
                TO WS-OPE-CONCEPTO(WS-CANT-OPERACIONES)
           END-IF.

       2520-AGREGAR-REVERSO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2600-CARGAR-CAPITALIZACIONES.

      *    La capitalizacion de intereses no pasa por la interfaz: su
      *    numero de operacion se carga desde INTCAPIT, sin concepto,
      *    para que el debito al cliente vaya a la cuenta contable de
      *    clientes de su moneda.  El ingreso se imputa aca mismo al
      *    haber de la cuenta de intereses.
           OPEN INPUT INTCAPIT.
           IF WS-STATUS-INTCAPIT NOT EQUAL '00'
              GO TO 2600-CARGAR-CAPITALIZACIONES-EXIT
           END-IF.

           SET WS-HAY-MAS-REGISTROS TO TRUE.
           PERFORM 2610-LEER-CAPITALIZACION
              THRU 2610-LEER-CAPITALIZACION-EXIT
              UNTIL WS-NO-HAY-MAS-REGISTROS.
           CLOSE INTCAPIT.

       2600-CARGAR-CAPITALIZACIONES-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2610-LEER-CAPITALIZACION.

           READ INTCAPIT
               AT END
                  SET WS-NO-HAY-MAS-REGISTROS TO TRUE
                  GO TO 2610-LEER-CAPITALIZACION-EXIT
           END-READ.

           IF CP-FECHA-PROCESO NOT EQUAL WS-FECHA-PROCESO-TEXTO
              GO TO 2610-LEER-CAPITALIZACION-EXIT
           END-IF.

           ADD 1 TO WS-CANT-INTERESES.
           IF WS-CANT-OPERACIONES < 5000
              ADD 1 TO WS-CANT-OPERACIONES
              MOVE CP-NRO-OPERACION
                TO WS-OPE-NRO-OPERACION(WS-CANT-OPERACIONES)
              MOVE SPACES
                TO WS-OPE-CONCEPTO(WS-CANT-OPERACIONES)
              MOVE CP-COD-MONEDA
                TO WS-OPE-MONEDA(WS-CANT-OPERACIONES)
              MOVE CP-COD-MONEDA
                TO WS-OPE-MONEDA-CREDITO(WS-CANT-OPERACIONES)
              MOVE CP-IMPORTE
                TO WS-OPE-IMPORTE(WS-CANT-OPERACIONES)
              MOVE CP-IMPORTE
                TO WS-OPE-IMPORTE-CREDITO(WS-CANT-OPERACIONES)
              MOVE 'N'
                TO WS-OPE-EN-JORNAL(WS-CANT-OPERACIONES)
           ELSE
              DISPLAY 'Tabla de operaciones completa: se ignora la'
                 ' capitalizacion ' CP-NRO-OPERACION '.'
           END-IF.

           MOVE 'N'           TO WS-MOV-TIPO-IMPUTACION.
           MOVE SPACES        TO WS-MOV-CONCEPTO.
           MOVE CP-COD-MONEDA TO WS-MOV-MONEDA.
           SET WS-MOV-HABER   TO TRUE.
           MOVE CP-IMPORTE    TO WS-MOV-IMPORTE.
           PERFORM 6000-IMPUTAR
              THRU 6000-IMPUTAR-EXIT.

       2610-LEER-CAPITALIZACION-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3000-PROCESAR-JORNAL.

           OPEN INPUT SALDOJRN.
           IF WS-STATUS-SALDOJRN NOT EQUAL '00'
              DISPLAY 'SALDOJRN no disponible, status '
                 WS-STATUS-SALDOJRN
              GO TO 3000-PROCESAR-JORNAL-EXIT
           END-IF.

           SET WS-HAY-MAS-REGISTROS TO TRUE.
           PERFORM 3100-LEER-JORNAL
              THRU 3100-LEER-JORNAL-EXIT
              UNTIL WS-NO-HAY-MAS-REGISTROS.
           CLOSE SALDOJRN.

       3000-PROCESAR-JORNAL-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3100-LEER-JORNAL.

           READ SALDOJRN
               AT END
                  SET WS-NO-HAY-MAS-REGISTROS TO TRUE
               NOT AT END
                  IF SJ-FECHA-PROCESO EQUAL WS-FECHA-PROCESO-TEXTO
                     PERFORM 3200-IMPUTAR-MOVIMIENTO
                        THRU 3200-IMPUTAR-MOVIMIENTO-EXIT
                  END-IF
           END-READ.

       3100-LEER-JORNAL-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3200-IMPUTAR-MOVIMIENTO.

      *    La pata acreditada a la cuenta de ingresos por comisiones
      *    se imputa desde COMISION, que trae el concepto cobrado;
      *    todo otro movimiento es de una cuenta de cliente y va a
      *    la cuenta contable del concepto de su operacion, del
      *    mismo lado que en el jornal.
           PERFORM 3300-VERIFICAR-CTA-COMISION
              THRU 3300-VERIFICAR-CTA-COMISION-EXIT.
           IF WS-CTA-COM-OK
              GO TO 3200-IMPUTAR-MOVIMIENTO-EXIT
           END-IF.

      *    Igual la pata acreditada a la cuenta de ingresos por
      *    intereses, que se imputa desde INTCAPIT.
           PERFORM 3400-VERIFICAR-CTA-INTERES
              THRU 3400-VERIFICAR-CTA-INTERES-EXIT.
           IF WS-CTA-INT-OK
              GO TO 3200-IMPUTAR-MOVIMIENTO-EXIT
           END-IF.

           ADD 1 TO WS-CANT-JORNAL.
           MOVE SPACES TO WS-MOV-CONCEPTO.
           MOVE SJ-NRO-OPERACION TO WS-NRO-BUSCADO.
           PERFORM 2200-BUSCAR-OPERACION
              THRU 2200-BUSCAR-OPERACION-EXIT.
           IF WS-OPE-HALLADA
              MOVE WS-OPE-CONCEPTO(WS-IDX-OPE-HALLADA)
                TO WS-MOV-CONCEPTO
              MOVE 'S' TO WS-OPE-EN-JORNAL(WS-IDX-OPE-HALLADA)
           ELSE
              ADD 1 TO WS-CANT-SIN-OPERACION
              DISPLAY 'Movimiento de jornal sin operacion en'
                 ' POSTEOIF: operacion ' SJ-NRO-OPERACION
                 ' cuenta ' SJ-NRO-CUENTA
           END-IF.

           MOVE 'T'                TO WS-MOV-TIPO-IMPUTACION.
           MOVE SJ-COD-MONEDA      TO WS-MOV-MONEDA.
           MOVE SJ-TIPO-MOVIMIENTO TO WS-MOV-SENTIDO.
           MOVE SJ-IMPORTE         TO WS-MOV-IMPORTE.
           PERFORM 6000-IMPUTAR
              THRU 6000-IMPUTAR-EXIT.

       3200-IMPUTAR-MOVIMIENTO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3300-VERIFICAR-CTA-COMISION.

           SET WS-CTA-COM-NOTOK TO TRUE.
           IF WS-CANT-CTAS-COMISION > 0
              PERFORM 3310-COMPARAR-CTA-COMISION
                 THRU 3310-COMPARAR-CTA-COMISION-EXIT
                 VARYING WS-IDX-CTA-COMISION FROM 1 BY 1
                 UNTIL WS-IDX-CTA-COMISION > WS-CANT-CTAS-COMISION
                    OR WS-CTA-COM-OK
           END-IF.

       3300-VERIFICAR-CTA-COMISION-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3310-COMPARAR-CTA-COMISION.

           IF WS-CTA-COM-CUENTA(WS-IDX-CTA-COMISION)
                                       EQUAL SJ-NRO-CUENTA
              SET WS-CTA-COM-OK TO TRUE
           END-IF.

       3310-COMPARAR-CTA-COMISION-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3400-VERIFICAR-CTA-INTERES.

           SET WS-CTA-INT-NOTOK TO TRUE.
           IF WS-CANT-CTAS-INTERES > 0
              PERFORM 3410-COMPARAR-CTA-INTERES
                 THRU 3410-COMPARAR-CTA-INTERES-EXIT
                 VARYING WS-IDX-CTA-INTERES FROM 1 BY 1
                 UNTIL WS-IDX-CTA-INTERES > WS-CANT-CTAS-INTERES
                    OR WS-CTA-INT-OK
           END-IF.

       3400-VERIFICAR-CTA-INTERES-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3410-COMPARAR-CTA-INTERES.

           IF WS-CTA-INT-CUENTA(WS-IDX-CTA-INTERES)
                                       EQUAL SJ-NRO-CUENTA
              SET WS-CTA-INT-OK TO TRUE
           END-IF.

       3410-COMPARAR-CTA-INTERES-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3500-PROCESAR-COMISIONES.

           OPEN INPUT COMISION.
           IF WS-STATUS-COMISION NOT EQUAL '00'
              GO TO 3500-PROCESAR-COMISIONES-EXIT
           END-IF.

           SET WS-HAY-MAS-REGISTROS TO TRUE.
           PERFORM 3510-LEER-COMISION
              THRU 3510-LEER-COMISION-EXIT
              UNTIL WS-NO-HAY-MAS-REGISTROS.
           CLOSE COMISION.

       3500-PROCESAR-COMISIONES-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3510-LEER-COMISION.

      *    El debito al cliente ya entro por el jornal; la comision
      *    se imputa al haber de la cuenta de ingresos del concepto.
           READ COMISION
               AT END
                  SET WS-NO-HAY-MAS-REGISTROS TO TRUE
               NOT AT END
                  IF CN-FECHA-PROCESO EQUAL WS-FECHA-PROCESO-TEXTO
                     ADD 1 TO WS-CANT-COMISIONES
                     MOVE 'I'                 TO WS-MOV-TIPO-IMPUTACION
                     MOVE CN-COD-CONCEPTO     TO WS-MOV-CONCEPTO
                     MOVE CN-COD-MONEDA       TO WS-MOV-MONEDA
                     SET WS-MOV-HABER         TO TRUE
                     MOVE CN-IMPORTE-COMISION TO WS-MOV-IMPORTE
                     PERFORM 6000-IMPUTAR
                        THRU 6000-IMPUTAR-EXIT
                  END-IF
           END-READ.

       3510-LEER-COMISION-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       4500-PROCESAR-ENVIOS.

           OPEN INPUT INTERENV.
           IF WS-STATUS-INTERENV NOT EQUAL '00'
              GO TO 4500-PROCESAR-ENVIOS-EXIT
           END-IF.

           SET WS-HAY-MAS-REGISTROS TO TRUE.
           PERFORM 4510-LEER-ENVIO
              THRU 4510-LEER-ENVIO-EXIT
              UNTIL WS-NO-HAY-MAS-REGISTROS.
           CLOSE INTERENV.

       4500-PROCESAR-ENVIOS-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       4510-LEER-ENVIO.

      *    Lo enviado hoy se imputa al haber del suspenso en la
      *    moneda e importe que viajan al banco contraparte (el
      *    debito al cliente ya entro por el jornal).  Lo que
      *    CLINTERD marco con fecha de liquidacion de hoy sale del
      *    suspenso: lo liquidado contra la cuenta de liquidacion
      *    con los bancos, lo devuelto contra el recredito al
      *    cliente, que entra por el jornal como operacion propia
      *    de CLINTERD.  La fecha de liquidacion impide cancelar dos
      *    veces el mismo envio si el retorno se vuelve a procesar.
      *    Lo que sigue enviado sin liquidar se informa como saldo
      *    del suspenso.
           READ INTERENV
               AT END
                  SET WS-NO-HAY-MAS-REGISTROS TO TRUE
               NOT AT END
                  IF IE-FECHA-ENVIO EQUAL WS-FECHA-PROCESO-TEXTO
                     ADD 1 TO WS-CANT-ENVIOS
                     MOVE 'S'    TO WS-MOV-TIPO-IMPUTACION
                     MOVE SPACES TO WS-MOV-CONCEPTO
                     MOVE IE-COD-MONEDA-CREDITO TO WS-MOV-MONEDA
                     SET WS-MOV-HABER TO TRUE
                     MOVE IE-IMPORTE-CREDITO TO WS-MOV-IMPORTE
                     PERFORM 6000-IMPUTAR
                        THRU 6000-IMPUTAR-EXIT
                  END-IF
                  IF NOT IE-ENVIADA
                     IF IE-FECHA-LIQUIDACION
                                       EQUAL WS-FECHA-PROCESO-TEXTO
                        PERFORM 4600-CANCELAR-SUSPENSO
                           THRU 4600-CANCELAR-SUSPENSO-EXIT
                     END-IF
                  ELSE
                     MOVE IE-COD-MONEDA-CREDITO TO WS-MOV-MONEDA
                     PERFORM 6300-BUSCAR-MONEDA
                        THRU 6300-BUSCAR-MONEDA-EXIT
                     ADD IE-IMPORTE-CREDITO
                       TO WS-MON-SUSPENSO(WS-IDX-MON-HALLADA)
                     ADD 1 TO WS-MON-CANT-SUSPENSO(WS-IDX-MON-HALLADA)
                  END-IF
           END-READ.

       4510-LEER-ENVIO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       4600-CANCELAR-SUSPENSO.

           MOVE 'S'                   TO WS-MOV-TIPO-IMPUTACION.
           MOVE SPACES                TO WS-MOV-CONCEPTO.
           MOVE IE-COD-MONEDA-CREDITO TO WS-MOV-MONEDA.
           SET WS-MOV-DEBE            TO TRUE.
           MOVE IE-IMPORTE-CREDITO    TO WS-MOV-IMPORTE.
           PERFORM 6000-IMPUTAR
              THRU 6000-IMPUTAR-EXIT.

           IF IE-LIQUIDADA
              ADD 1 TO WS-CANT-LIQUIDACIONES
              MOVE 'L'        TO WS-MOV-TIPO-IMPUTACION
              SET WS-MOV-HABER TO TRUE
              PERFORM 6000-IMPUTAR
                 THRU 6000-IMPUTAR-EXIT
           ELSE
              ADD 1 TO WS-CANT-DEVOLUCIONES
           END-IF.

       4600-CANCELAR-SUSPENSO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       5000-IMPUTAR-CAMBIO.

      *    La operacion entre monedas que se movio hoy debita una
      *    moneda y acredita otra: cada pata se compensa en la
      *    posicion de cambio de su moneda, asi cada moneda calza
      *    por si sola.
           IF WS-OPE-EN-JORNAL(WS-IDX-OPERACION) NOT EQUAL 'S'
           OR WS-OPE-MONEDA(WS-IDX-OPERACION)
                 EQUAL WS-OPE-MONEDA-CREDITO(WS-IDX-OPERACION)
              GO TO 5000-IMPUTAR-CAMBIO-EXIT
           END-IF.

           ADD 1 TO WS-CANT-CAMBIOS.

           MOVE 'P'    TO WS-MOV-TIPO-IMPUTACION.
           MOVE SPACES TO WS-MOV-CONCEPTO.
           MOVE WS-OPE-MONEDA(WS-IDX-OPERACION) TO WS-MOV-MONEDA.
           SET WS-MOV-HABER TO TRUE.
           MOVE WS-OPE-IMPORTE(WS-IDX-OPERACION) TO WS-MOV-IMPORTE.
           PERFORM 6000-IMPUTAR
              THRU 6000-IMPUTAR-EXIT.

           MOVE WS-OPE-MONEDA-CREDITO(WS-IDX-OPERACION)
             TO WS-MOV-MONEDA.
           SET WS-MOV-DEBE TO TRUE.
           MOVE WS-OPE-IMPORTE-CREDITO(WS-IDX-OPERACION)
             TO WS-MOV-IMPORTE.
           PERFORM 6000-IMPUTAR
              THRU 6000-IMPUTAR-EXIT.

       5000-IMPUTAR-CAMBIO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       6000-IMPUTAR.

      *    El movimiento sin cuenta contable no se pierde: suma al
      *    control de su moneda y deja el archivo retenido hasta que
      *    se complete CTACONTA.
           PERFORM 6100-BUSCAR-CUENTA-CONTABLE
              THRU 6100-BUSCAR-CUENTA-CONTABLE-EXIT.

           IF WS-IMP-NO-HALLADA
              ADD 1 TO WS-CANT-SIN-IMPUTACION
              DISPLAY 'Sin cuenta contable para imputacion '
                 WS-MOV-TIPO-IMPUTACION ' concepto '
                 WS-MOV-CONCEPTO ' moneda ' WS-MOV-MONEDA
              MOVE '*SIN CUENTA*' TO WS-CUENTA-IMPUTADA
              MOVE 'SIN IMPUTACION EN CTACONTA'
                TO WS-DESCRIPCION-IMPUTADA
           END-IF.

           PERFORM 6200-ACUMULAR-ASIENTO
              THRU 6200-ACUMULAR-ASIENTO-EXIT.

           PERFORM 6300-BUSCAR-MONEDA
              THRU 6300-BUSCAR-MONEDA-EXIT.
           IF WS-MOV-DEBE
              ADD WS-MOV-IMPORTE TO WS-MON-DEBE(WS-IDX-MON-HALLADA)
           ELSE
              ADD WS-MOV-IMPORTE TO WS-MON-HABER(WS-IDX-MON-HALLADA)
           END-IF.

       6000-IMPUTAR-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       6100-BUSCAR-CUENTA-CONTABLE.

      *    Primero el registro del concepto exacto; si no hay, el
      *    registro sin concepto del mismo tipo y moneda.
           SET WS-IMP-NO-HALLADA TO TRUE.
           MOVE SPACES TO WS-CUENTA-IMPUTADA WS-DESCRIPCION-IMPUTADA.
           IF WS-CANT-IMPUTACIONES EQUAL ZERO
              GO TO 6100-BUSCAR-CUENTA-CONTABLE-EXIT
           END-IF.

           MOVE WS-MOV-CONCEPTO TO WS-CONCEPTO-BUSCADO.
           PERFORM 6110-COMPARAR-IMPUTACION
              THRU 6110-COMPARAR-IMPUTACION-EXIT
              VARYING WS-IDX-IMPUTACION FROM 1 BY 1
              UNTIL WS-IDX-IMPUTACION > WS-CANT-IMPUTACIONES
                 OR WS-IMP-HALLADA.

           IF WS-IMP-NO-HALLADA
           AND WS-MOV-CONCEPTO NOT EQUAL SPACES
              MOVE SPACES TO WS-CONCEPTO-BUSCADO
              PERFORM 6110-COMPARAR-IMPUTACION
                 THRU 6110-COMPARAR-IMPUTACION-EXIT
                 VARYING WS-IDX-IMPUTACION FROM 1 BY 1
                 UNTIL WS-IDX-IMPUTACION > WS-CANT-IMPUTACIONES
                    OR WS-IMP-HALLADA
           END-IF.

       6100-BUSCAR-CUENTA-CONTABLE-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       6110-COMPARAR-IMPUTACION.

           IF WS-IMP-TIPO(WS-IDX-IMPUTACION)
                                       EQUAL WS-MOV-TIPO-IMPUTACION
           AND WS-IMP-CONCEPTO(WS-IDX-IMPUTACION)
                                       EQUAL WS-CONCEPTO-BUSCADO
           AND WS-IMP-MONEDA(WS-IDX-IMPUTACION)
                                       EQUAL WS-MOV-MONEDA
              SET WS-IMP-HALLADA TO TRUE
              MOVE WS-IMP-CUENTA(WS-IDX-IMPUTACION)
                TO WS-CUENTA-IMPUTADA
              MOVE WS-IMP-DESCRIPCION(WS-IDX-IMPUTACION)
                TO WS-DESCRIPCION-IMPUTADA
           END-IF.

       6110-COMPARAR-IMPUTACION-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       6200-ACUMULAR-ASIENTO.

           SET WS-ASI-NO-HALLADO TO TRUE.
           IF WS-CANT-ASIENTOS > 0
              PERFORM 6210-COMPARAR-ASIENTO
                 THRU 6210-COMPARAR-ASIENTO-EXIT
                 VARYING WS-IDX-ASIENTO FROM 1 BY 1
                 UNTIL WS-IDX-ASIENTO > WS-CANT-ASIENTOS
                    OR WS-ASI-HALLADO
           END-IF.

      *    Con la tabla llena el importe sigue sumando al control de
      *    la moneda pero no tiene renglon: el descalce contra el
      *    detalle retiene el archivo.
           IF WS-ASI-NO-HALLADO
              IF WS-CANT-ASIENTOS < 200
                 ADD 1 TO WS-CANT-ASIENTOS
                 MOVE WS-CUENTA-IMPUTADA
                   TO WS-ASI-CUENTA(WS-CANT-ASIENTOS)
                 MOVE WS-MOV-MONEDA
                   TO WS-ASI-MONEDA(WS-CANT-ASIENTOS)
                 MOVE WS-DESCRIPCION-IMPUTADA
                   TO WS-ASI-DESCRIPCION(WS-CANT-ASIENTOS)
                 MOVE ZEROS TO WS-ASI-DEBE(WS-CANT-ASIENTOS)
                               WS-ASI-HABER(WS-CANT-ASIENTOS)
                               WS-ASI-CANT-DEBE(WS-CANT-ASIENTOS)
                               WS-ASI-CANT-HABER(WS-CANT-ASIENTOS)
                 MOVE WS-CANT-ASIENTOS TO WS-IDX-ASI-HALLADO
              ELSE
                 ADD 1 TO WS-CANT-SIN-IMPUTACION
                 DISPLAY 'Tabla de asientos completa: se ignora'
                    ' cuenta ' WS-CUENTA-IMPUTADA ' moneda '
                    WS-MOV-MONEDA
                 GO TO 6200-ACUMULAR-ASIENTO-EXIT
              END-IF
           END-IF.

           IF WS-MOV-DEBE
              ADD WS-MOV-IMPORTE TO WS-ASI-DEBE(WS-IDX-ASI-HALLADO)
              ADD 1 TO WS-ASI-CANT-DEBE(WS-IDX-ASI-HALLADO)
           ELSE
              ADD WS-MOV-IMPORTE TO WS-ASI-HABER(WS-IDX-ASI-HALLADO)
              ADD 1 TO WS-ASI-CANT-HABER(WS-IDX-ASI-HALLADO)
           END-IF.

       6200-ACUMULAR-ASIENTO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       6210-COMPARAR-ASIENTO.

           IF WS-ASI-CUENTA(WS-IDX-ASIENTO) EQUAL WS-CUENTA-IMPUTADA
           AND WS-ASI-MONEDA(WS-IDX-ASIENTO) EQUAL WS-MOV-MONEDA
              SET WS-ASI-HALLADO TO TRUE
              SET WS-IDX-ASI-HALLADO TO WS-IDX-ASIENTO
           END-IF.

       6210-COMPARAR-ASIENTO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       6300-BUSCAR-MONEDA.

           SET WS-MON-NO-HALLADA TO TRUE.
           IF WS-CANT-MONEDAS > 0
              PERFORM 6310-COMPARAR-MONEDA
                 THRU 6310-COMPARAR-MONEDA-EXIT
                 VARYING WS-IDX-MONEDA FROM 1 BY 1
                 UNTIL WS-IDX-MONEDA > WS-CANT-MONEDAS
                    OR WS-MON-HALLADA
           END-IF.

      *    Las monedas en uso son pocas (CLVALTRAN solo admite 01 y
      *    02): el tope de la tabla no deberia alcanzarse, y si se
      *    alcanza se acumula sobre la ultima para que el control
      *    no calce por omision.
           IF WS-MON-NO-HALLADA
              IF WS-CANT-MONEDAS < 10
                 ADD 1 TO WS-CANT-MONEDAS
                 MOVE WS-MOV-MONEDA TO WS-MON-CODIGO(WS-CANT-MONEDAS)
                 MOVE ZEROS TO WS-MON-DEBE(WS-CANT-MONEDAS)
                               WS-MON-HABER(WS-CANT-MONEDAS)
                               WS-MON-SUSPENSO(WS-CANT-MONEDAS)
                               WS-MON-CANT-SUSPENSO(WS-CANT-MONEDAS)
              ELSE
                 DISPLAY 'Tabla de monedas completa: moneda '
                    WS-MOV-MONEDA ' sin control propio.'
              END-IF
              MOVE WS-CANT-MONEDAS TO WS-IDX-MON-HALLADA
           END-IF.

       6300-BUSCAR-MONEDA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       6310-COMPARAR-MONEDA.

           IF WS-MON-CODIGO(WS-IDX-MONEDA) EQUAL WS-MOV-MONEDA
              SET WS-MON-HALLADA TO TRUE
              SET WS-IDX-MON-HALLADA TO WS-IDX-MONEDA
           END-IF.

       6310-COMPARAR-MONEDA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       7000-VERIFICAR-BALANCEO.

      *    El archivo solo se libera si cada moneda calza y todo
      *    movimiento encontro su cuenta contable.
           SET WS-ARCHIVO-LIBERADO TO TRUE.

           IF WS-CANT-MONEDAS > 0
              PERFORM 7100-VERIFICAR-MONEDA
                 THRU 7100-VERIFICAR-MONEDA-EXIT
                 VARYING WS-IDX-MONEDA FROM 1 BY 1
                 UNTIL WS-IDX-MONEDA > WS-CANT-MONEDAS
           END-IF.

           IF WS-CANT-DESCALCES > 0
           OR WS-CANT-SIN-IMPUTACION > 0
              SET WS-ARCHIVO-RETENIDO TO TRUE
           END-IF.

       7000-VERIFICAR-BALANCEO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       7100-VERIFICAR-MONEDA.

           IF WS-MON-DEBE(WS-IDX-MONEDA)
                 NOT EQUAL WS-MON-HABER(WS-IDX-MONEDA)
              ADD 1 TO WS-CANT-DESCALCES
              DISPLAY 'CLCONTAB - Moneda ' WS-MON-CODIGO(WS-IDX-MONEDA)
                 ' no balancea: debe ' WS-MON-DEBE(WS-IDX-MONEDA)
                 ' haber ' WS-MON-HABER(WS-IDX-MONEDA)
           END-IF.

       7100-VERIFICAR-MONEDA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       7500-GRABAR-ASIENTOS.

           OPEN OUTPUT ASICONT.
           IF WS-STATUS-ASICONT NOT EQUAL '00'
              DISPLAY 'Error abriendo ' WS-ARCHIVO-ASIENTOS
                 ', status ' WS-STATUS-ASICONT
              SET WS-ARCHIVO-RETENIDO TO TRUE
              GO TO 7500-GRABAR-ASIENTOS-EXIT
           END-IF.

           IF WS-CANT-ASIENTOS > 0
              PERFORM 7510-GRABAR-PAR
                 THRU 7510-GRABAR-PAR-EXIT
                 VARYING WS-IDX-ASIENTO FROM 1 BY 1
                 UNTIL WS-IDX-ASIENTO > WS-CANT-ASIENTOS
           END-IF.

           CLOSE ASICONT.

       7500-GRABAR-ASIENTOS-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       7510-GRABAR-PAR.

           MOVE WS-FECHA-PROCESO-TEXTO TO AS-FECHA-PROCESO.
           MOVE WS-ASI-CUENTA(WS-IDX-ASIENTO) TO AS-CUENTA-CONTABLE.
           MOVE WS-ASI-MONEDA(WS-IDX-ASIENTO) TO AS-COD-MONEDA.
           MOVE WS-ASI-DESCRIPCION(WS-IDX-ASIENTO) TO AS-DESCRIPCION.

           SET AS-DEBE TO TRUE.
           MOVE WS-ASI-DEBE(WS-IDX-ASIENTO)      TO AS-IMPORTE.
           MOVE WS-ASI-CANT-DEBE(WS-IDX-ASIENTO) TO AS-CANT-MOVIMIENTOS.
           WRITE AS-ASIENTO.
           IF WS-STATUS-ASICONT NOT EQUAL '00'
              DISPLAY 'Error grabando ' WS-ARCHIVO-ASIENTOS
                 ', status ' WS-STATUS-ASICONT ' - cuenta '
                 AS-CUENTA-CONTABLE
           ELSE
              ADD 1 TO WS-CANT-GRABADOS
           END-IF.

           SET AS-HABER TO TRUE.
           MOVE WS-ASI-HABER(WS-IDX-ASIENTO) TO AS-IMPORTE.
           MOVE WS-ASI-CANT-HABER(WS-IDX-ASIENTO)
             TO AS-CANT-MOVIMIENTOS.
           WRITE AS-ASIENTO.
           IF WS-STATUS-ASICONT NOT EQUAL '00'
              DISPLAY 'Error grabando ' WS-ARCHIVO-ASIENTOS
                 ', status ' WS-STATUS-ASICONT ' - cuenta '
                 AS-CUENTA-CONTABLE
           ELSE
              ADD 1 TO WS-CANT-GRABADOS
           END-IF.

       7510-GRABAR-PAR-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       7600-ANULAR-ARCHIVO-PREVIO.

      *    Si una corrida anterior del mismo dia llego a liberar el
      *    archivo, se deja vacio: contabilidad no debe tomar un
      *    resumen que ya no coincide con el jornal.
           OPEN INPUT ASICONT.
           IF WS-STATUS-ASICONT EQUAL '00'
              CLOSE ASICONT
              OPEN OUTPUT ASICONT
              CLOSE ASICONT
              DISPLAY 'CLCONTAB - Se anula ' WS-ARCHIVO-ASIENTOS
                 ' de una corrida anterior.'
           END-IF.

       7600-ANULAR-ARCHIVO-PREVIO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       8000-EMITIR-REPORTE.

           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'ASIENTOS CONTABLES DEL DIA - '
                                          DELIMITED BY SIZE
                  WS-FECHA-PROCESO-TEXTO  DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO RK-LINEA.
           WRITE RK-LINEA.
           MOVE ALL '=' TO RK-LINEA.
           WRITE RK-LINEA.

           IF WS-CANT-ASIENTOS > 0
              MOVE WS-TITULO-ASIENTOS TO RK-LINEA
              WRITE RK-LINEA
              PERFORM 8100-DETALLE-ASIENTO
                 THRU 8100-DETALLE-ASIENTO-EXIT
                 VARYING WS-IDX-ASIENTO FROM 1 BY 1
                 UNTIL WS-IDX-ASIENTO > WS-CANT-ASIENTOS
           ELSE
              MOVE 'SIN MOVIMIENTOS A CONTABILIZAR EN EL DIA'
                TO RK-LINEA
              WRITE RK-LINEA
           END-IF.

           MOVE ALL '-' TO RK-LINEA.
           WRITE RK-LINEA.

           IF WS-CANT-MONEDAS > 0
              PERFORM 8200-DETALLE-MONEDA
                 THRU 8200-DETALLE-MONEDA-EXIT
                 VARYING WS-IDX-MONEDA FROM 1 BY 1
                 UNTIL WS-IDX-MONEDA > WS-CANT-MONEDAS
           END-IF.

           MOVE ALL '-' TO RK-LINEA.
           WRITE RK-LINEA.

           MOVE WS-CANT-JORNAL TO WS-CANT-EDIT.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'MOVIMIENTOS DE JORNAL .........: ' DELIMITED BY SIZE
                  WS-CANT-EDIT                        DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO RK-LINEA.
           WRITE RK-LINEA.

           MOVE WS-CANT-COMISIONES TO WS-CANT-EDIT.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'COMISIONES ....................: ' DELIMITED BY SIZE
                  WS-CANT-EDIT                        DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO RK-LINEA.
           WRITE RK-LINEA.

           MOVE WS-CANT-REVERSOS TO WS-CANT-EDIT.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'REVERSOS ......................: ' DELIMITED BY SIZE
                  WS-CANT-EDIT                        DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO RK-LINEA.
           WRITE RK-LINEA.

           MOVE WS-CANT-INTERESES TO WS-CANT-EDIT.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'INTERESES CAPITALIZADOS .......: ' DELIMITED BY SIZE
                  WS-CANT-EDIT                        DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO RK-LINEA.
           WRITE RK-LINEA.

           MOVE WS-CANT-ENVIOS TO WS-CANT-EDIT.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'ENVIOS AL SUSPENSO ............: ' DELIMITED BY SIZE
                  WS-CANT-EDIT                        DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO RK-LINEA.
           WRITE RK-LINEA.

           MOVE WS-CANT-LIQUIDACIONES TO WS-CANT-EDIT.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'LIQUIDADAS (SALEN DEL SUSPENSO): ' DELIMITED BY SIZE
                  WS-CANT-EDIT                        DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO RK-LINEA.
           WRITE RK-LINEA.

           MOVE WS-CANT-DEVOLUCIONES TO WS-CANT-EDIT.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'DEVUELTAS (SALEN DEL SUSPENSO) : ' DELIMITED BY SIZE
                  WS-CANT-EDIT                        DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO RK-LINEA.
           WRITE RK-LINEA.

           MOVE WS-CANT-CAMBIOS TO WS-CANT-EDIT.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'OPERACIONES ENTRE MONEDAS .....: ' DELIMITED BY SIZE
                  WS-CANT-EDIT                        DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO RK-LINEA.
           WRITE RK-LINEA.

           MOVE WS-CANT-SIN-IMPUTACION TO WS-CANT-EDIT.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'MOVIMIENTOS SIN CUENTA CONTABLE: ' DELIMITED BY SIZE
                  WS-CANT-EDIT                        DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO RK-LINEA.
           WRITE RK-LINEA.

           MOVE ALL '-' TO RK-LINEA.
           WRITE RK-LINEA.

           MOVE SPACES TO WS-LINEA-REPORTE.
           IF WS-ARCHIVO-LIBERADO
              STRING 'ARCHIVO LIBERADO: '  DELIMITED BY SIZE
                     WS-ARCHIVO-ASIENTOS   DELIMITED BY SIZE
                 INTO WS-LINEA-REPORTE
           ELSE
              STRING 'ARCHIVO RETENIDO: '  DELIMITED BY SIZE
                     WS-ARCHIVO-ASIENTOS   DELIMITED BY SIZE
                     ' NO SE ENTREGA A CONTABILIDAD'
                                           DELIMITED BY SIZE
                 INTO WS-LINEA-REPORTE
           END-IF.
           MOVE WS-LINEA-REPORTE TO RK-LINEA.
           WRITE RK-LINEA.

       8000-EMITIR-REPORTE-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       8100-DETALLE-ASIENTO.

           MOVE WS-ASI-DEBE(WS-IDX-ASIENTO)  TO WS-IMPORTE-EDIT.
           MOVE WS-ASI-HABER(WS-IDX-ASIENTO) TO WS-IMPORTE-EDIT-2.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING WS-ASI-CUENTA(WS-IDX-ASIENTO)
                                     DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-ASI-MONEDA(WS-IDX-ASIENTO)
                                     DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-IMPORTE-EDIT    DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-IMPORTE-EDIT-2  DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO RK-LINEA.
           WRITE RK-LINEA.

           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING '             '    DELIMITED BY SIZE
                  WS-ASI-DESCRIPCION(WS-IDX-ASIENTO)
                                     DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO RK-LINEA.
           WRITE RK-LINEA.

       8100-DETALLE-ASIENTO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       8200-DETALLE-MONEDA.

           MOVE WS-MON-DEBE(WS-IDX-MONEDA)  TO WS-IMPORTE-EDIT.
           MOVE WS-MON-HABER(WS-IDX-MONEDA) TO WS-IMPORTE-EDIT-2.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'TOTAL MONEDA '    DELIMITED BY SIZE
                  WS-MON-CODIGO(WS-IDX-MONEDA)
                                     DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-IMPORTE-EDIT    DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-IMPORTE-EDIT-2  DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO RK-LINEA.
           WRITE RK-LINEA.

           IF WS-MON-DEBE(WS-IDX-MONEDA)
                 NOT EQUAL WS-MON-HABER(WS-IDX-MONEDA)
              COMPUTE WS-DIFERENCIA = WS-MON-DEBE(WS-IDX-MONEDA)
                                    - WS-MON-HABER(WS-IDX-MONEDA)
              MOVE WS-DIFERENCIA TO WS-DIFERENCIA-EDIT
              MOVE SPACES TO WS-LINEA-REPORTE
              STRING '   *** NO BALANCEA - DIFERENCIA '
                                        DELIMITED BY SIZE
                     WS-DIFERENCIA-EDIT DELIMITED BY SIZE
                 INTO WS-LINEA-REPORTE
              MOVE WS-LINEA-REPORTE TO RK-LINEA
              WRITE RK-LINEA
           END-IF.

           IF WS-MON-CANT-SUSPENSO(WS-IDX-MONEDA) > 0
              MOVE WS-MON-CANT-SUSPENSO(WS-IDX-MONEDA) TO WS-CANT-EDIT
              MOVE WS-MON-SUSPENSO(WS-IDX-MONEDA) TO WS-IMPORTE-EDIT
              MOVE SPACES TO WS-LINEA-REPORTE
              STRING '   ENVIOS SIN LIQUIDAR '  DELIMITED BY SIZE
                     WS-CANT-EDIT               DELIMITED BY SIZE
                     ' EN SUSPENSO '            DELIMITED BY SIZE
                     WS-IMPORTE-EDIT            DELIMITED BY SIZE
                 INTO WS-LINEA-REPORTE
              MOVE WS-LINEA-REPORTE TO RK-LINEA
              WRITE RK-LINEA
           END-IF.

       8200-DETALLE-MONEDA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       8500-INFORMAR-TOTALES.

           DISPLAY 'CLCONTAB - Movimientos de jornal ..: '
              WS-CANT-JORNAL.
           DISPLAY 'CLCONTAB - Comisiones .............: '
              WS-CANT-COMISIONES.
           DISPLAY 'CLCONTAB - Reversos ...............: '
              WS-CANT-REVERSOS.
           DISPLAY 'CLCONTAB - Intereses capitalizados : '
              WS-CANT-INTERESES.
           DISPLAY 'CLCONTAB - Envios al suspenso .....: '
              WS-CANT-ENVIOS.
           DISPLAY 'CLCONTAB - Liquidadas / devueltas .: '
              WS-CANT-LIQUIDACIONES ' / ' WS-CANT-DEVOLUCIONES.
           DISPLAY 'CLCONTAB - Sin cuenta contable ....: '
              WS-CANT-SIN-IMPUTACION.
           DISPLAY 'CLCONTAB - Monedas sin balancear ..: '
              WS-CANT-DESCALCES.
           IF WS-ARCHIVO-LIBERADO
              DISPLAY 'CLCONTAB - Asientos grabados ......: '
                 WS-CANT-GRABADOS ' en ' WS-ARCHIVO-ASIENTOS
           ELSE
              DISPLAY 'CLCONTAB - Archivo ' WS-ARCHIVO-ASIENTOS
                 ' RETENIDO: no balancea o faltan imputaciones.'
      *       El codigo de retorno detiene la cadena nocturna
      *       (CLCADENA) antes del corte.
              MOVE 4 TO RETURN-CODE
           END-IF.

       8500-INFORMAR-TOTALES-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       9000-FINALIZAR.

           CLOSE REPCONTA.

       9000-FINALIZAR-EXIT.
           EXIT.


       END PROGRAM CLCONTAB.
