      *----------------------------------------------------------------*
      *  Purpose: Posicion diaria de cambio.  Corre al cierre del dia,
      *           despues del posteo y del reposteo y antes de
      *           CLCORTED, sobre lo que la interfaz viva POSTEOIF
      *           tiene posteado (o posteado y despues reversado): por
      *           cada par de monedas de las operaciones entre monedas
      *           totaliza lo comprado (la moneda debitada al cliente)
      *           y lo vendido (la moneda acreditada), la tasa
      *           promedio aplicada contra la tasa del dia de TASACAMB
      *           y la diferencia que eso representa.  Los reversos y
      *           las devoluciones interbancarias deshacen operaciones
      *           anteriores: mueven la posicion pero no se convierten
      *           a ninguna tasa nueva, asi que no entran en la tasa
      *           promedio.  Cada operacion convertida a una tasa que
      *           no es la vigente del dia (una TC-FECHA-VIGENCIA
      *           anterior, o una tasa que TASACAMB no tiene) se lista
      *           con su vigencia.  Cierra con la posicion neta de
      *           cada moneda (larga o corta) y su equivalente en
      *           moneda local a la tasa del dia.  Reporte REPPOSCA.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CLPOSCAM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TASACAMB ASSIGN TO "TASACAMB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-TASACAMB.

           SELECT POSTEOIF ASSIGN TO "POSTEOIF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-POSTEOIF.

           SELECT REPPOSCA ASSIGN TO "REPPOSCA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REPPOSCA.


       DATA DIVISION.

       FILE SECTION.

       FD  TASACAMB.
           COPY TASACAMB.

       FD  POSTEOIF.
           COPY TRANREG_PO.

       FD  REPPOSCA.
       01  PC-LINEA                            PIC X(132).


       WORKING-STORAGE SECTION.

       01 WS-INDICADORES-ARCHIVO.
          05 WS-STATUS-TASACAMB                PIC X(02).
          05 WS-STATUS-POSTEOIF                PIC X(02).
          05 WS-STATUS-REPPOSCA                PIC X(02).

       01 WS-FIN-ARCHIVO                       PIC X(01).
          88 WS-HAY-MAS-REGISTROS              VALUE 'N'.
          88 WS-NO-HAY-MAS-REGISTROS           VALUE 'S'.

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

      *    -- tasas de TASACAMB, de todas las vigencias ---------------*
       01 WS-TABLA-TASAS.
          05 WS-CANT-TASAS                     PIC 9(04) COMP
                                                VALUE ZERO.
          05 WS-TASA-DET OCCURS 1 TO 2000 TIMES
                DEPENDING ON WS-CANT-TASAS
                INDEXED BY WS-IDX-TASA.
             10 WS-TAS-MON-ORIGEN              PIC X(02).
             10 WS-TAS-MON-DESTINO             PIC X(02).
             10 WS-TAS-VIGENCIA                PIC X(10).
             10 WS-TAS-VIGENCIA-NUM            PIC 9(08).
             10 WS-TAS-VALOR                   PIC 9(04)V9(06).

      *    -- tasa buscada: la del dia para un par o la vigencia de la
      *    -- tasa que aplico una operacion ---------------------------*
       01 WS-TASA-BUSCADA.
          05 WS-TB-MON-ORIGEN                  PIC X(02).
          05 WS-TB-MON-DESTINO                 PIC X(02).
          05 WS-TB-VALOR                       PIC 9(04)V9(06).
          05 WS-TB-IDX-MEJOR                   PIC 9(04) COMP.
          05 WS-TB-VIGENCIA-MEJOR              PIC 9(08).
          05 WS-TB-ESTADO                      PIC X(01).
             88 WS-TB-DEL-DIA                  VALUE 'S'.
             88 WS-TB-ANTERIOR                 VALUE 'V'.
             88 WS-TB-SIN-TASA                 VALUE 'N'.

      *    -- posicion por par de monedas -----------------------------*
       01 WS-TABLA-PARES.
          05 WS-CANT-PARES                     PIC 9(03) COMP
                                                VALUE ZERO.
          05 WS-PAR-DET OCCURS 1 TO 50 TIMES
                DEPENDING ON WS-CANT-PARES
                INDEXED BY WS-IDX-PAR.
             10 WS-PAR-MON-ORIGEN              PIC X(02).
             10 WS-PAR-MON-DESTINO             PIC X(02).
             10 WS-PAR-CANT-OPERACIONES        PIC 9(07) COMP.
             10 WS-PAR-CANT-DESHECHAS          PIC 9(07) COMP.
             10 WS-PAR-CANT-TASA-VIEJA         PIC 9(07) COMP.
             10 WS-PAR-COMPRADO                PIC 9(14)V9(02).
             10 WS-PAR-VENDIDO                 PIC 9(14)V9(02).
             10 WS-PAR-CONV-COMPRADO           PIC 9(14)V9(02).
             10 WS-PAR-CONV-VENDIDO            PIC 9(14)V9(02).
             10 WS-PAR-TASA-DIA                PIC 9(04)V9(06).
             10 WS-PAR-VIGENCIA-DIA            PIC X(10).
             10 WS-PAR-ESTADO-TASA             PIC X(01).
                88 WS-PAR-TASA-DEL-DIA         VALUE 'S'.
                88 WS-PAR-TASA-ANTERIOR        VALUE 'V'.
                88 WS-PAR-SIN-TASA             VALUE 'N'.
       01 WS-PAR-HALLADO                       PIC X(01).
          88 WS-PAR-OK                         VALUE 'S'.
          88 WS-PAR-NOTOK                      VALUE 'N'.

      *    -- posicion neta por moneda --------------------------------*
       01 WS-TABLA-MONEDAS.
          05 WS-CANT-MONEDAS                   PIC 9(03) COMP
                                                VALUE ZERO.
          05 WS-MONEDA-DET OCCURS 1 TO 20 TIMES
                DEPENDING ON WS-CANT-MONEDAS
                INDEXED BY WS-IDX-MONEDA.
             10 WS-MON-CODIGO                  PIC X(02).
             10 WS-MON-COMPRADO                PIC 9(14)V9(02).
             10 WS-MON-VENDIDO                 PIC 9(14)V9(02).
       01 WS-MONEDA-BUSCADA                    PIC X(02).
       01 WS-MONEDA-HALLADA                    PIC X(01).
          88 WS-MON-OK                         VALUE 'S'.
          88 WS-MON-NOTOK                      VALUE 'N'.

       01 WS-IDX-HALLADA                       PIC 9(04) COMP.

      *    -- calculos ------------------------------------------------*
       01 WS-TASA-PROMEDIO                     PIC 9(04)V9(06).
       01 WS-DIFERENCIA-TASA                   PIC S9(14)V9(02).
       01 WS-POSICION-NETA                     PIC S9(14)V9(02).
       01 WS-EQUIVALENTE-LOCAL                 PIC S9(14)V9(02).
       01 WS-TOTAL-EQUIVALENTE                 PIC S9(14)V9(02)
                                                VALUE ZERO.
       01 WS-SENTIDO                           PIC X(07).
       01 WS-OBSERVACION                       PIC X(30).

       01 WS-TOTALES.
          05 WS-CANT-LEIDOS                    PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-POSTEADOS                 PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-ENTRE-MONEDAS             PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-DESHECHAS                 PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-TASA-VIEJA                PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-SIN-TASA-LOCAL            PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-FUERA-DE-TABLA            PIC 9(07) COMP
                                                VALUE ZERO.

       01 WS-LINEA-REPORTE                     PIC X(132).
       01 WS-CANT-EDIT                         PIC ZZZZ9.
       01 WS-CANT-EDIT-2                       PIC ZZZZ9.
       01 WS-IMPORTE-EDIT                      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-IMPORTE-EDIT-2                    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-DIFERENCIA-EDIT                   PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-DIFERENCIA-EDIT-2                 PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-TASA-EDIT                         PIC ZZZ9,999999.
       01 WS-TASA-EDIT-2                       PIC ZZZ9,999999.


       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIALIZAR
              THRU 1000-INICIALIZAR-EXIT.

           PERFORM 2000-PROCESAR-OPERACIONES
              THRU 2000-PROCESAR-OPERACIONES-EXIT.
           IF WS-CANT-TASA-VIEJA EQUAL ZERO
              MOVE '   SIN OPERACIONES A TASA NO VIGENTE' TO PC-LINEA
              WRITE PC-LINEA
           END-IF.

           PERFORM 3000-INFORMAR-PARES
              THRU 3000-INFORMAR-PARES-EXIT.

           PERFORM 4000-INFORMAR-MONEDAS
              THRU 4000-INFORMAR-MONEDAS-EXIT.

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

      *    Se cargan todas las vigencias: la tasa aplicada por una
      *    operacion validada dias antes (y posteada hoy por el
      *    reposteo o la aprobacion) es de una vigencia anterior.
           OPEN INPUT TASACAMB.
           IF WS-STATUS-TASACAMB EQUAL '00'
              SET WS-HAY-MAS-REGISTROS TO TRUE
              PERFORM 1100-CARGAR-TASAS
                 THRU 1100-CARGAR-TASAS-EXIT
                 UNTIL WS-NO-HAY-MAS-REGISTROS
              CLOSE TASACAMB
           ELSE
              DISPLAY 'TASACAMB no disponible, status '
                 WS-STATUS-TASACAMB ': no hay tasa del dia.'
           END-IF.

           OPEN OUTPUT REPPOSCA.

           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'POSICION DIARIA DE CAMBIO' DELIMITED BY SIZE
                  ' - '                   DELIMITED BY SIZE
                  WS-FECHA-PROCESO-TEXTO  DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO PC-LINEA.
           WRITE PC-LINEA.
           MOVE ALL '=' TO PC-LINEA.
           WRITE PC-LINEA.

           MOVE SPACES TO PC-LINEA.
           WRITE PC-LINEA.
           MOVE '1. OPERACIONES CONVERTIDAS A TASA NO VIGENTE EN EL DIA'
             TO PC-LINEA.
           WRITE PC-LINEA.

           MOVE SPACES TO WS-LINEA-REPORTE.
           MOVE 'OPERACION'          TO WS-LINEA-REPORTE(4:9).
           MOVE 'FECHA'              TO WS-LINEA-REPORTE(16:5).
           MOVE 'PAR'                TO WS-LINEA-REPORTE(28:3).
           MOVE 'IMPORTE'            TO WS-LINEA-REPORTE(46:7).
           MOVE 'TASA APLIC.'        TO WS-LINEA-REPORTE(55:11).
           MOVE 'VIGENCIA'           TO WS-LINEA-REPORTE(68:8).
           MOVE 'TASA DIA'           TO WS-LINEA-REPORTE(83:8).
           MOVE 'OBSERVACION'        TO WS-LINEA-REPORTE(93:11).
           MOVE WS-LINEA-REPORTE TO PC-LINEA.
           WRITE PC-LINEA.
           MOVE ALL '-' TO PC-LINEA.
           WRITE PC-LINEA.

       1000-INICIALIZAR-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       1100-CARGAR-TASAS.

           READ TASACAMB
               AT END
                  SET WS-NO-HAY-MAS-REGISTROS TO TRUE
               NOT AT END
                  MOVE TC-FECHA-VIGENCIA TO WS-FECHA-TEXTO
                  PERFORM 1900-CONVERTIR-FECHA
                     THRU 1900-CONVERTIR-FECHA-EXIT
                  IF WS-CONVERSION-NOTOK
                     DISPLAY 'TASACAMB: vigencia invalida '
                        TC-FECHA-VIGENCIA ' para '
                        TC-COD-MONEDA-ORIGEN '/'
                        TC-COD-MONEDA-DESTINO ', se ignora.'
                  ELSE
                     IF WS-CANT-TASAS < 2000
                        ADD 1 TO WS-CANT-TASAS
                        MOVE TC-COD-MONEDA-ORIGEN
                          TO WS-TAS-MON-ORIGEN(WS-CANT-TASAS)
                        MOVE TC-COD-MONEDA-DESTINO
                          TO WS-TAS-MON-DESTINO(WS-CANT-TASAS)
                        MOVE TC-FECHA-VIGENCIA
                          TO WS-TAS-VIGENCIA(WS-CANT-TASAS)
                        MOVE WS-FECHA-CONV-NUM
                          TO WS-TAS-VIGENCIA-NUM(WS-CANT-TASAS)
                        MOVE TC-VALOR-TASA
                          TO WS-TAS-VALOR(WS-CANT-TASAS)
                     ELSE
                        ADD 1 TO WS-CANT-FUERA-DE-TABLA
                     END-IF
                  END-IF
           END-READ.

       1100-CARGAR-TASAS-EXIT.
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
       2000-PROCESAR-OPERACIONES.

           OPEN INPUT POSTEOIF.
           IF WS-STATUS-POSTEOIF NOT EQUAL '00'
              DISPLAY 'POSTEOIF no disponible, status '
                 WS-STATUS-POSTEOIF
              GO TO 2000-PROCESAR-OPERACIONES-EXIT
           END-IF.

           SET WS-HAY-MAS-REGISTROS TO TRUE.
           PERFORM 2100-LEER-OPERACION
              THRU 2100-LEER-OPERACION-EXIT
              UNTIL WS-NO-HAY-MAS-REGISTROS.

           CLOSE POSTEOIF.

       2000-PROCESAR-OPERACIONES-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2100-LEER-OPERACION.

           READ POSTEOIF
               AT END
                  SET WS-NO-HAY-MAS-REGISTROS TO TRUE
               NOT AT END
                  ADD 1 TO WS-CANT-LEIDOS
                  PERFORM 2200-EVALUAR-OPERACION
                     THRU 2200-EVALUAR-OPERACION-EXIT
           END-READ.

       2100-LEER-OPERACION-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2200-EVALUAR-OPERACION.

      *    Lo que el posteo movio: posteado, o posteado y reversado
      *    despues (el reverso viene en su propio registro).
           IF NOT PO-POSTEO-REALIZADO
           AND NOT PO-POSTEO-REVERSADO
              GO TO 2200-EVALUAR-OPERACION-EXIT
           END-IF.
           ADD 1 TO WS-CANT-POSTEADOS.

           IF PO-COD-MONEDA EQUAL PO-COD-MONEDA-CREDITO
              GO TO 2200-EVALUAR-OPERACION-EXIT
           END-IF.
           ADD 1 TO WS-CANT-ENTRE-MONEDAS.

           PERFORM 2300-UBICAR-PAR
              THRU 2300-UBICAR-PAR-EXIT.
           IF WS-PAR-NOTOK
              ADD 1 TO WS-CANT-FUERA-DE-TABLA
              GO TO 2200-EVALUAR-OPERACION-EXIT
           END-IF.

      *    El banco compra la moneda que debita al cliente y vende la
      *    que le acredita.
           ADD 1               TO WS-PAR-CANT-OPERACIONES(WS-IDX-PAR).
           ADD PO-IMPORTE      TO WS-PAR-COMPRADO(WS-IDX-PAR).
           ADD PO-IMPORTE-CREDITO
                               TO WS-PAR-VENDIDO(WS-IDX-PAR).

           MOVE PO-COD-MONEDA TO WS-MONEDA-BUSCADA.
           PERFORM 2400-UBICAR-MONEDA
              THRU 2400-UBICAR-MONEDA-EXIT.
           IF WS-MON-OK
              ADD PO-IMPORTE TO WS-MON-COMPRADO(WS-IDX-HALLADA)
           END-IF.
           MOVE PO-COD-MONEDA-CREDITO TO WS-MONEDA-BUSCADA.
           PERFORM 2400-UBICAR-MONEDA
              THRU 2400-UBICAR-MONEDA-EXIT.
           IF WS-MON-OK
              ADD PO-IMPORTE-CREDITO TO WS-MON-VENDIDO(WS-IDX-HALLADA)
           END-IF.

      *    El reverso lleva la tasa de la operacion que deshace y la
      *    devolucion interbancaria no lleva tasa: ninguno convierte.
           IF PO-DESC-CONCEPTO(1:17) EQUAL 'REVERSO OPERACION'
           OR PO-DESC-CONCEPTO(1:12) EQUAL 'DEVOLUCION: '
           OR PO-TASA-CAMBIO EQUAL ZERO
              ADD 1 TO WS-PAR-CANT-DESHECHAS(WS-IDX-PAR)
              ADD 1 TO WS-CANT-DESHECHAS
              GO TO 2200-EVALUAR-OPERACION-EXIT
           END-IF.

           ADD PO-IMPORTE         TO WS-PAR-CONV-COMPRADO(WS-IDX-PAR).
           ADD PO-IMPORTE-CREDITO TO WS-PAR-CONV-VENDIDO(WS-IDX-PAR).

           PERFORM 2500-VERIFICAR-TASA
              THRU 2500-VERIFICAR-TASA-EXIT.

       2200-EVALUAR-OPERACION-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2300-UBICAR-PAR.

           SET WS-PAR-NOTOK TO TRUE.
           IF WS-CANT-PARES > ZERO
              PERFORM 2310-COMPARAR-PAR
                 THRU 2310-COMPARAR-PAR-EXIT
                 VARYING WS-IDX-PAR FROM 1 BY 1
                 UNTIL WS-IDX-PAR > WS-CANT-PARES
                    OR WS-PAR-OK
           END-IF.
           IF WS-PAR-OK
              SET WS-IDX-PAR TO WS-IDX-HALLADA
              GO TO 2300-UBICAR-PAR-EXIT
           END-IF.

           IF WS-CANT-PARES NOT < 50
              GO TO 2300-UBICAR-PAR-EXIT
           END-IF.

      *    Par nuevo: se fija su tasa del dia una sola vez.
           ADD 1 TO WS-CANT-PARES.
           SET WS-IDX-PAR TO WS-CANT-PARES.
           MOVE PO-COD-MONEDA         TO WS-PAR-MON-ORIGEN(WS-IDX-PAR).
           MOVE PO-COD-MONEDA-CREDITO TO WS-PAR-MON-DESTINO(WS-IDX-PAR).
           MOVE ZERO TO WS-PAR-CANT-OPERACIONES(WS-IDX-PAR)
                        WS-PAR-CANT-DESHECHAS(WS-IDX-PAR)
                        WS-PAR-CANT-TASA-VIEJA(WS-IDX-PAR)
                        WS-PAR-COMPRADO(WS-IDX-PAR)
                        WS-PAR-VENDIDO(WS-IDX-PAR)
                        WS-PAR-CONV-COMPRADO(WS-IDX-PAR)
                        WS-PAR-CONV-VENDIDO(WS-IDX-PAR).

           MOVE PO-COD-MONEDA         TO WS-TB-MON-ORIGEN.
           MOVE PO-COD-MONEDA-CREDITO TO WS-TB-MON-DESTINO.
           PERFORM 5000-BUSCAR-TASA-DIA
              THRU 5000-BUSCAR-TASA-DIA-EXIT.
           MOVE WS-TB-ESTADO TO WS-PAR-ESTADO-TASA(WS-IDX-PAR).
           IF WS-TB-SIN-TASA
              MOVE ZERO   TO WS-PAR-TASA-DIA(WS-IDX-PAR)
              MOVE SPACES TO WS-PAR-VIGENCIA-DIA(WS-IDX-PAR)
           ELSE
              MOVE WS-TAS-VALOR(WS-TB-IDX-MEJOR)
                TO WS-PAR-TASA-DIA(WS-IDX-PAR)
              MOVE WS-TAS-VIGENCIA(WS-TB-IDX-MEJOR)
                TO WS-PAR-VIGENCIA-DIA(WS-IDX-PAR)
           END-IF.
           SET WS-PAR-OK TO TRUE.

       2300-UBICAR-PAR-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2310-COMPARAR-PAR.

           IF WS-PAR-MON-ORIGEN(WS-IDX-PAR) EQUAL PO-COD-MONEDA
           AND WS-PAR-MON-DESTINO(WS-IDX-PAR)
                 EQUAL PO-COD-MONEDA-CREDITO
              SET WS-IDX-HALLADA TO WS-IDX-PAR
              SET WS-PAR-OK TO TRUE
           END-IF.

       2310-COMPARAR-PAR-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2400-UBICAR-MONEDA.

           SET WS-MON-NOTOK TO TRUE.
           IF WS-CANT-MONEDAS > ZERO
              PERFORM 2410-COMPARAR-MONEDA
                 THRU 2410-COMPARAR-MONEDA-EXIT
                 VARYING WS-IDX-MONEDA FROM 1 BY 1
                 UNTIL WS-IDX-MONEDA > WS-CANT-MONEDAS
                    OR WS-MON-OK
           END-IF.
           IF WS-MON-OK
              GO TO 2400-UBICAR-MONEDA-EXIT
           END-IF.

           IF WS-CANT-MONEDAS NOT < 20
              ADD 1 TO WS-CANT-FUERA-DE-TABLA
              GO TO 2400-UBICAR-MONEDA-EXIT
           END-IF.

           ADD 1 TO WS-CANT-MONEDAS.
           MOVE WS-CANT-MONEDAS   TO WS-IDX-HALLADA.
           MOVE WS-MONEDA-BUSCADA TO WS-MON-CODIGO(WS-IDX-HALLADA).
           MOVE ZERO              TO WS-MON-COMPRADO(WS-IDX-HALLADA)
                                     WS-MON-VENDIDO(WS-IDX-HALLADA).
           SET WS-MON-OK TO TRUE.

       2400-UBICAR-MONEDA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2410-COMPARAR-MONEDA.

           IF WS-MON-CODIGO(WS-IDX-MONEDA) EQUAL WS-MONEDA-BUSCADA
              SET WS-IDX-HALLADA TO WS-IDX-MONEDA
              SET WS-MON-OK TO TRUE
           END-IF.

       2410-COMPARAR-MONEDA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2500-VERIFICAR-TASA.

      *    La tasa aplicada se busca en TASACAMB para el par; de las
      *    vigencias que la tienen rige la mas reciente hasta hoy.
      *    Si esa vigencia no es la del dia la operacion se informa.
           MOVE PO-COD-MONEDA         TO WS-TB-MON-ORIGEN.
           MOVE PO-COD-MONEDA-CREDITO TO WS-TB-MON-DESTINO.
           MOVE PO-TASA-CAMBIO        TO WS-TB-VALOR.
           PERFORM 5100-BUSCAR-TASA-APLICADA
              THRU 5100-BUSCAR-TASA-APLICADA-EXIT.
           IF WS-TB-DEL-DIA
              GO TO 2500-VERIFICAR-TASA-EXIT
           END-IF.

           ADD 1 TO WS-PAR-CANT-TASA-VIEJA(WS-IDX-PAR).
           ADD 1 TO WS-CANT-TASA-VIEJA.

           MOVE PO-IMPORTE     TO WS-IMPORTE-EDIT.
           MOVE PO-TASA-CAMBIO TO WS-TASA-EDIT.
           MOVE WS-PAR-TASA-DIA(WS-IDX-PAR) TO WS-TASA-EDIT-2.
           IF WS-TB-ANTERIOR
              MOVE WS-TAS-VIGENCIA(WS-TB-IDX-MEJOR) TO WS-FECHA-TEXTO
              MOVE 'TASA DE UNA VIGENCIA ANTERIOR'  TO WS-OBSERVACION
           ELSE
              MOVE SPACES                           TO WS-FECHA-TEXTO
              MOVE 'TASA SIN REGISTRO EN TASACAMB'  TO WS-OBSERVACION
           END-IF.

           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING '   '                  DELIMITED BY SIZE
                  PO-NRO-OPERACION       DELIMITED BY SIZE
                  '  '                   DELIMITED BY SIZE
                  PO-FECHA               DELIMITED BY SIZE
                  '  '                   DELIMITED BY SIZE
                  PO-COD-MONEDA          DELIMITED BY SIZE
                  '>'                    DELIMITED BY SIZE
                  PO-COD-MONEDA-CREDITO  DELIMITED BY SIZE
                  '  '                   DELIMITED BY SIZE
                  WS-IMPORTE-EDIT        DELIMITED BY SIZE
                  '  '                   DELIMITED BY SIZE
                  WS-TASA-EDIT           DELIMITED BY SIZE
                  '  '                   DELIMITED BY SIZE
                  WS-FECHA-TEXTO         DELIMITED BY SIZE
                  '  '                   DELIMITED BY SIZE
                  WS-TASA-EDIT-2         DELIMITED BY SIZE
                  '  '                   DELIMITED BY SIZE
                  WS-OBSERVACION         DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO PC-LINEA.
           WRITE PC-LINEA.

       2500-VERIFICAR-TASA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3000-INFORMAR-PARES.

           MOVE SPACES TO PC-LINEA.
           WRITE PC-LINEA.
           MOVE '2. POSICION POR PAR DE MONEDAS (COMPRADO = MONEDA DEBIT
      -         'ADA, VENDIDO = MONEDA ACREDITADA)' TO PC-LINEA.
           WRITE PC-LINEA.

           MOVE SPACES TO WS-LINEA-REPORTE.
           MOVE 'PAR'                TO WS-LINEA-REPORTE(4:3).
           MOVE 'OPS'                TO WS-LINEA-REPORTE(13:3).
           MOVE 'DESH.'              TO WS-LINEA-REPORTE(18:5).
           MOVE 'COMPRADO'           TO WS-LINEA-REPORTE(35:8).
           MOVE 'VENDIDO'            TO WS-LINEA-REPORTE(56:7).
           MOVE 'TASA PROM.'         TO WS-LINEA-REPORTE(66:10).
           MOVE 'TASA DIA'           TO WS-LINEA-REPORTE(81:8).
           MOVE 'VIGENCIA'           TO WS-LINEA-REPORTE(91:8).
           MOVE 'DIF. A TASA DIA'    TO WS-LINEA-REPORTE(107:15).
           MOVE WS-LINEA-REPORTE TO PC-LINEA.
           WRITE PC-LINEA.
           MOVE ALL '-' TO PC-LINEA.
           WRITE PC-LINEA.

           IF WS-CANT-PARES EQUAL ZERO
              MOVE '   SIN OPERACIONES ENTRE MONEDAS POSTEADAS'
                TO PC-LINEA
              WRITE PC-LINEA
              GO TO 3000-INFORMAR-PARES-EXIT
           END-IF.

           PERFORM 3100-INFORMAR-PAR
              THRU 3100-INFORMAR-PAR-EXIT
              VARYING WS-IDX-PAR FROM 1 BY 1
              UNTIL WS-IDX-PAR > WS-CANT-PARES.

           MOVE SPACES TO PC-LINEA.
           WRITE PC-LINEA.
           MOVE '   DIF. A TASA DIA: VENDIDO A LA TASA APLICADA MENOS LO
      -         ' QUE SE HUBIERA VENDIDO A LA TASA DEL DIA, EN LA MONEDA
      -         ' VENDIDA' TO PC-LINEA.
           WRITE PC-LINEA.

       3000-INFORMAR-PARES-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3100-INFORMAR-PAR.

      *    La tasa promedio sale solo de las conversiones del dia: lo
      *    deshecho no se convirtio hoy.
           MOVE ZERO TO WS-TASA-PROMEDIO WS-DIFERENCIA-TASA.
           IF WS-PAR-CONV-COMPRADO(WS-IDX-PAR) > ZERO
              COMPUTE WS-TASA-PROMEDIO ROUNDED =
                      WS-PAR-CONV-VENDIDO(WS-IDX-PAR)
                    / WS-PAR-CONV-COMPRADO(WS-IDX-PAR)
              IF NOT WS-PAR-SIN-TASA(WS-IDX-PAR)
                 COMPUTE WS-DIFERENCIA-TASA ROUNDED =
                         WS-PAR-CONV-VENDIDO(WS-IDX-PAR)
                       - WS-PAR-CONV-COMPRADO(WS-IDX-PAR)
                       * WS-PAR-TASA-DIA(WS-IDX-PAR)
              END-IF
           END-IF.

           MOVE WS-PAR-CANT-OPERACIONES(WS-IDX-PAR) TO WS-CANT-EDIT.
           MOVE WS-PAR-CANT-DESHECHAS(WS-IDX-PAR)   TO WS-CANT-EDIT-2.
           MOVE WS-PAR-COMPRADO(WS-IDX-PAR)         TO WS-IMPORTE-EDIT.
           MOVE WS-PAR-VENDIDO(WS-IDX-PAR)        TO WS-IMPORTE-EDIT-2.
           MOVE WS-TASA-PROMEDIO                    TO WS-TASA-EDIT.
           MOVE WS-PAR-TASA-DIA(WS-IDX-PAR)         TO WS-TASA-EDIT-2.
           MOVE WS-DIFERENCIA-TASA               TO WS-DIFERENCIA-EDIT.

           IF WS-PAR-SIN-TASA(WS-IDX-PAR)
              MOVE 'SIN TASA'                       TO WS-FECHA-TEXTO
           ELSE
              MOVE WS-PAR-VIGENCIA-DIA(WS-IDX-PAR)  TO WS-FECHA-TEXTO
           END-IF.

           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING '   '                           DELIMITED BY SIZE
                  WS-PAR-MON-ORIGEN(WS-IDX-PAR)   DELIMITED BY SIZE
                  '>'                             DELIMITED BY SIZE
                  WS-PAR-MON-DESTINO(WS-IDX-PAR)  DELIMITED BY SIZE
                  '  '                            DELIMITED BY SIZE
                  WS-CANT-EDIT                    DELIMITED BY SIZE
                  '  '                            DELIMITED BY SIZE
                  WS-CANT-EDIT-2                  DELIMITED BY SIZE
                  '  '                            DELIMITED BY SIZE
                  WS-IMPORTE-EDIT                 DELIMITED BY SIZE
                  '  '                            DELIMITED BY SIZE
                  WS-IMPORTE-EDIT-2               DELIMITED BY SIZE
                  '  '                            DELIMITED BY SIZE
                  WS-TASA-EDIT                    DELIMITED BY SIZE
                  '  '                            DELIMITED BY SIZE
                  WS-TASA-EDIT-2                  DELIMITED BY SIZE
                  '  '                            DELIMITED BY SIZE
                  WS-FECHA-TEXTO                  DELIMITED BY SIZE
                  '  '                            DELIMITED BY SIZE
                  WS-DIFERENCIA-EDIT              DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO PC-LINEA.
           WRITE PC-LINEA.

      *    La tasa del dia que falta, o que quedo de una vigencia
      *    anterior, se marca debajo del par.
           IF WS-PAR-TASA-ANTERIOR(WS-IDX-PAR)
              MOVE '      *** TASACAMB NO TIENE TASA DEL DIA PARA EL PAR
      -            ': SE COMPARA CONTRA LA ULTIMA VIGENCIA' TO PC-LINEA
              WRITE PC-LINEA
           END-IF.
           IF WS-PAR-SIN-TASA(WS-IDX-PAR)
              MOVE '      *** TASACAMB NO TIENE TASA ALGUNA PARA EL PAR'
                TO PC-LINEA
              WRITE PC-LINEA
           END-IF.
           IF WS-PAR-CANT-TASA-VIEJA(WS-IDX-PAR) > ZERO
              MOVE WS-PAR-CANT-TASA-VIEJA(WS-IDX-PAR) TO WS-CANT-EDIT
              MOVE SPACES TO WS-LINEA-REPORTE
              STRING '      *** OPERACIONES A TASA NO VIGENTE: '
                                                  DELIMITED BY SIZE
                     WS-CANT-EDIT                 DELIMITED BY SIZE
                 INTO WS-LINEA-REPORTE
              MOVE WS-LINEA-REPORTE TO PC-LINEA
              WRITE PC-LINEA
           END-IF.

       3100-INFORMAR-PAR-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       4000-INFORMAR-MONEDAS.

           MOVE SPACES TO PC-LINEA.
           WRITE PC-LINEA.
           MOVE '3. POSICION NETA POR MONEDA (EQUIVALENTE EN MONEDA LOCA
      -         'L A LA TASA DEL DIA)' TO PC-LINEA.
           WRITE PC-LINEA.

           MOVE SPACES TO WS-LINEA-REPORTE.
           MOVE 'MON'                TO WS-LINEA-REPORTE(4:3).
           MOVE 'COMPRADO'           TO WS-LINEA-REPORTE(18:8).
           MOVE 'VENDIDO'            TO WS-LINEA-REPORTE(39:7).
           MOVE 'POSICION NETA'      TO WS-LINEA-REPORTE(54:13).
           MOVE 'SENTIDO'            TO WS-LINEA-REPORTE(69:7).
           MOVE 'TASA LOCAL'         TO WS-LINEA-REPORTE(79:10).
           MOVE 'EQUIV. LOCAL'       TO WS-LINEA-REPORTE(98:12).
           MOVE WS-LINEA-REPORTE TO PC-LINEA.
           WRITE PC-LINEA.
           MOVE ALL '-' TO PC-LINEA.
           WRITE PC-LINEA.

           IF WS-CANT-MONEDAS EQUAL ZERO
              MOVE '   SIN POSICION ABIERTA EN EL DIA' TO PC-LINEA
              WRITE PC-LINEA
              GO TO 4000-INFORMAR-MONEDAS-EXIT
           END-IF.

           PERFORM 4100-INFORMAR-MONEDA
              THRU 4100-INFORMAR-MONEDA-EXIT
              VARYING WS-IDX-MONEDA FROM 1 BY 1
              UNTIL WS-IDX-MONEDA > WS-CANT-MONEDAS.

           MOVE WS-TOTAL-EQUIVALENTE TO WS-DIFERENCIA-EDIT.
           MOVE SPACES TO WS-LINEA-REPORTE.
           MOVE 'POSICION NETA TOTAL EN MONEDA LOCAL'
             TO WS-LINEA-REPORTE(4:35).
           MOVE WS-DIFERENCIA-EDIT TO WS-LINEA-REPORTE(91:19).
           MOVE WS-LINEA-REPORTE TO PC-LINEA.
           WRITE PC-LINEA.

       4000-INFORMAR-MONEDAS-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       4100-INFORMAR-MONEDA.

           COMPUTE WS-POSICION-NETA = WS-MON-COMPRADO(WS-IDX-MONEDA)
                                    - WS-MON-VENDIDO(WS-IDX-MONEDA).
           EVALUATE TRUE
              WHEN WS-POSICION-NETA > ZERO
                 MOVE 'LARGA'   TO WS-SENTIDO
              WHEN WS-POSICION-NETA < ZERO
                 MOVE 'CORTA'   TO WS-SENTIDO
              WHEN OTHER
                 MOVE 'CERRADA' TO WS-SENTIDO
           END-EVALUATE.

      *    La moneda local vale uno; las demas se llevan a moneda
      *    local con la tasa del dia del par moneda / local.
           MOVE SPACES TO WS-OBSERVACION.
           IF WS-MON-CODIGO(WS-IDX-MONEDA) EQUAL WS-MONEDA-LOCAL
              MOVE 1 TO WS-TB-VALOR
              SET WS-TB-DEL-DIA TO TRUE
           ELSE
              MOVE WS-MON-CODIGO(WS-IDX-MONEDA) TO WS-TB-MON-ORIGEN
              MOVE WS-MONEDA-LOCAL               TO WS-TB-MON-DESTINO
              PERFORM 5000-BUSCAR-TASA-DIA
                 THRU 5000-BUSCAR-TASA-DIA-EXIT
              IF WS-TB-SIN-TASA
                 MOVE ZERO TO WS-TB-VALOR
              ELSE
                 MOVE WS-TAS-VALOR(WS-TB-IDX-MEJOR) TO WS-TB-VALOR
              END-IF
           END-IF.

           IF WS-TB-SIN-TASA
              MOVE ZERO TO WS-EQUIVALENTE-LOCAL
              MOVE '*** SIN TASA A MONEDA LOCAL' TO WS-OBSERVACION
              ADD 1 TO WS-CANT-SIN-TASA-LOCAL
           ELSE
              COMPUTE WS-EQUIVALENTE-LOCAL ROUNDED =
                      WS-POSICION-NETA * WS-TB-VALOR
              ADD WS-EQUIVALENTE-LOCAL TO WS-TOTAL-EQUIVALENTE
              IF WS-TB-ANTERIOR
                 MOVE '*** TASA DE VIGENCIA ANTERIOR' TO WS-OBSERVACION
              END-IF
           END-IF.

           MOVE WS-MON-COMPRADO(WS-IDX-MONEDA) TO WS-IMPORTE-EDIT.
           MOVE WS-MON-VENDIDO(WS-IDX-MONEDA)  TO WS-IMPORTE-EDIT-2.
           MOVE WS-POSICION-NETA               TO WS-DIFERENCIA-EDIT.
           MOVE WS-TB-VALOR                    TO WS-TASA-EDIT.
           MOVE WS-EQUIVALENTE-LOCAL           TO WS-DIFERENCIA-EDIT-2.

           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING '   '                         DELIMITED BY SIZE
                  WS-MON-CODIGO(WS-IDX-MONEDA)  DELIMITED BY SIZE
                  '  '                          DELIMITED BY SIZE
                  WS-IMPORTE-EDIT               DELIMITED BY SIZE
                  '  '                          DELIMITED BY SIZE
                  WS-IMPORTE-EDIT-2             DELIMITED BY SIZE
                  '  '                          DELIMITED BY SIZE
                  WS-DIFERENCIA-EDIT            DELIMITED BY SIZE
                  '  '                          DELIMITED BY SIZE
                  WS-SENTIDO                    DELIMITED BY SIZE
                  '  '                          DELIMITED BY SIZE
                  WS-TASA-EDIT                  DELIMITED BY SIZE
                  '  '                          DELIMITED BY SIZE
                  WS-DIFERENCIA-EDIT-2          DELIMITED BY SIZE
                  '  '                          DELIMITED BY SIZE
                  WS-OBSERVACION                DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO PC-LINEA.
           WRITE PC-LINEA.

       4100-INFORMAR-MONEDA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       5000-BUSCAR-TASA-DIA.

      *    Tasa del dia del par: la de vigencia igual al dia de
      *    proceso o, si falta, la ultima vigencia anterior.
           MOVE ZERO TO WS-TB-IDX-MEJOR WS-TB-VIGENCIA-MEJOR.
           IF WS-CANT-TASAS > ZERO
              PERFORM 5010-COMPARAR-TASA-DIA
                 THRU 5010-COMPARAR-TASA-DIA-EXIT
                 VARYING WS-IDX-TASA FROM 1 BY 1
                 UNTIL WS-IDX-TASA > WS-CANT-TASAS
           END-IF.
           PERFORM 5200-CLASIFICAR-VIGENCIA
              THRU 5200-CLASIFICAR-VIGENCIA-EXIT.

       5000-BUSCAR-TASA-DIA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       5010-COMPARAR-TASA-DIA.

           IF WS-TAS-MON-ORIGEN(WS-IDX-TASA) EQUAL WS-TB-MON-ORIGEN
           AND WS-TAS-MON-DESTINO(WS-IDX-TASA) EQUAL WS-TB-MON-DESTINO
           AND WS-TAS-VIGENCIA-NUM(WS-IDX-TASA)
                 NOT > WS-FECHA-PROCESO
           AND WS-TAS-VIGENCIA-NUM(WS-IDX-TASA)
                 > WS-TB-VIGENCIA-MEJOR
              SET WS-TB-IDX-MEJOR TO WS-IDX-TASA
              MOVE WS-TAS-VIGENCIA-NUM(WS-IDX-TASA)
                TO WS-TB-VIGENCIA-MEJOR
           END-IF.

       5010-COMPARAR-TASA-DIA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       5100-BUSCAR-TASA-APLICADA.

           MOVE ZERO TO WS-TB-IDX-MEJOR WS-TB-VIGENCIA-MEJOR.
           IF WS-CANT-TASAS > ZERO
              PERFORM 5110-COMPARAR-TASA-APLICADA
                 THRU 5110-COMPARAR-TASA-APLICADA-EXIT
                 VARYING WS-IDX-TASA FROM 1 BY 1
                 UNTIL WS-IDX-TASA > WS-CANT-TASAS
           END-IF.
           PERFORM 5200-CLASIFICAR-VIGENCIA
              THRU 5200-CLASIFICAR-VIGENCIA-EXIT.

       5100-BUSCAR-TASA-APLICADA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       5110-COMPARAR-TASA-APLICADA.

           IF WS-TAS-VALOR(WS-IDX-TASA) EQUAL WS-TB-VALOR
              PERFORM 5010-COMPARAR-TASA-DIA
                 THRU 5010-COMPARAR-TASA-DIA-EXIT
           END-IF.

       5110-COMPARAR-TASA-APLICADA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       5200-CLASIFICAR-VIGENCIA.

           EVALUATE TRUE
              WHEN WS-TB-IDX-MEJOR EQUAL ZERO
                 SET WS-TB-SIN-TASA TO TRUE
              WHEN WS-TB-VIGENCIA-MEJOR EQUAL WS-FECHA-PROCESO
                 SET WS-TB-DEL-DIA TO TRUE
              WHEN OTHER
                 SET WS-TB-ANTERIOR TO TRUE
           END-EVALUATE.

       5200-CLASIFICAR-VIGENCIA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       8000-TOTALES.

           MOVE SPACES TO PC-LINEA.
           WRITE PC-LINEA.
           MOVE ALL '=' TO PC-LINEA.
           WRITE PC-LINEA.

           MOVE WS-CANT-ENTRE-MONEDAS TO WS-CANT-EDIT.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'OPERACIONES ENTRE MONEDAS .: ' DELIMITED BY SIZE
                  WS-CANT-EDIT                 DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO PC-LINEA.
           WRITE PC-LINEA.

           MOVE WS-CANT-DESHECHAS TO WS-CANT-EDIT.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'REVERSOS Y DEVOLUCIONES ...: ' DELIMITED BY SIZE
                  WS-CANT-EDIT                 DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO PC-LINEA.
           WRITE PC-LINEA.

           MOVE WS-CANT-TASA-VIEJA TO WS-CANT-EDIT.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'A TASA NO VIGENTE .........: ' DELIMITED BY SIZE
                  WS-CANT-EDIT                 DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO PC-LINEA.
           WRITE PC-LINEA.

           IF WS-CANT-FUERA-DE-TABLA > ZERO
              MOVE WS-CANT-FUERA-DE-TABLA TO WS-CANT-EDIT
              MOVE SPACES TO WS-LINEA-REPORTE
              STRING '*** REGISTROS FUERA DE TABLA, NO INCLUIDOS: '
                                               DELIMITED BY SIZE
                     WS-CANT-EDIT              DELIMITED BY SIZE
                 INTO WS-LINEA-REPORTE
              MOVE WS-LINEA-REPORTE TO PC-LINEA
              WRITE PC-LINEA
           END-IF.

           DISPLAY 'CLPOSCAM - Tasas cargadas ........: '
              WS-CANT-TASAS.
           DISPLAY 'CLPOSCAM - Registros POSTEOIF ....: '
              WS-CANT-LEIDOS.
           DISPLAY 'CLPOSCAM - Posteados .............: '
              WS-CANT-POSTEADOS.
           DISPLAY 'CLPOSCAM - Entre monedas .........: '
              WS-CANT-ENTRE-MONEDAS.
           DISPLAY 'CLPOSCAM - Reversos/devoluciones .: '
              WS-CANT-DESHECHAS.
           DISPLAY 'CLPOSCAM - A tasa no vigente .....: '
              WS-CANT-TASA-VIEJA.
           IF WS-CANT-SIN-TASA-LOCAL > ZERO
              DISPLAY 'CLPOSCAM - Monedas sin tasa local : '
                 WS-CANT-SIN-TASA-LOCAL
           END-IF.
           IF WS-CANT-FUERA-DE-TABLA > ZERO
              DISPLAY 'CLPOSCAM - Fuera de tabla ........: '
                 WS-CANT-FUERA-DE-TABLA
           END-IF.

       8000-TOTALES-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       9000-FINALIZAR.

           CLOSE REPPOSCA.

       9000-FINALIZAR-EXIT.
           EXIT.


       END PROGRAM CLPOSCAM.
