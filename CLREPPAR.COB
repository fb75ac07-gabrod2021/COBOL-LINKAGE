      *----------------------------------------------------------------*
      *  Purpose: Reporte diario de cambios a las tablas de parametros
      *           (REPPARAM).  Lista cada alta, modificacion y baja
      *           del dia registrada en AUDITAB por los programas de
      *           mantenimiento (CLMANLIM, CLMANTAR, CLMANTAS y
      *           CLMANPAR): hora, supervisor, programa, tabla y clave,
      *           con la imagen anterior y posterior del registro
      *           editada campo por campo, y cierra con la cantidad
      *           de cambios por tabla.  Se corre en la cadena
      *           nocturna.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CLREPPAR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITAB ASSIGN TO "AUDITAB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDITAB.

           SELECT REPPARAM ASSIGN TO "REPPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REPPARAM.


       DATA DIVISION.

       FILE SECTION.

       FD  AUDITAB.
           COPY AUDITAB.

       FD  REPPARAM.
       01  RP-LINEA                            PIC X(132).


       WORKING-STORAGE SECTION.

       01 WS-INDICADORES-ARCHIVO.
          05 WS-STATUS-AUDITAB                 PIC X(02).
          05 WS-STATUS-REPPARAM                PIC X(02).

       01 WS-FIN-ARCHIVO                       PIC X(01).
          88 WS-HAY-MAS-REGISTROS              VALUE 'N'.
          88 WS-NO-HAY-MAS-REGISTROS           VALUE 'S'.

       01 WS-AUDITAB-DISPONIBLE                PIC X(01) VALUE 'N'.
          88 WS-HAY-AUDITAB                    VALUE 'S'.
          88 WS-NO-HAY-AUDITAB                 VALUE 'N'.

      *    -- fecha del dia del reporte -------------------------------*
       01 WS-FECHA-PROCESO.
          05 WS-FECHA-PROC-ANIO                PIC 9(04).
          05 WS-FECHA-PROC-MES                 PIC 9(02).
          05 WS-FECHA-PROC-DIA                 PIC 9(02).
       01 WS-FECHA-PROCESO-TEXTO               PIC X(10).

      *    -- imagen del registro auditado, con una vista por tabla;
      *       cada vista tiene el formato del registro de la tabla ---*
       01 WS-IMAGEN                            PIC X(80).
       01 WS-IMG-LIMITE REDEFINES WS-IMAGEN.
          05 WS-IMG-LI-NRO-CUENTA              PIC X(22).
          05 WS-IMG-LI-MAX-OPERACION           PIC 9(10)V9(02).
          05 WS-IMG-LI-MAX-DIARIO              PIC 9(12)V9(02).
       01 WS-IMG-LINEA REDEFINES WS-IMAGEN.
          05 WS-IMG-SG-NRO-CUENTA              PIC X(22).
          05 WS-IMG-SG-IMPORTE-LINEA           PIC 9(12)V9(02).
          05 WS-IMG-SG-VENCIMIENTO             PIC X(10).
          05 WS-IMG-SG-TASA-LINEA              PIC 9(03)V9(04).
          05 WS-IMG-SG-TASA-PUNITORIA          PIC 9(03)V9(04).
       01 WS-IMG-TARIFA REDEFINES WS-IMAGEN.
          05 WS-IMG-TF-CONCEPTO                PIC X(03).
          05 WS-IMG-TF-DESDE                   PIC 9(10)V9(02).
          05 WS-IMG-TF-HASTA                   PIC 9(10)V9(02).
          05 WS-IMG-TF-COMISION                PIC 9(10)V9(02).
          05 WS-IMG-TF-MODALIDAD               PIC X(01).
       01 WS-IMG-CONCEPTO REDEFINES WS-IMAGEN.
          05 WS-IMG-CC-CONCEPTO                PIC X(03).
          05 WS-IMG-CC-DESCRIPCION             PIC X(30).
       01 WS-IMG-FERIADO REDEFINES WS-IMAGEN.
          05 WS-IMG-FE-FECHA                   PIC X(10).
       01 WS-IMG-BANCO REDEFINES WS-IMAGEN.
          05 WS-IMG-BE-PREFIJO                 PIC X(04).
          05 WS-IMG-BE-NOMBRE                  PIC X(30).
       01 WS-IMG-TASA REDEFINES WS-IMAGEN.
          05 WS-IMG-TC-ORIGEN                  PIC X(02).
          05 WS-IMG-TC-DESTINO                 PIC X(02).
          05 WS-IMG-TC-VIGENCIA                PIC X(10).
          05 WS-IMG-TC-VALOR                   PIC 9(04)V9(06).
       01 WS-IMG-UMBRAL REDEFINES WS-IMAGEN.
          05 WS-IMG-UM-IMPORTE                 PIC 9(10)V9(02).

      *    -- cambios del dia por tabla -------------------------------*
       01 WS-TABLAS-DATOS.
          05 FILLER                            PIC X(08) VALUE
                                                'LIMITES '.
          05 FILLER                            PIC X(08) VALUE
                                                'SOBGIROS'.
          05 FILLER                            PIC X(08) VALUE
                                                'TARIFCON'.
          05 FILLER                            PIC X(08) VALUE
                                                'CONCTAB '.
          05 FILLER                            PIC X(08) VALUE
                                                'FERIADOS'.
          05 FILLER                            PIC X(08) VALUE
                                                'BANCOEXT'.
          05 FILLER                            PIC X(08) VALUE
                                                'TASACAMB'.
          05 FILLER                            PIC X(08) VALUE
                                                'UMBRALAP'.
       01 WS-TABLAS REDEFINES WS-TABLAS-DATOS.
          05 WS-TABLA-NOMBRE OCCURS 8 TIMES    PIC X(08).
       01 WS-CANT-TABLAS                       PIC 9(02) COMP VALUE 8.
       01 WS-CONTADORES-TABLA.
          05 WS-CONTADOR-DET OCCURS 8 TIMES.
             10 WS-CT-ALTAS                    PIC 9(05) COMP.
             10 WS-CT-MODIFICACIONES           PIC 9(05) COMP.
             10 WS-CT-BAJAS                    PIC 9(05) COMP.
       01 WS-IDX-TABLA                         PIC 9(02) COMP.
       01 WS-POS-TABLA                         PIC 9(02) COMP.

       01 WS-TOTALES.
          05 WS-CANT-LEIDOS                    PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-CAMBIOS                   PIC 9(07) COMP
                                                VALUE ZERO.

       01 WS-LINEA-REPORTE                     PIC X(132).
       01 WS-TEXTO-IMAGEN                      PIC X(110).
       01 WS-TEXTO-ACCION                      PIC X(12).
       01 WS-CANT-EDIT                         PIC ZZZZ.ZZ9.
       01 WS-CANT-EDIT-2                       PIC ZZZZ.ZZ9.
       01 WS-CANT-EDIT-3                       PIC ZZZZ.ZZ9.
       01 WS-IMPORTE-EDIT                      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-IMPORTE-EDIT-2                    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-IMPORTE-EDIT-3                    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-TASA-EDIT                         PIC ZZ9,9999.
       01 WS-TASA-EDIT-2                       PIC ZZ9,9999.
       01 WS-TASA-CAMBIO-EDIT                  PIC ZZZ9,999999.


       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIALIZAR
              THRU 1000-INICIALIZAR-EXIT.

      *    Sin AUDITAB todavia no hubo ningun cambio que informar.
           IF WS-HAY-AUDITAB
              SET WS-HAY-MAS-REGISTROS TO TRUE
              PERFORM 2000-PROCESAR-CAMBIO
                 THRU 2000-PROCESAR-CAMBIO-EXIT
                 UNTIL WS-NO-HAY-MAS-REGISTROS
           ELSE
              IF WS-STATUS-AUDITAB NOT EQUAL '35'
                 DISPLAY 'AUDITAB no disponible, status '
                    WS-STATUS-AUDITAB
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

           INITIALIZE WS-CONTADORES-TABLA.

           OPEN INPUT AUDITAB.
           IF WS-STATUS-AUDITAB EQUAL '00'
              SET WS-HAY-AUDITAB TO TRUE
           END-IF.

           OPEN OUTPUT REPPARAM.

           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'CAMBIOS A LAS TABLAS DE PARAMETROS'
                                          DELIMITED BY SIZE
                  ' - '                   DELIMITED BY SIZE
                  WS-FECHA-PROCESO-TEXTO  DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO RP-LINEA.
           WRITE RP-LINEA.
           MOVE ALL '=' TO RP-LINEA.
           WRITE RP-LINEA.

           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'HORA     SUPERV.  PROGRAMA TABLA    '
                                          DELIMITED BY SIZE
                  'ACCION       CLAVE'    DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO RP-LINEA.
           WRITE RP-LINEA.
           MOVE ALL '-' TO RP-LINEA.
           WRITE RP-LINEA.

       1000-INICIALIZAR-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2000-PROCESAR-CAMBIO.

      *    AUDITAB acumula los cambios de todos los dias: solo se
      *    informan los del dia de proceso.
           READ AUDITAB
               AT END
                  SET WS-NO-HAY-MAS-REGISTROS TO TRUE
               NOT AT END
                  ADD 1 TO WS-CANT-LEIDOS
                  IF TA-FECHA EQUAL WS-FECHA-PROCESO-TEXTO
                     PERFORM 2100-INFORMAR-CAMBIO
                        THRU 2100-INFORMAR-CAMBIO-EXIT
                  END-IF
           END-READ.

       2000-PROCESAR-CAMBIO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2100-INFORMAR-CAMBIO.

           ADD 1 TO WS-CANT-CAMBIOS.

           EVALUATE TRUE
              WHEN TA-ACCION-ALTA
                 MOVE 'ALTA'         TO WS-TEXTO-ACCION
              WHEN TA-ACCION-MODIFICACION
                 MOVE 'MODIFICACION' TO WS-TEXTO-ACCION
              WHEN TA-ACCION-BAJA
                 MOVE 'BAJA'         TO WS-TEXTO-ACCION
              WHEN OTHER
                 MOVE TA-ACCION      TO WS-TEXTO-ACCION
           END-EVALUATE.

           PERFORM 2300-CONTAR-CAMBIO
              THRU 2300-CONTAR-CAMBIO-EXIT.

           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING TA-HORA          DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  TA-OPERADOR      DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  TA-PROGRAMA      DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  TA-TABLA         DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-TEXTO-ACCION  DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  TA-CLAVE         DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO RP-LINEA.
           WRITE RP-LINEA.

      *    El alta no tiene imagen anterior ni la baja posterior.
           IF TA-IMAGEN-ANTES NOT EQUAL SPACES
              MOVE TA-IMAGEN-ANTES TO WS-IMAGEN
              PERFORM 2200-EDITAR-IMAGEN
                 THRU 2200-EDITAR-IMAGEN-EXIT
              MOVE SPACES TO WS-LINEA-REPORTE
              STRING '         ANTES  : ' DELIMITED BY SIZE
                     WS-TEXTO-IMAGEN      DELIMITED BY SIZE
                 INTO WS-LINEA-REPORTE
              MOVE WS-LINEA-REPORTE TO RP-LINEA
              WRITE RP-LINEA
           END-IF.

           IF TA-IMAGEN-DESPUES NOT EQUAL SPACES
              MOVE TA-IMAGEN-DESPUES TO WS-IMAGEN
              PERFORM 2200-EDITAR-IMAGEN
                 THRU 2200-EDITAR-IMAGEN-EXIT
              MOVE SPACES TO WS-LINEA-REPORTE
              STRING '         DESPUES: ' DELIMITED BY SIZE
                     WS-TEXTO-IMAGEN      DELIMITED BY SIZE
                 INTO WS-LINEA-REPORTE
              MOVE WS-LINEA-REPORTE TO RP-LINEA
              WRITE RP-LINEA
           END-IF.

       2100-INFORMAR-CAMBIO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2200-EDITAR-IMAGEN.

      *    La imagen es el registro de la tabla tal cual: se edita con
      *    la vista de su tabla; la tabla desconocida sale sin editar.
           MOVE SPACES TO WS-TEXTO-IMAGEN.

           EVALUATE TA-TABLA
              WHEN 'LIMITES'
                 MOVE WS-IMG-LI-MAX-OPERACION TO WS-IMPORTE-EDIT
                 MOVE WS-IMG-LI-MAX-DIARIO    TO WS-IMPORTE-EDIT-2
                 STRING 'MAX. POR OPERACION ' DELIMITED BY SIZE
                        WS-IMPORTE-EDIT       DELIMITED BY SIZE
                        '  MAX. DIARIO '      DELIMITED BY SIZE
                        WS-IMPORTE-EDIT-2     DELIMITED BY SIZE
                    INTO WS-TEXTO-IMAGEN
              WHEN 'SOBGIROS'
                 MOVE WS-IMG-SG-IMPORTE-LINEA  TO WS-IMPORTE-EDIT
                 MOVE WS-IMG-SG-TASA-LINEA     TO WS-TASA-EDIT
                 MOVE WS-IMG-SG-TASA-PUNITORIA TO WS-TASA-EDIT-2
                 STRING 'LINEA '               DELIMITED BY SIZE
                        WS-IMPORTE-EDIT        DELIMITED BY SIZE
                        '  VENCE '             DELIMITED BY SIZE
                        WS-IMG-SG-VENCIMIENTO  DELIMITED BY SIZE
                        '  TASA '              DELIMITED BY SIZE
                        WS-TASA-EDIT           DELIMITED BY SIZE
                        ' %  PUNITORIA '       DELIMITED BY SIZE
                        WS-TASA-EDIT-2         DELIMITED BY SIZE
                        ' %'                   DELIMITED BY SIZE
                    INTO WS-TEXTO-IMAGEN
              WHEN 'TARIFCON'
                 MOVE WS-IMG-TF-DESDE    TO WS-IMPORTE-EDIT
                 MOVE WS-IMG-TF-HASTA    TO WS-IMPORTE-EDIT-2
                 MOVE WS-IMG-TF-COMISION TO WS-IMPORTE-EDIT-3
                 STRING 'CONCEPTO '          DELIMITED BY SIZE
                        WS-IMG-TF-CONCEPTO   DELIMITED BY SIZE
                        '  DESDE '           DELIMITED BY SIZE
                        WS-IMPORTE-EDIT      DELIMITED BY SIZE
                        '  HASTA '           DELIMITED BY SIZE
                        WS-IMPORTE-EDIT-2    DELIMITED BY SIZE
                        '  COMISION '        DELIMITED BY SIZE
                        WS-IMPORTE-EDIT-3    DELIMITED BY SIZE
                        '  COBRO '           DELIMITED BY SIZE
                        WS-IMG-TF-MODALIDAD  DELIMITED BY SIZE
                    INTO WS-TEXTO-IMAGEN
              WHEN 'CONCTAB'
                 STRING 'CONCEPTO '             DELIMITED BY SIZE
                        WS-IMG-CC-CONCEPTO      DELIMITED BY SIZE
                        '  '                    DELIMITED BY SIZE
                        WS-IMG-CC-DESCRIPCION   DELIMITED BY SIZE
                    INTO WS-TEXTO-IMAGEN
              WHEN 'FERIADOS'
                 STRING 'FERIADO '              DELIMITED BY SIZE
                        WS-IMG-FE-FECHA         DELIMITED BY SIZE
                    INTO WS-TEXTO-IMAGEN
              WHEN 'BANCOEXT'
                 STRING 'PREFIJO '              DELIMITED BY SIZE
                        WS-IMG-BE-PREFIJO       DELIMITED BY SIZE
                        '  '                    DELIMITED BY SIZE
                        WS-IMG-BE-NOMBRE        DELIMITED BY SIZE
                    INTO WS-TEXTO-IMAGEN
              WHEN 'TASACAMB'
                 MOVE WS-IMG-TC-VALOR TO WS-TASA-CAMBIO-EDIT
                 STRING 'MONEDA '               DELIMITED BY SIZE
                        WS-IMG-TC-ORIGEN        DELIMITED BY SIZE
                        ' -> '                  DELIMITED BY SIZE
                        WS-IMG-TC-DESTINO       DELIMITED BY SIZE
                        '  VIGENCIA '           DELIMITED BY SIZE
                        WS-IMG-TC-VIGENCIA      DELIMITED BY SIZE
                        '  TASA '               DELIMITED BY SIZE
                        WS-TASA-CAMBIO-EDIT     DELIMITED BY SIZE
                    INTO WS-TEXTO-IMAGEN
              WHEN 'UMBRALAP'
                 MOVE WS-IMG-UM-IMPORTE TO WS-IMPORTE-EDIT
                 STRING 'IMPORTE UMBRAL '       DELIMITED BY SIZE
                        WS-IMPORTE-EDIT         DELIMITED BY SIZE
                    INTO WS-TEXTO-IMAGEN
              WHEN OTHER
                 MOVE WS-IMAGEN TO WS-TEXTO-IMAGEN
           END-EVALUATE.

       2200-EDITAR-IMAGEN-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2300-CONTAR-CAMBIO.

           MOVE ZERO TO WS-POS-TABLA.
           PERFORM 2310-BUSCAR-TABLA
              THRU 2310-BUSCAR-TABLA-EXIT
              VARYING WS-IDX-TABLA FROM 1 BY 1
              UNTIL WS-IDX-TABLA > WS-CANT-TABLAS
                 OR WS-POS-TABLA > 0.

           IF WS-POS-TABLA EQUAL 0
              GO TO 2300-CONTAR-CAMBIO-EXIT
           END-IF.

           EVALUATE TRUE
              WHEN TA-ACCION-ALTA
                 ADD 1 TO WS-CT-ALTAS(WS-POS-TABLA)
              WHEN TA-ACCION-MODIFICACION
                 ADD 1 TO WS-CT-MODIFICACIONES(WS-POS-TABLA)
              WHEN TA-ACCION-BAJA
                 ADD 1 TO WS-CT-BAJAS(WS-POS-TABLA)
           END-EVALUATE.

       2300-CONTAR-CAMBIO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2310-BUSCAR-TABLA.

           IF WS-TABLA-NOMBRE(WS-IDX-TABLA) EQUAL TA-TABLA
              MOVE WS-IDX-TABLA TO WS-POS-TABLA
           END-IF.

       2310-BUSCAR-TABLA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       8000-EMITIR-TOTALES.

           IF WS-CANT-CAMBIOS EQUAL 0
              MOVE 'SIN CAMBIOS A LAS TABLAS DE PARAMETROS EN EL DIA.'
                TO RP-LINEA
              WRITE RP-LINEA
           END-IF.

           MOVE ALL '-' TO RP-LINEA.
           WRITE RP-LINEA.

           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'TABLA       ALTAS   MODIF.    BAJAS'
                                          DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO RP-LINEA.
           WRITE RP-LINEA.

           PERFORM 8100-TOTAL-TABLA
              THRU 8100-TOTAL-TABLA-EXIT
              VARYING WS-IDX-TABLA FROM 1 BY 1
              UNTIL WS-IDX-TABLA > WS-CANT-TABLAS.

           MOVE ALL '-' TO RP-LINEA.
           WRITE RP-LINEA.

           MOVE WS-CANT-LEIDOS TO WS-CANT-EDIT.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'REGISTROS EN AUDITAB ..........: ' DELIMITED BY SIZE
                  WS-CANT-EDIT                        DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO RP-LINEA.
           WRITE RP-LINEA.

           MOVE WS-CANT-CAMBIOS TO WS-CANT-EDIT.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'CAMBIOS DEL DIA ...............: ' DELIMITED BY SIZE
                  WS-CANT-EDIT                        DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO RP-LINEA.
           WRITE RP-LINEA.

       8000-EMITIR-TOTALES-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       8100-TOTAL-TABLA.

           MOVE WS-CT-ALTAS(WS-IDX-TABLA)          TO WS-CANT-EDIT.
           MOVE WS-CT-MODIFICACIONES(WS-IDX-TABLA) TO WS-CANT-EDIT-2.
           MOVE WS-CT-BAJAS(WS-IDX-TABLA)          TO WS-CANT-EDIT-3.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING WS-TABLA-NOMBRE(WS-IDX-TABLA) DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  WS-CANT-EDIT                  DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  WS-CANT-EDIT-2                DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  WS-CANT-EDIT-3                DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO RP-LINEA.
           WRITE RP-LINEA.

       8100-TOTAL-TABLA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       9000-FINALIZAR.

           IF WS-HAY-AUDITAB
              CLOSE AUDITAB
           END-IF.
           CLOSE REPPARAM.

       9000-FINALIZAR-EXIT.
           EXIT.


       END PROGRAM CLREPPAR.
