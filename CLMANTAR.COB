      *----------------------------------------------------------------*
      *  Purpose: Mantenimiento de la tabla de codigos de concepto
      *           (CONCTAB) y de la tarifa de comisiones por concepto
      *           (TARIFCON), solo para supervisores firmados por
      *           CLSIGNON.  Ambas tablas son secuenciales: se cargan
      *           enteras al inicio y se reescriben completas despues
      *           de cada cambio.  Los tramos de un concepto no pueden
      *           superponerse (desde/hasta inclusive), el concepto de
      *           un tramo tiene que existir en CONCTAB y el concepto
      *           con tramos no se da de baja.  La modalidad de cobro
      *           en pagos masivos es del concepto: todos sus tramos
      *           la tienen igual.  Cada cambio queda auditado en
      *           AUDITAB con imagen anterior y posterior.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CLMANTAR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONCTAB ASSIGN TO "CONCTAB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONCTAB.

           SELECT TARIFCON ASSIGN TO "TARIFCON"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-TARIFCON.

           SELECT AUDITAB ASSIGN TO "AUDITAB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDITAB.


       DATA DIVISION.

       FILE SECTION.

       FD  CONCTAB.
           COPY CONCTAB.

       FD  TARIFCON.
           COPY TARIFCON.

       FD  AUDITAB.
           COPY AUDITAB.


       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
          05 WS-LINEA                          PIC X(72) VALUE ALL '-'.

       01 WS-INDICADORES.
          05 WS-STATUS-CONCTAB                 PIC X(02).
          05 WS-STATUS-TARIFCON                PIC X(02).
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
          05 WS-CONCTAB-DISPONIBLE             PIC X(01) VALUE 'N'.
             88 WS-HAY-CONCTAB                 VALUE 'S'.
             88 WS-NO-HAY-CONCTAB              VALUE 'N'.
          05 WS-TARIFCON-DISPONIBLE            PIC X(01) VALUE 'N'.
             88 WS-HAY-TARIFCON                VALUE 'S'.
             88 WS-NO-HAY-TARIFCON             VALUE 'N'.

       01 WS-OPERADOR                          PIC X(08) VALUE SPACES.
       01 WS-CANT-OPER-SESION                  PIC 9(07) VALUE ZERO.

       COPY OPERSES_WS.

       01 WS-TABLA-ELEGIDA                     PIC X(01).
          88 WS-TAB-CONCEPTOS                  VALUE 'C' 'c'.
          88 WS-TAB-TARIFAS                    VALUE 'T' 't'.

       01 WS-ACCION                            PIC X(01).
          88 WS-ACC-ALTA                       VALUE 'A' 'a'.
          88 WS-ACC-MODIFICACION               VALUE 'M' 'm'.
          88 WS-ACC-BAJA                       VALUE 'B' 'b'.
          88 WS-ACC-CONSULTA                   VALUE 'C' 'c'.

       01 WS-DATOS-VALIDOS                     PIC X(01).
          88 WS-DATOS-OK                       VALUE 'S'.
          88 WS-DATOS-NOTOK                    VALUE 'N'.
       01 WS-GRABACION                         PIC X(01).
          88 WS-GRABACION-OK                   VALUE 'S'.
          88 WS-GRABACION-NOTOK                VALUE 'N'.
       01 WS-CONFIRMACION                      PIC X(01).
          88 WS-CONFIRMADO                     VALUE 'S' 's'.

      *    -- conceptos, con el mismo tope que CLVALTRAN -------------*
       01 WS-TABLA-CONCEPTOS.
          05 WS-CANT-CONCEPTOS                 PIC 9(03) COMP
                                                VALUE ZERO.
          05 WS-CONCEPTO-DET OCCURS 30 TIMES.
             10 WS-CONCEPTO-COD                PIC X(03).
             10 WS-CONCEPTO-DESCRIPCION        PIC X(30).
       01 WS-MAX-CONCEPTOS                     PIC 9(03) COMP
                                                VALUE 30.

      *    -- tramos de tarifa, con el mismo tope que CLPOSTEO y
      *       CLREPOST; el detalle tiene el formato de TF-TARIFA -----*
       01 WS-TABLA-TARIFAS.
          05 WS-CANT-TARIFAS                   PIC 9(03) COMP
                                                VALUE ZERO.
          05 WS-TARIFA-DET OCCURS 100 TIMES.
             10 WS-TARIFA-CONCEPTO             PIC X(03).
             10 WS-TARIFA-DESDE                PIC 9(10)V9(02).
             10 WS-TARIFA-HASTA                PIC 9(10)V9(02).
             10 WS-TARIFA-COMISION             PIC 9(10)V9(02).
             10 WS-TARIFA-MODALIDAD            PIC X(01).
       01 WS-MAX-TARIFAS                       PIC 9(03) COMP
                                                VALUE 100.

       01 WS-IDX                               PIC 9(03) COMP.
       01 WS-IDX-2                             PIC 9(03) COMP.
       01 WS-IDX-SIGUIENTE                     PIC 9(03) COMP.
       01 WS-POS-CONCEPTO                      PIC 9(03) COMP.
       01 WS-POS-TARIFA                        PIC 9(03) COMP.
       01 WS-CANT-TRAMOS                       PIC 9(03) COMP.
       01 WS-CANT-SOLAPES                      PIC 9(03) COMP.
       01 WS-NRO-TRAMO                         PIC 9(03).
       01 WS-NRO-TRAMO-EDIT                    PIC ZZ9.

      *    -- datos ingresados ----------------------------------------*
       01 WS-CONCEPTO-BUSCADO                  PIC X(03).
       01 WS-NUEVA-DESCRIPCION                 PIC X(30).
       01 WS-NUEVO-DESDE                       PIC 9(10)V9(02).
       01 WS-NUEVO-HASTA                       PIC 9(10)V9(02).
       01 WS-NUEVA-COMISION                    PIC 9(10)V9(02).
       01 WS-NUEVA-MODALIDAD                   PIC X(01).
          88 WS-MOD-SIN-CAMBIO                 VALUE ' '.
          88 WS-MOD-POR-OPERACION              VALUE 'O' 'o'.
          88 WS-MOD-POR-LOTE                   VALUE 'L' 'l'.

      *    -- modalidad de cobro del concepto, comun a sus tramos ----*
       01 WS-MODALIDAD-CONCEPTO                PIC X(01).
       01 WS-MODALIDAD-ANTERIOR                PIC X(01).

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
       01 WS-IMPORTE-EDIT-2                    PIC Z(9)9,99.
       01 WS-IMPORTE-EDIT-3                    PIC Z(9)9,99.


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
           SET WS-HAY-CONCTAB TO TRUE.
           OPEN INPUT CONCTAB.
           EVALUATE WS-STATUS-CONCTAB
              WHEN '00'
                 SET WS-HAY-MAS-REGISTROS TO TRUE
                 PERFORM 1200-CARGAR-CONCEPTOS
                    THRU 1200-CARGAR-CONCEPTOS-EXIT
                    UNTIL WS-NO-HAY-MAS-REGISTROS
                 CLOSE CONCTAB
              WHEN '35'
                 CONTINUE
              WHEN OTHER
                 SET WS-NO-HAY-CONCTAB TO TRUE
                 DISPLAY 'CONCTAB no disponible, status '
                    WS-STATUS-CONCTAB
           END-EVALUATE.

           SET WS-HAY-TARIFCON TO TRUE.
           OPEN INPUT TARIFCON.
           EVALUATE WS-STATUS-TARIFCON
              WHEN '00'
                 SET WS-HAY-MAS-REGISTROS TO TRUE
                 PERFORM 1300-CARGAR-TARIFAS
                    THRU 1300-CARGAR-TARIFAS-EXIT
                    UNTIL WS-NO-HAY-MAS-REGISTROS
                 CLOSE TARIFCON
              WHEN '35'
                 CONTINUE
              WHEN OTHER
                 SET WS-NO-HAY-TARIFCON TO TRUE
                 DISPLAY 'TARIFCON no disponible, status '
                    WS-STATUS-TARIFCON
           END-EVALUATE.

      *    Los tramos superpuestos que ya esten cargados se informan:
      *    el posteo cobra el primero que alcanza el importe y el
      *    supervisor tiene que corregirlos.
           MOVE ZERO TO WS-CANT-SOLAPES.
           IF WS-CANT-TARIFAS > 1
              PERFORM 1400-CONTROLAR-SOLAPES
                 THRU 1400-CONTROLAR-SOLAPES-EXIT
                 VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX >= WS-CANT-TARIFAS
           END-IF.
           IF WS-CANT-SOLAPES > 0
              MOVE WS-CANT-SOLAPES TO WS-NRO-TRAMO-EDIT
              DISPLAY 'ATENCION: TARIFCON tiene ' WS-NRO-TRAMO-EDIT
                 ' par(es) de tramos superpuestos.'
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
           MOVE 'CLMANTAR' TO WS-SES-PROGRAMA.
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
       1200-CARGAR-CONCEPTOS.

           READ CONCTAB
               AT END
                  SET WS-NO-HAY-MAS-REGISTROS TO TRUE
               NOT AT END
                  IF WS-CANT-CONCEPTOS < WS-MAX-CONCEPTOS
                     ADD 1 TO WS-CANT-CONCEPTOS
                     MOVE CC-CONCEPTO
                       TO WS-CONCEPTO-DET(WS-CANT-CONCEPTOS)
                  ELSE
                     SET WS-NO-HAY-CONCTAB TO TRUE
                     SET WS-NO-HAY-MAS-REGISTROS TO TRUE
                     MOVE WS-MAX-CONCEPTOS TO WS-NRO-TRAMO-EDIT
                     DISPLAY 'CONCTAB supera los ' WS-NRO-TRAMO-EDIT
                        ' conceptos: solo consulta, depurar la tabla.'
                  END-IF
           END-READ.

       1200-CARGAR-CONCEPTOS-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       1300-CARGAR-TARIFAS.

           READ TARIFCON
               AT END
                  SET WS-NO-HAY-MAS-REGISTROS TO TRUE
               NOT AT END
                  IF WS-CANT-TARIFAS < WS-MAX-TARIFAS
                     ADD 1 TO WS-CANT-TARIFAS
                     MOVE TF-TARIFA
                       TO WS-TARIFA-DET(WS-CANT-TARIFAS)
                  ELSE
                     SET WS-NO-HAY-TARIFCON TO TRUE
                     SET WS-NO-HAY-MAS-REGISTROS TO TRUE
                     MOVE WS-MAX-TARIFAS TO WS-NRO-TRAMO-EDIT
                     DISPLAY 'TARIFCON supera los ' WS-NRO-TRAMO-EDIT
                        ' tramos: solo consulta, depurar la tabla.'
                  END-IF
           END-READ.

       1300-CARGAR-TARIFAS-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       1400-CONTROLAR-SOLAPES.

           COMPUTE WS-IDX-SIGUIENTE = WS-IDX + 1.
           PERFORM 1410-CONTROLAR-PAR
              THRU 1410-CONTROLAR-PAR-EXIT
              VARYING WS-IDX-2 FROM WS-IDX-SIGUIENTE BY 1
              UNTIL WS-IDX-2 > WS-CANT-TARIFAS.

       1400-CONTROLAR-SOLAPES-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       1410-CONTROLAR-PAR.

           IF WS-TARIFA-CONCEPTO(WS-IDX) EQUAL
              WS-TARIFA-CONCEPTO(WS-IDX-2)
           AND WS-TARIFA-DESDE(WS-IDX) NOT > WS-TARIFA-HASTA(WS-IDX-2)
           AND WS-TARIFA-DESDE(WS-IDX-2) NOT > WS-TARIFA-HASTA(WS-IDX)
              ADD 1 TO WS-CANT-SOLAPES
              MOVE WS-TARIFA-DESDE(WS-IDX)   TO WS-IMPORTE-EDIT
              MOVE WS-TARIFA-DESDE(WS-IDX-2) TO WS-IMPORTE-EDIT-2
              DISPLAY 'Tramos superpuestos del concepto '
                 WS-TARIFA-CONCEPTO(WS-IDX) ': desde '
                 WS-IMPORTE-EDIT ' y desde ' WS-IMPORTE-EDIT-2
           END-IF.

       1410-CONTROLAR-PAR-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2000-ATENDER-OPERACION.

           DISPLAY WS-LINEA.
           DISPLAY 'Tabla: C-Conceptos T-Tarifas de comision '
           ACCEPT WS-TABLA-ELEGIDA.
           DISPLAY 'Accion: A-Alta M-Modificar B-Baja C-Consultar '
           ACCEPT WS-ACCION.

           EVALUATE TRUE
              WHEN WS-TAB-CONCEPTOS
                 PERFORM 3000-MANTENER-CONCEPTO
                    THRU 3000-MANTENER-CONCEPTO-EXIT
              WHEN WS-TAB-TARIFAS
                 PERFORM 4000-MANTENER-TARIFA
                    THRU 4000-MANTENER-TARIFA-EXIT
              WHEN OTHER
                 DISPLAY 'Tabla invalida: ' WS-TABLA-ELEGIDA
           END-EVALUATE.

           DISPLAY WS-LINEA.
           DISPLAY 'Desea realizar otra operacion? (S/N) '
           ACCEPT WS-CONTINUAR.

       2000-ATENDER-OPERACION-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3000-MANTENER-CONCEPTO.

           MOVE 'CONCTAB' TO WS-AUD-TABLA.
           MOVE SPACES TO WS-IMAGEN-ANTES WS-IMAGEN-DESPUES.

           IF WS-ACC-CONSULTA
              PERFORM 3400-CONSULTAR-CONCEPTOS
                 THRU 3400-CONSULTAR-CONCEPTOS-EXIT
              GO TO 3000-MANTENER-CONCEPTO-EXIT
           END-IF.

           IF NOT WS-ACC-ALTA AND NOT WS-ACC-MODIFICACION
           AND NOT WS-ACC-BAJA
              DISPLAY 'Accion invalida: ' WS-ACCION
              GO TO 3000-MANTENER-CONCEPTO-EXIT
           END-IF.

           IF WS-NO-HAY-CONCTAB
              DISPLAY 'CONCTAB no admite cambios en esta sesion.'
              GO TO 3000-MANTENER-CONCEPTO-EXIT
           END-IF.

           DISPLAY 'Codigo de concepto '
           ACCEPT WS-CONCEPTO-BUSCADO.
           IF WS-CONCEPTO-BUSCADO EQUAL SPACES
              DISPLAY 'Codigo de concepto vacio, operacion ignorada.'
              GO TO 3000-MANTENER-CONCEPTO-EXIT
           END-IF.
           MOVE WS-CONCEPTO-BUSCADO TO WS-AUD-CLAVE.

           PERFORM 3500-BUSCAR-CONCEPTO
              THRU 3500-BUSCAR-CONCEPTO-EXIT.

           EVALUATE TRUE
              WHEN WS-ACC-ALTA
                 PERFORM 3100-ALTA-CONCEPTO
                    THRU 3100-ALTA-CONCEPTO-EXIT
              WHEN WS-ACC-MODIFICACION
                 PERFORM 3200-MODIFICAR-CONCEPTO
                    THRU 3200-MODIFICAR-CONCEPTO-EXIT
              WHEN WS-ACC-BAJA
                 PERFORM 3300-BAJA-CONCEPTO
                    THRU 3300-BAJA-CONCEPTO-EXIT
           END-EVALUATE.

       3000-MANTENER-CONCEPTO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3100-ALTA-CONCEPTO.

           IF WS-POS-CONCEPTO > 0
              DISPLAY 'El concepto ya existe: use modificar.'
              GO TO 3100-ALTA-CONCEPTO-EXIT
           END-IF.

           IF WS-CANT-CONCEPTOS NOT < WS-MAX-CONCEPTOS
              MOVE WS-MAX-CONCEPTOS TO WS-NRO-TRAMO-EDIT
              DISPLAY 'CONCTAB completa (' WS-NRO-TRAMO-EDIT
                 ' conceptos): dar de baja uno antes.'
              GO TO 3100-ALTA-CONCEPTO-EXIT
           END-IF.

           DISPLAY 'Descripcion '
           ACCEPT WS-NUEVA-DESCRIPCION.
           IF WS-NUEVA-DESCRIPCION EQUAL SPACES
              DISPLAY 'La descripcion no puede quedar vacia.'
              GO TO 3100-ALTA-CONCEPTO-EXIT
           END-IF.

           ADD 1 TO WS-CANT-CONCEPTOS.
           MOVE WS-CONCEPTO-BUSCADO
             TO WS-CONCEPTO-COD(WS-CANT-CONCEPTOS).
           MOVE WS-NUEVA-DESCRIPCION
             TO WS-CONCEPTO-DESCRIPCION(WS-CANT-CONCEPTOS).

           PERFORM 5000-GRABAR-CONCTAB
              THRU 5000-GRABAR-CONCTAB-EXIT.
           IF WS-GRABACION-OK
              MOVE 'A' TO WS-ACCION
              MOVE WS-CONCEPTO-DET(WS-CANT-CONCEPTOS)
                TO WS-IMAGEN-DESPUES
              PERFORM 7000-GRABAR-AUDITORIA
                 THRU 7000-GRABAR-AUDITORIA-EXIT
              DISPLAY 'Concepto dado de alta.'
           END-IF.

       3100-ALTA-CONCEPTO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3200-MODIFICAR-CONCEPTO.

      *    El codigo es la clave que usan las transacciones y la
      *    tarifa: solo se modifica la descripcion.
           IF WS-POS-CONCEPTO EQUAL 0
              DISPLAY 'El concepto no existe.'
              GO TO 3200-MODIFICAR-CONCEPTO-EXIT
           END-IF.

           DISPLAY 'Descripcion actual: '
              WS-CONCEPTO-DESCRIPCION(WS-POS-CONCEPTO).
           DISPLAY 'Nueva descripcion (vacio = no cambiar) '
           ACCEPT WS-NUEVA-DESCRIPCION.
           IF WS-NUEVA-DESCRIPCION EQUAL SPACES
           OR WS-NUEVA-DESCRIPCION EQUAL
              WS-CONCEPTO-DESCRIPCION(WS-POS-CONCEPTO)
              DISPLAY 'Sin cambios, no se modifica el concepto.'
              GO TO 3200-MODIFICAR-CONCEPTO-EXIT
           END-IF.

           MOVE WS-CONCEPTO-DET(WS-POS-CONCEPTO) TO WS-IMAGEN-ANTES.
           MOVE WS-NUEVA-DESCRIPCION
             TO WS-CONCEPTO-DESCRIPCION(WS-POS-CONCEPTO).

           PERFORM 5000-GRABAR-CONCTAB
              THRU 5000-GRABAR-CONCTAB-EXIT.
           IF WS-GRABACION-OK
              MOVE 'M' TO WS-ACCION
              MOVE WS-CONCEPTO-DET(WS-POS-CONCEPTO)
                TO WS-IMAGEN-DESPUES
              PERFORM 7000-GRABAR-AUDITORIA
                 THRU 7000-GRABAR-AUDITORIA-EXIT
              DISPLAY 'Concepto modificado.'
           END-IF.

       3200-MODIFICAR-CONCEPTO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3300-BAJA-CONCEPTO.

      *    Un concepto con tramos en la tarifa sigue cobrando
      *    comision: primero hay que dar de baja sus tramos.
           IF WS-POS-CONCEPTO EQUAL 0
              DISPLAY 'El concepto no existe.'
              GO TO 3300-BAJA-CONCEPTO-EXIT
           END-IF.

           PERFORM 3600-CONTAR-TRAMOS
              THRU 3600-CONTAR-TRAMOS-EXIT.
           IF WS-CANT-TRAMOS > 0
              MOVE WS-CANT-TRAMOS TO WS-NRO-TRAMO-EDIT
              DISPLAY 'El concepto tiene ' WS-NRO-TRAMO-EDIT
                 ' tramo(s) en TARIFCON: darlos de baja primero.'
              GO TO 3300-BAJA-CONCEPTO-EXIT
           END-IF.

           DISPLAY 'Concepto ' WS-CONCEPTO-COD(WS-POS-CONCEPTO) ' '
              WS-CONCEPTO-DESCRIPCION(WS-POS-CONCEPTO).
           DISPLAY 'Confirma la baja? (S/N) '
           ACCEPT WS-CONFIRMACION.
           IF NOT WS-CONFIRMADO
              DISPLAY 'Baja cancelada.'
              GO TO 3300-BAJA-CONCEPTO-EXIT
           END-IF.

           MOVE WS-CONCEPTO-DET(WS-POS-CONCEPTO) TO WS-IMAGEN-ANTES.
           PERFORM 5500-QUITAR-CONCEPTO
              THRU 5500-QUITAR-CONCEPTO-EXIT.

           PERFORM 5000-GRABAR-CONCTAB
              THRU 5000-GRABAR-CONCTAB-EXIT.
           IF WS-GRABACION-OK
              MOVE 'B' TO WS-ACCION
              PERFORM 7000-GRABAR-AUDITORIA
                 THRU 7000-GRABAR-AUDITORIA-EXIT
              DISPLAY 'Concepto dado de baja.'
           END-IF.

       3300-BAJA-CONCEPTO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3400-CONSULTAR-CONCEPTOS.

           IF WS-CANT-CONCEPTOS EQUAL 0
              DISPLAY 'CONCTAB no tiene conceptos.'
              GO TO 3400-CONSULTAR-CONCEPTOS-EXIT
           END-IF.

           PERFORM 3410-MOSTRAR-CONCEPTO
              THRU 3410-MOSTRAR-CONCEPTO-EXIT
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-CANT-CONCEPTOS.

       3400-CONSULTAR-CONCEPTOS-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3410-MOSTRAR-CONCEPTO.

           MOVE WS-CONCEPTO-COD(WS-IDX) TO WS-CONCEPTO-BUSCADO.
           PERFORM 3600-CONTAR-TRAMOS
              THRU 3600-CONTAR-TRAMOS-EXIT.
           MOVE WS-CANT-TRAMOS TO WS-NRO-TRAMO-EDIT.
           DISPLAY WS-CONCEPTO-COD(WS-IDX) ' '
              WS-CONCEPTO-DESCRIPCION(WS-IDX) '  tramos: '
              WS-NRO-TRAMO-EDIT.

       3410-MOSTRAR-CONCEPTO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3500-BUSCAR-CONCEPTO.

           MOVE ZERO TO WS-POS-CONCEPTO.
           IF WS-CANT-CONCEPTOS > 0
              PERFORM 3510-COMPARAR-CONCEPTO
                 THRU 3510-COMPARAR-CONCEPTO-EXIT
                 VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-CANT-CONCEPTOS
                    OR WS-POS-CONCEPTO > 0
           END-IF.

       3500-BUSCAR-CONCEPTO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3510-COMPARAR-CONCEPTO.

           IF WS-CONCEPTO-COD(WS-IDX) EQUAL WS-CONCEPTO-BUSCADO
              MOVE WS-IDX TO WS-POS-CONCEPTO
           END-IF.

       3510-COMPARAR-CONCEPTO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3600-CONTAR-TRAMOS.

           MOVE ZERO TO WS-CANT-TRAMOS.
           IF WS-CANT-TARIFAS > 0
              PERFORM 3610-CONTAR-TRAMO
                 THRU 3610-CONTAR-TRAMO-EXIT
                 VARYING WS-IDX-2 FROM 1 BY 1
                 UNTIL WS-IDX-2 > WS-CANT-TARIFAS
           END-IF.

       3600-CONTAR-TRAMOS-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3610-CONTAR-TRAMO.

           IF WS-TARIFA-CONCEPTO(WS-IDX-2) EQUAL WS-CONCEPTO-BUSCADO
              ADD 1 TO WS-CANT-TRAMOS
           END-IF.

       3610-CONTAR-TRAMO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       4000-MANTENER-TARIFA.

           MOVE 'TARIFCON' TO WS-AUD-TABLA.
           MOVE SPACES TO WS-IMAGEN-ANTES WS-IMAGEN-DESPUES.

           IF NOT WS-ACC-ALTA AND NOT WS-ACC-MODIFICACION
           AND NOT WS-ACC-BAJA AND NOT WS-ACC-CONSULTA
              DISPLAY 'Accion invalida: ' WS-ACCION
              GO TO 4000-MANTENER-TARIFA-EXIT
           END-IF.

           IF WS-NO-HAY-TARIFCON AND NOT WS-ACC-CONSULTA
              DISPLAY 'TARIFCON no admite cambios en esta sesion.'
              GO TO 4000-MANTENER-TARIFA-EXIT
           END-IF.

           DISPLAY 'Codigo de concepto '
           ACCEPT WS-CONCEPTO-BUSCADO.
           IF WS-CONCEPTO-BUSCADO EQUAL SPACES
              DISPLAY 'Codigo de concepto vacio, operacion ignorada.'
              GO TO 4000-MANTENER-TARIFA-EXIT
           END-IF.

           PERFORM 4400-LISTAR-TRAMOS
              THRU 4400-LISTAR-TRAMOS-EXIT.

           EVALUATE TRUE
              WHEN WS-ACC-ALTA
                 PERFORM 4100-ALTA-TRAMO
                    THRU 4100-ALTA-TRAMO-EXIT
              WHEN WS-ACC-MODIFICACION
                 PERFORM 4200-MODIFICAR-TRAMO
                    THRU 4200-MODIFICAR-TRAMO-EXIT
              WHEN WS-ACC-BAJA
                 PERFORM 4300-BAJA-TRAMO
                    THRU 4300-BAJA-TRAMO-EXIT
           END-EVALUATE.

       4000-MANTENER-TARIFA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       4100-ALTA-TRAMO.

      *    El tramo de un concepto que no esta en CONCTAB nunca se
      *    cobraria: CLVALTRAN rechaza antes la transaccion.
           PERFORM 3500-BUSCAR-CONCEPTO
              THRU 3500-BUSCAR-CONCEPTO-EXIT.
           IF WS-POS-CONCEPTO EQUAL 0
              DISPLAY 'El concepto no existe en CONCTAB.'
              GO TO 4100-ALTA-TRAMO-EXIT
           END-IF.

           IF WS-CANT-TARIFAS NOT < WS-MAX-TARIFAS
              MOVE WS-MAX-TARIFAS TO WS-NRO-TRAMO-EDIT
              DISPLAY 'TARIFCON completa (' WS-NRO-TRAMO-EDIT
                 ' tramos): dar de baja uno antes.'
              GO TO 4100-ALTA-TRAMO-EXIT
           END-IF.

           DISPLAY 'Importe desde '
           ACCEPT WS-NUEVO-DESDE.
           DISPLAY 'Importe hasta '
           ACCEPT WS-NUEVO-HASTA.
           DISPLAY 'Importe de la comision '
           ACCEPT WS-NUEVA-COMISION.

      *    La modalidad de cobro es del concepto: el tramo nuevo toma
      *    la de los tramos que ya tiene y solo se pregunta para el
      *    primero.
           PERFORM 4800-UBICAR-MODALIDAD
              THRU 4800-UBICAR-MODALIDAD-EXIT.
           IF WS-MODALIDAD-CONCEPTO EQUAL SPACES
              DISPLAY 'Cobro en pagos masivos (O-por operacion '
                 'L-por lote) '
              ACCEPT WS-NUEVA-MODALIDAD
              IF NOT WS-MOD-POR-OPERACION AND NOT WS-MOD-POR-LOTE
                 DISPLAY 'Modalidad de cobro invalida: '
                    WS-NUEVA-MODALIDAD
                 GO TO 4100-ALTA-TRAMO-EXIT
              END-IF
              IF WS-MOD-POR-LOTE
                 MOVE 'L' TO WS-MODALIDAD-CONCEPTO
              ELSE
                 MOVE 'O' TO WS-MODALIDAD-CONCEPTO
              END-IF
           END-IF.

           MOVE ZERO TO WS-POS-TARIFA.
           PERFORM 4600-VALIDAR-TRAMO
              THRU 4600-VALIDAR-TRAMO-EXIT.
           IF WS-DATOS-NOTOK
              GO TO 4100-ALTA-TRAMO-EXIT
           END-IF.

           ADD 1 TO WS-CANT-TARIFAS.
           MOVE WS-CANT-TARIFAS TO WS-POS-TARIFA.
           MOVE WS-CONCEPTO-BUSCADO
             TO WS-TARIFA-CONCEPTO(WS-POS-TARIFA).
           MOVE WS-NUEVO-DESDE    TO WS-TARIFA-DESDE(WS-POS-TARIFA).
           MOVE WS-NUEVO-HASTA    TO WS-TARIFA-HASTA(WS-POS-TARIFA).
           MOVE WS-NUEVA-COMISION TO WS-TARIFA-COMISION(WS-POS-TARIFA).
           MOVE WS-MODALIDAD-CONCEPTO
             TO WS-TARIFA-MODALIDAD(WS-POS-TARIFA).

           PERFORM 5200-GRABAR-TARIFCON
              THRU 5200-GRABAR-TARIFCON-EXIT.
           IF WS-GRABACION-OK
              MOVE 'A' TO WS-ACCION
              MOVE WS-TARIFA-DET(WS-POS-TARIFA) TO WS-IMAGEN-DESPUES
              PERFORM 4700-ARMAR-CLAVE-TRAMO
                 THRU 4700-ARMAR-CLAVE-TRAMO-EXIT
              PERFORM 7000-GRABAR-AUDITORIA
                 THRU 7000-GRABAR-AUDITORIA-EXIT
              DISPLAY 'Tramo dado de alta.'
           END-IF.

       4100-ALTA-TRAMO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       4200-MODIFICAR-TRAMO.

      *    Desde, hasta y comision definen juntos el tramo: se
      *    ingresan los tres de nuevo.  La modalidad de cobro se deja
      *    en blanco para no cambiarla; si cambia, cambia en todos
      *    los tramos del concepto y cada uno queda auditado.
           PERFORM 4500-ELEGIR-TRAMO
              THRU 4500-ELEGIR-TRAMO-EXIT.
           IF WS-POS-TARIFA EQUAL 0
              GO TO 4200-MODIFICAR-TRAMO-EXIT
           END-IF.

           DISPLAY 'Nuevo importe desde '
           ACCEPT WS-NUEVO-DESDE.
           DISPLAY 'Nuevo importe hasta '
           ACCEPT WS-NUEVO-HASTA.
           DISPLAY 'Nuevo importe de la comision '
           ACCEPT WS-NUEVA-COMISION.
           DISPLAY 'Cobro en pagos masivos (O-por operacion '
              'L-por lote, blanco sin cambio) '
           ACCEPT WS-NUEVA-MODALIDAD.

           MOVE WS-TARIFA-MODALIDAD(WS-POS-TARIFA)
             TO WS-MODALIDAD-ANTERIOR WS-MODALIDAD-CONCEPTO.
           EVALUATE TRUE
              WHEN WS-MOD-SIN-CAMBIO
                 CONTINUE
              WHEN WS-MOD-POR-OPERACION
                 MOVE 'O' TO WS-MODALIDAD-CONCEPTO
              WHEN WS-MOD-POR-LOTE
                 MOVE 'L' TO WS-MODALIDAD-CONCEPTO
              WHEN OTHER
                 DISPLAY 'Modalidad de cobro invalida: '
                    WS-NUEVA-MODALIDAD
                 GO TO 4200-MODIFICAR-TRAMO-EXIT
           END-EVALUATE.

           IF WS-NUEVO-DESDE    EQUAL WS-TARIFA-DESDE(WS-POS-TARIFA)
           AND WS-NUEVO-HASTA   EQUAL WS-TARIFA-HASTA(WS-POS-TARIFA)
           AND WS-NUEVA-COMISION EQUAL
               WS-TARIFA-COMISION(WS-POS-TARIFA)
           AND WS-MODALIDAD-CONCEPTO EQUAL WS-MODALIDAD-ANTERIOR
              DISPLAY 'Sin cambios, no se modifica el tramo.'
              GO TO 4200-MODIFICAR-TRAMO-EXIT
           END-IF.

           PERFORM 4600-VALIDAR-TRAMO
              THRU 4600-VALIDAR-TRAMO-EXIT.
           IF WS-DATOS-NOTOK
              GO TO 4200-MODIFICAR-TRAMO-EXIT
           END-IF.

           MOVE WS-TARIFA-DET(WS-POS-TARIFA) TO WS-IMAGEN-ANTES.
           MOVE WS-NUEVO-DESDE    TO WS-TARIFA-DESDE(WS-POS-TARIFA).
           MOVE WS-NUEVO-HASTA    TO WS-TARIFA-HASTA(WS-POS-TARIFA).
           MOVE WS-NUEVA-COMISION TO WS-TARIFA-COMISION(WS-POS-TARIFA).
           MOVE WS-POS-TARIFA TO WS-IDX-2.
           IF WS-MODALIDAD-CONCEPTO NOT EQUAL WS-MODALIDAD-ANTERIOR
              PERFORM 4850-CAMBIAR-MODALIDAD
                 THRU 4850-CAMBIAR-MODALIDAD-EXIT
                 VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-CANT-TARIFAS
           END-IF.

           PERFORM 5200-GRABAR-TARIFCON
              THRU 5200-GRABAR-TARIFCON-EXIT.
           IF WS-GRABACION-OK
              MOVE 'M' TO WS-ACCION
              MOVE WS-TARIFA-DET(WS-POS-TARIFA) TO WS-IMAGEN-DESPUES
              PERFORM 4700-ARMAR-CLAVE-TRAMO
                 THRU 4700-ARMAR-CLAVE-TRAMO-EXIT
              PERFORM 7000-GRABAR-AUDITORIA
                 THRU 7000-GRABAR-AUDITORIA-EXIT
              IF WS-MODALIDAD-CONCEPTO NOT EQUAL WS-MODALIDAD-ANTERIOR
                 PERFORM 4860-AUDITAR-MODALIDAD
                    THRU 4860-AUDITAR-MODALIDAD-EXIT
                    VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-CANT-TARIFAS
                 MOVE WS-IDX-2 TO WS-POS-TARIFA
              END-IF
              DISPLAY 'Tramo modificado.'
           END-IF.

       4200-MODIFICAR-TRAMO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       4300-BAJA-TRAMO.

           PERFORM 4500-ELEGIR-TRAMO
              THRU 4500-ELEGIR-TRAMO-EXIT.
           IF WS-POS-TARIFA EQUAL 0
              GO TO 4300-BAJA-TRAMO-EXIT
           END-IF.

           DISPLAY 'Confirma la baja del tramo? (S/N) '
           ACCEPT WS-CONFIRMACION.
           IF NOT WS-CONFIRMADO
              DISPLAY 'Baja cancelada.'
              GO TO 4300-BAJA-TRAMO-EXIT
           END-IF.

           MOVE WS-TARIFA-DET(WS-POS-TARIFA) TO WS-IMAGEN-ANTES.
           PERFORM 4700-ARMAR-CLAVE-TRAMO
              THRU 4700-ARMAR-CLAVE-TRAMO-EXIT.
           PERFORM 5600-QUITAR-TARIFA
              THRU 5600-QUITAR-TARIFA-EXIT.

           PERFORM 5200-GRABAR-TARIFCON
              THRU 5200-GRABAR-TARIFCON-EXIT.
           IF WS-GRABACION-OK
              MOVE 'B' TO WS-ACCION
              PERFORM 7000-GRABAR-AUDITORIA
                 THRU 7000-GRABAR-AUDITORIA-EXIT
              DISPLAY 'Tramo dado de baja.'
           END-IF.

       4300-BAJA-TRAMO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       4400-LISTAR-TRAMOS.

      *    Los tramos se numeran por concepto en el orden de la
      *    tabla; ese numero es el que se elige para modificar o dar
      *    de baja.
           MOVE ZERO TO WS-CANT-TRAMOS.
           IF WS-CANT-TARIFAS > 0
              PERFORM 4410-MOSTRAR-TRAMO
                 THRU 4410-MOSTRAR-TRAMO-EXIT
                 VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-CANT-TARIFAS
           END-IF.
           IF WS-CANT-TRAMOS EQUAL 0
              DISPLAY 'El concepto no tiene tramos en TARIFCON.'
           END-IF.

       4400-LISTAR-TRAMOS-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       4410-MOSTRAR-TRAMO.

           IF WS-TARIFA-CONCEPTO(WS-IDX) EQUAL WS-CONCEPTO-BUSCADO
              ADD 1 TO WS-CANT-TRAMOS
              MOVE WS-CANT-TRAMOS             TO WS-NRO-TRAMO-EDIT
              MOVE WS-TARIFA-DESDE(WS-IDX)    TO WS-IMPORTE-EDIT
              MOVE WS-TARIFA-HASTA(WS-IDX)    TO WS-IMPORTE-EDIT-2
              MOVE WS-TARIFA-COMISION(WS-IDX) TO WS-IMPORTE-EDIT-3
              DISPLAY WS-NRO-TRAMO-EDIT ') desde ' WS-IMPORTE-EDIT
                 ' hasta ' WS-IMPORTE-EDIT-2
                 ' comision ' WS-IMPORTE-EDIT-3
                 ' cobro ' WS-TARIFA-MODALIDAD(WS-IDX)
           END-IF.

       4410-MOSTRAR-TRAMO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       4500-ELEGIR-TRAMO.

           MOVE ZERO TO WS-POS-TARIFA.
           IF WS-CANT-TRAMOS EQUAL 0
              GO TO 4500-ELEGIR-TRAMO-EXIT
           END-IF.

           DISPLAY 'Numero de tramo '
           ACCEPT WS-NRO-TRAMO.
           IF WS-NRO-TRAMO < 1 OR WS-NRO-TRAMO > WS-CANT-TRAMOS
              DISPLAY 'Numero de tramo invalido.'
              GO TO 4500-ELEGIR-TRAMO-EXIT
           END-IF.

           MOVE ZERO TO WS-CANT-TRAMOS.
           PERFORM 4510-UBICAR-TRAMO
              THRU 4510-UBICAR-TRAMO-EXIT
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-CANT-TARIFAS
                 OR WS-POS-TARIFA > 0.

       4500-ELEGIR-TRAMO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       4510-UBICAR-TRAMO.

           IF WS-TARIFA-CONCEPTO(WS-IDX) EQUAL WS-CONCEPTO-BUSCADO
              ADD 1 TO WS-CANT-TRAMOS
              IF WS-CANT-TRAMOS EQUAL WS-NRO-TRAMO
                 MOVE WS-IDX TO WS-POS-TARIFA
              END-IF
           END-IF.

       4510-UBICAR-TRAMO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       4600-VALIDAR-TRAMO.

      *    WS-POS-TARIFA trae el tramo que se esta modificando (cero
      *    en el alta), que no se compara consigo mismo.
           SET WS-DATOS-OK TO TRUE.

           IF WS-NUEVO-DESDE > WS-NUEVO-HASTA
              DISPLAY 'El importe desde no puede superar el hasta.'
              SET WS-DATOS-NOTOK TO TRUE
              GO TO 4600-VALIDAR-TRAMO-EXIT
           END-IF.

           PERFORM 4610-CONTROLAR-SOLAPE
              THRU 4610-CONTROLAR-SOLAPE-EXIT
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-CANT-TARIFAS.

       4600-VALIDAR-TRAMO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       4610-CONTROLAR-SOLAPE.

           IF WS-IDX NOT EQUAL WS-POS-TARIFA
           AND WS-TARIFA-CONCEPTO(WS-IDX) EQUAL WS-CONCEPTO-BUSCADO
           AND WS-NUEVO-DESDE NOT > WS-TARIFA-HASTA(WS-IDX)
           AND WS-TARIFA-DESDE(WS-IDX) NOT > WS-NUEVO-HASTA
              MOVE WS-TARIFA-DESDE(WS-IDX) TO WS-IMPORTE-EDIT
              MOVE WS-TARIFA-HASTA(WS-IDX) TO WS-IMPORTE-EDIT-2
              DISPLAY 'Se superpone con el tramo desde '
                 WS-IMPORTE-EDIT ' hasta ' WS-IMPORTE-EDIT-2
              SET WS-DATOS-NOTOK TO TRUE
           END-IF.

       4610-CONTROLAR-SOLAPE-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       4700-ARMAR-CLAVE-TRAMO.

           MOVE WS-TARIFA-DESDE(WS-POS-TARIFA) TO WS-IMPORTE-EDIT.
           MOVE SPACES TO WS-AUD-CLAVE.
           STRING WS-TARIFA-CONCEPTO(WS-POS-TARIFA) DELIMITED BY SIZE
                  ' desde '                         DELIMITED BY SIZE
                  WS-IMPORTE-EDIT                   DELIMITED BY SIZE
             INTO WS-AUD-CLAVE.

       4700-ARMAR-CLAVE-TRAMO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       4800-UBICAR-MODALIDAD.

      *    Deja en WS-MODALIDAD-CONCEPTO la modalidad de cobro de los
      *    tramos del concepto, o blancos si todavia no tiene tramos.
           MOVE SPACES TO WS-MODALIDAD-CONCEPTO.
           IF WS-CANT-TARIFAS > 0
              PERFORM 4810-COMPARAR-MODALIDAD
                 THRU 4810-COMPARAR-MODALIDAD-EXIT
                 VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-CANT-TARIFAS
                    OR WS-MODALIDAD-CONCEPTO NOT EQUAL SPACES
           END-IF.

       4800-UBICAR-MODALIDAD-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       4810-COMPARAR-MODALIDAD.

           IF WS-TARIFA-CONCEPTO(WS-IDX) EQUAL WS-CONCEPTO-BUSCADO
              IF WS-TARIFA-MODALIDAD(WS-IDX) EQUAL 'L'
                 MOVE 'L' TO WS-MODALIDAD-CONCEPTO
              ELSE
                 MOVE 'O' TO WS-MODALIDAD-CONCEPTO
              END-IF
           END-IF.

       4810-COMPARAR-MODALIDAD-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       4850-CAMBIAR-MODALIDAD.

      *    Todos los tramos del concepto, incluido el modificado
      *    (WS-IDX-2), pasan a la modalidad nueva.
           IF WS-TARIFA-CONCEPTO(WS-IDX) EQUAL WS-CONCEPTO-BUSCADO
              MOVE WS-MODALIDAD-CONCEPTO TO WS-TARIFA-MODALIDAD(WS-IDX)
           END-IF.

       4850-CAMBIAR-MODALIDAD-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       4860-AUDITAR-MODALIDAD.

      *    El tramo modificado (WS-IDX-2) ya se audito con el resto de
      *    sus cambios; los demas solo cambiaron la modalidad.
           IF WS-IDX NOT EQUAL WS-IDX-2
           AND WS-TARIFA-CONCEPTO(WS-IDX) EQUAL WS-CONCEPTO-BUSCADO
              MOVE WS-IDX TO WS-POS-TARIFA
              MOVE WS-TARIFA-DET(WS-IDX) TO WS-IMAGEN-ANTES
                                            WS-IMAGEN-DESPUES
              MOVE WS-MODALIDAD-ANTERIOR TO WS-IMAGEN-ANTES(40:1)
              PERFORM 4700-ARMAR-CLAVE-TRAMO
                 THRU 4700-ARMAR-CLAVE-TRAMO-EXIT
              PERFORM 7000-GRABAR-AUDITORIA
                 THRU 7000-GRABAR-AUDITORIA-EXIT
           END-IF.

       4860-AUDITAR-MODALIDAD-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       5000-GRABAR-CONCTAB.

      *    La tabla se reescribe completa, como REINTCTL en CLREPOST.
           SET WS-GRABACION-OK TO TRUE.
           OPEN OUTPUT CONCTAB.
           IF WS-STATUS-CONCTAB NOT EQUAL '00'
              DISPLAY 'Error abriendo CONCTAB, status '
                 WS-STATUS-CONCTAB
              SET WS-GRABACION-NOTOK TO TRUE
              GO TO 5000-GRABAR-CONCTAB-EXIT
           END-IF.

           IF WS-CANT-CONCEPTOS > 0
              PERFORM 5100-GRABAR-CONCEPTO
                 THRU 5100-GRABAR-CONCEPTO-EXIT
                 VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-CANT-CONCEPTOS
           END-IF.

           CLOSE CONCTAB.

       5000-GRABAR-CONCTAB-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       5100-GRABAR-CONCEPTO.

           MOVE WS-CONCEPTO-DET(WS-IDX) TO CC-CONCEPTO.
           WRITE CC-CONCEPTO.
           IF WS-STATUS-CONCTAB NOT EQUAL '00'
              DISPLAY 'Error grabando CONCTAB, status '
                 WS-STATUS-CONCTAB
              SET WS-GRABACION-NOTOK TO TRUE
           END-IF.

       5100-GRABAR-CONCEPTO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       5200-GRABAR-TARIFCON.

           SET WS-GRABACION-OK TO TRUE.
           OPEN OUTPUT TARIFCON.
           IF WS-STATUS-TARIFCON NOT EQUAL '00'
              DISPLAY 'Error abriendo TARIFCON, status '
                 WS-STATUS-TARIFCON
              SET WS-GRABACION-NOTOK TO TRUE
              GO TO 5200-GRABAR-TARIFCON-EXIT
           END-IF.

           IF WS-CANT-TARIFAS > 0
              PERFORM 5300-GRABAR-TARIFA
                 THRU 5300-GRABAR-TARIFA-EXIT
                 VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-CANT-TARIFAS
           END-IF.

           CLOSE TARIFCON.

       5200-GRABAR-TARIFCON-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       5300-GRABAR-TARIFA.

           MOVE WS-TARIFA-DET(WS-IDX) TO TF-TARIFA.
           WRITE TF-TARIFA.
           IF WS-STATUS-TARIFCON NOT EQUAL '00'
              DISPLAY 'Error grabando TARIFCON, status '
                 WS-STATUS-TARIFCON
              SET WS-GRABACION-NOTOK TO TRUE
           END-IF.

       5300-GRABAR-TARIFA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       5500-QUITAR-CONCEPTO.

           PERFORM 5510-CORRER-CONCEPTO
              THRU 5510-CORRER-CONCEPTO-EXIT
              VARYING WS-IDX FROM WS-POS-CONCEPTO BY 1
              UNTIL WS-IDX >= WS-CANT-CONCEPTOS.
           SUBTRACT 1 FROM WS-CANT-CONCEPTOS.

       5500-QUITAR-CONCEPTO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       5510-CORRER-CONCEPTO.

           COMPUTE WS-IDX-SIGUIENTE = WS-IDX + 1.
           MOVE WS-CONCEPTO-DET(WS-IDX-SIGUIENTE)
             TO WS-CONCEPTO-DET(WS-IDX).

       5510-CORRER-CONCEPTO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       5600-QUITAR-TARIFA.

           PERFORM 5610-CORRER-TARIFA
              THRU 5610-CORRER-TARIFA-EXIT
              VARYING WS-IDX FROM WS-POS-TARIFA BY 1
              UNTIL WS-IDX >= WS-CANT-TARIFAS.
           SUBTRACT 1 FROM WS-CANT-TARIFAS.

       5600-QUITAR-TARIFA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       5610-CORRER-TARIFA.

           COMPUTE WS-IDX-SIGUIENTE = WS-IDX + 1.
           MOVE WS-TARIFA-DET(WS-IDX-SIGUIENTE)
             TO WS-TARIFA-DET(WS-IDX).

       5610-CORRER-TARIFA-EXIT.
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
           MOVE 'CLMANTAR'             TO TA-PROGRAMA.
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


       END PROGRAM CLMANTAR.
