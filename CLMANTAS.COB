      *----------------------------------------------------------------*
      *  Purpose: Mantenimiento de la tabla de tasas de cambio
      *           (TASACAMB), solo para supervisores firmados por
      *           CLSIGNON.  Alta, modificacion del valor, baja y
      *           consulta por fecha de vigencia; la tabla se carga
      *           entera y se reescribe completa despues de cada
      *           cambio.  Solo se tocan vigencias de hoy en adelante:
      *           las anteriores son la historia que usan CLPOSCAM y
      *           CLREVALU.  Verifica que haya tasa para cada par de
      *           monedas en uso en las cuentas abiertas de CTAMAEST,
      *           al entrar, al salir y a pedido.  Cada cambio queda
      *           auditado en AUDITAB con imagen anterior y posterior.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CLMANTAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TASACAMB ASSIGN TO "TASACAMB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-TASACAMB.

           SELECT CTAMAEST ASSIGN TO "CTAMAEST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-NRO-CUENTA
               FILE STATUS IS WS-STATUS-CTAMAEST.

           SELECT AUDITAB ASSIGN TO "AUDITAB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDITAB.


       DATA DIVISION.

       FILE SECTION.

       FD  TASACAMB.
           COPY TASACAMB.

       FD  CTAMAEST.
           COPY CTAMAEST.

       FD  AUDITAB.
           COPY AUDITAB.


       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
          05 WS-LINEA                          PIC X(72) VALUE ALL '-'.

       01 WS-INDICADORES.
          05 WS-STATUS-TASACAMB                PIC X(02).
          05 WS-STATUS-CTAMAEST                PIC X(02).
          05 WS-STATUS-AUDITAB                 PIC X(02).
          05 WS-CONTINUAR                      PIC X(01) VALUE 'S'.
             88 WS-OTRA-OPERACION              VALUE 'S' 's'.
             88 WS-FINALIZAR                   VALUE 'N' 'n'.
          05 WS-FIN-ARCHIVO                    PIC X(01).
             88 WS-HAY-MAS-REGISTROS           VALUE 'S'.
             88 WS-NO-HAY-MAS-REGISTROS        VALUE 'N'.

      *    Una tabla que no se pudo leer entera no se reescribe: la
      *    reescritura perderia los registros que no se cargaron.
       01 WS-TASACAMB-DISPONIBLE               PIC X(01) VALUE 'N'.
          88 WS-HAY-TASACAMB                   VALUE 'S'.
          88 WS-NO-HAY-TASACAMB                VALUE 'N'.

       01 WS-OPERADOR                          PIC X(08) VALUE SPACES.
       01 WS-CANT-OPER-SESION                  PIC 9(07) VALUE ZERO.

       COPY OPERSES_WS.

       01 WS-ACCION                            PIC X(01).
          88 WS-ACC-ALTA                       VALUE 'A' 'a'.
          88 WS-ACC-MODIFICACION               VALUE 'M' 'm'.
          88 WS-ACC-BAJA                       VALUE 'B' 'b'.
          88 WS-ACC-CONSULTA                   VALUE 'C' 'c'.
          88 WS-ACC-VERIFICACION               VALUE 'V' 'v'.

       01 WS-DATOS-VALIDOS                     PIC X(01).
          88 WS-DATOS-OK                       VALUE 'S'.
          88 WS-DATOS-NOTOK                    VALUE 'N'.
       01 WS-GRABACION                         PIC X(01).
          88 WS-GRABACION-OK                   VALUE 'S'.
          88 WS-GRABACION-NOTOK                VALUE 'N'.
       01 WS-CONFIRMACION                      PIC X(01).
          88 WS-CONFIRMADO                     VALUE 'S' 's'.

      *    -- tasas de todas las vigencias, con el tope de CLPOSCAM y
      *       CLREVALU; el detalle tiene el formato de TC-TASA-CAMBIO *
       01 WS-TABLA-TASAS.
          05 WS-CANT-TASAS                     PIC 9(04) COMP
                                                VALUE ZERO.
          05 WS-TASA-DET OCCURS 2000 TIMES.
             10 WS-TASA-MON-ORIGEN             PIC X(02).
             10 WS-TASA-MON-DESTINO            PIC X(02).
             10 WS-TASA-VIGENCIA               PIC X(10).
             10 WS-TASA-VALOR                  PIC 9(04)V9(06).
       01 WS-MAX-TASAS                         PIC 9(04) COMP
                                                VALUE 2000.
      *    CLVALTRAN carga a lo sumo 50 tasas de la vigencia del dia.
       01 WS-MAX-TASAS-VIGENCIA                PIC 9(04) COMP
                                                VALUE 50.

      *    -- monedas de las cuentas abiertas de CTAMAEST ------------*
       01 WS-TABLA-MONEDAS.
          05 WS-CANT-MONEDAS                   PIC 9(02) COMP
                                                VALUE ZERO.
          05 WS-MONEDA-USO OCCURS 10 TIMES     PIC X(02).
       01 WS-MONEDAS-CARGADAS                  PIC X(01) VALUE 'N'.
          88 WS-HAY-MONEDAS                    VALUE 'S'.
          88 WS-NO-HAY-MONEDAS                 VALUE 'N'.

       01 WS-IDX                               PIC 9(04) COMP.
       01 WS-IDX-SIGUIENTE                     PIC 9(04) COMP.
       01 WS-IDX-ORIGEN                        PIC 9(02) COMP.
       01 WS-IDX-DESTINO                       PIC 9(02) COMP.
       01 WS-POS-TASA                          PIC 9(04) COMP.
       01 WS-POS-MONEDA                        PIC 9(02) COMP.
       01 WS-CANT-EN-VIGENCIA                  PIC 9(04) COMP.
       01 WS-CANT-FALTANTES                    PIC 9(04) COMP.
       01 WS-CANT-EDIT                         PIC ZZZ9.

      *    -- datos ingresados ----------------------------------------*
       01 WS-MONEDA-ORIGEN                     PIC X(02).
       01 WS-MONEDA-DESTINO                    PIC X(02).
       01 WS-VIGENCIA                          PIC X(10).
       01 WS-NUEVO-VALOR                       PIC 9(04)V9(06).

      *    -- validacion de calendario de la vigencia ----------------*
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

      *    -- auditoria ----------------------------------------------*
       01 WS-AUD-CLAVE                         PIC X(40).
       01 WS-IMAGEN-ANTES                      PIC X(80).
       01 WS-IMAGEN-DESPUES                    PIC X(80).

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

       01 WS-TASA-EDIT                         PIC ZZZ9,999999.
       01 WS-TASA-EDIT-2                       PIC ZZZ9,999999.


       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIALIZAR
              THRU 1000-INICIALIZAR-EXIT.

      *    Sin firma de supervisor no se toca la tabla.
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
           SET WS-HAY-TASACAMB TO TRUE.
           OPEN INPUT TASACAMB.
           EVALUATE WS-STATUS-TASACAMB
              WHEN '00'
                 SET WS-HAY-MAS-REGISTROS TO TRUE
                 PERFORM 1200-CARGAR-TASAS
                    THRU 1200-CARGAR-TASAS-EXIT
                    UNTIL WS-NO-HAY-MAS-REGISTROS
                 CLOSE TASACAMB
              WHEN '35'
                 CONTINUE
              WHEN OTHER
                 SET WS-NO-HAY-TASACAMB TO TRUE
                 DISPLAY 'TASACAMB no disponible, status '
                    WS-STATUS-TASACAMB
           END-EVALUATE.

      *    Las monedas en uso salen de las cuentas abiertas; sin
      *    CTAMAEST no hay verificacion de pares, pero si
      *    mantenimiento.
           OPEN INPUT CTAMAEST.
           IF WS-STATUS-CTAMAEST EQUAL '00'
              SET WS-HAY-MONEDAS TO TRUE
              SET WS-HAY-MAS-REGISTROS TO TRUE
              PERFORM 1300-CARGAR-MONEDAS
                 THRU 1300-CARGAR-MONEDAS-EXIT
                 UNTIL WS-NO-HAY-MAS-REGISTROS
              CLOSE CTAMAEST
           ELSE
              DISPLAY 'CTAMAEST no disponible, status '
                 WS-STATUS-CTAMAEST ': no se verifican los pares.'
           END-IF.

           OPEN EXTEND AUDITAB.
           IF WS-STATUS-AUDITAB EQUAL '35'
              OPEN OUTPUT AUDITAB
              CLOSE AUDITAB
              OPEN EXTEND AUDITAB
           END-IF.

      *    Lo primero que ve el supervisor es lo que le falta a la
      *    vigencia del dia.
           MOVE WS-FECHA-SISTEMA-TEXTO TO WS-VIGENCIA.
           PERFORM 6000-VERIFICAR-PARES
              THRU 6000-VERIFICAR-PARES-EXIT.

       1000-INICIALIZAR-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       1100-FIRMAR-OPERADOR.

      *    La identidad del operador la controla la rutina comun de
      *    firma contra el maestro OPERMAST, con constancia de la
      *    sesion en SESIONLG; solo entra el rol supervisor.
           INITIALIZE WS-SESION.
           SET WS-SES-MODO-APERTURA TO TRUE.
           MOVE 'CLMANTAS' TO WS-SES-PROGRAMA.
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
       1200-CARGAR-TASAS.

      *    Se carga todo tal cual, aun la vigencia mal formada que los
      *    lectores ignoran, para no perderla al reescribir.
           READ TASACAMB
               AT END
                  SET WS-NO-HAY-MAS-REGISTROS TO TRUE
               NOT AT END
                  IF WS-CANT-TASAS < WS-MAX-TASAS
                     ADD 1 TO WS-CANT-TASAS
                     MOVE TC-TASA-CAMBIO
                       TO WS-TASA-DET(WS-CANT-TASAS)
                  ELSE
                     SET WS-NO-HAY-TASACAMB TO TRUE
                     SET WS-NO-HAY-MAS-REGISTROS TO TRUE
                     MOVE WS-MAX-TASAS TO WS-CANT-EDIT
                     DISPLAY 'TASACAMB supera las ' WS-CANT-EDIT
                        ' tasas: solo consulta, depurar la tabla.'
                  END-IF
           END-READ.

       1200-CARGAR-TASAS-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       1300-CARGAR-MONEDAS.

           READ CTAMAEST NEXT RECORD
               AT END
                  SET WS-NO-HAY-MAS-REGISTROS TO TRUE
               NOT AT END
                  IF CM-CUENTA-ABIERTA
                     PERFORM 1310-AGREGAR-MONEDA
                        THRU 1310-AGREGAR-MONEDA-EXIT
                  END-IF
           END-READ.

       1300-CARGAR-MONEDAS-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       1310-AGREGAR-MONEDA.

           MOVE ZERO TO WS-POS-MONEDA.
           IF WS-CANT-MONEDAS > 0
              PERFORM 1320-COMPARAR-MONEDA
                 THRU 1320-COMPARAR-MONEDA-EXIT
                 VARYING WS-IDX-ORIGEN FROM 1 BY 1
                 UNTIL WS-IDX-ORIGEN > WS-CANT-MONEDAS
                    OR WS-POS-MONEDA > 0
           END-IF.

           IF WS-POS-MONEDA EQUAL 0 AND WS-CANT-MONEDAS < 10
              ADD 1 TO WS-CANT-MONEDAS
              MOVE CM-COD-MONEDA TO WS-MONEDA-USO(WS-CANT-MONEDAS)
           END-IF.

       1310-AGREGAR-MONEDA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       1320-COMPARAR-MONEDA.

           IF WS-MONEDA-USO(WS-IDX-ORIGEN) EQUAL CM-COD-MONEDA
              MOVE WS-IDX-ORIGEN TO WS-POS-MONEDA
           END-IF.

       1320-COMPARAR-MONEDA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2000-ATENDER-OPERACION.

           DISPLAY WS-LINEA.
           DISPLAY 'Accion: A-Alta M-Modificar B-Baja C-Consultar'
              ' V-Verificar pares '
           ACCEPT WS-ACCION.

           MOVE SPACES TO WS-IMAGEN-ANTES WS-IMAGEN-DESPUES.

           EVALUATE TRUE
              WHEN WS-ACC-ALTA
                 PERFORM 3000-ALTA-TASA
                    THRU 3000-ALTA-TASA-EXIT
              WHEN WS-ACC-MODIFICACION
                 PERFORM 3100-MODIFICAR-TASA
                    THRU 3100-MODIFICAR-TASA-EXIT
              WHEN WS-ACC-BAJA
                 PERFORM 3200-BAJA-TASA
                    THRU 3200-BAJA-TASA-EXIT
              WHEN WS-ACC-CONSULTA
                 PERFORM 3300-CONSULTAR-VIGENCIA
                    THRU 3300-CONSULTAR-VIGENCIA-EXIT
              WHEN WS-ACC-VERIFICACION
                 PERFORM 3400-PEDIR-VIGENCIA
                    THRU 3400-PEDIR-VIGENCIA-EXIT
                 IF WS-DATOS-OK
                    PERFORM 6000-VERIFICAR-PARES
                       THRU 6000-VERIFICAR-PARES-EXIT
                 END-IF
              WHEN OTHER
                 DISPLAY 'Accion invalida: ' WS-ACCION
           END-EVALUATE.

           DISPLAY WS-LINEA.
           DISPLAY 'Desea realizar otra operacion? (S/N) '
           ACCEPT WS-CONTINUAR.

       2000-ATENDER-OPERACION-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3000-ALTA-TASA.

           PERFORM 4000-PEDIR-CLAVE
              THRU 4000-PEDIR-CLAVE-EXIT.
           IF WS-DATOS-NOTOK
              GO TO 3000-ALTA-TASA-EXIT
           END-IF.

           IF WS-POS-TASA > 0
              DISPLAY 'La tasa ya existe para esa vigencia: use'
                 ' modificar.'
              GO TO 3000-ALTA-TASA-EXIT
           END-IF.

           IF WS-CANT-TASAS NOT < WS-MAX-TASAS
              MOVE WS-MAX-TASAS TO WS-CANT-EDIT
              DISPLAY 'TASACAMB completa (' WS-CANT-EDIT
                 ' tasas): depurar vigencias viejas.'
              GO TO 3000-ALTA-TASA-EXIT
           END-IF.

           PERFORM 4200-CONTAR-VIGENCIA
              THRU 4200-CONTAR-VIGENCIA-EXIT.
           IF WS-CANT-EN-VIGENCIA NOT < WS-MAX-TASAS-VIGENCIA
              MOVE WS-MAX-TASAS-VIGENCIA TO WS-CANT-EDIT
              DISPLAY 'La vigencia ya tiene ' WS-CANT-EDIT
                 ' tasas, el maximo que carga la validacion.'
              GO TO 3000-ALTA-TASA-EXIT
           END-IF.

           DISPLAY 'Valor de la tasa '
           ACCEPT WS-NUEVO-VALOR.
           IF WS-NUEVO-VALOR NOT > ZEROS
              DISPLAY 'La tasa debe ser mayor a cero.'
              GO TO 3000-ALTA-TASA-EXIT
           END-IF.

           ADD 1 TO WS-CANT-TASAS.
           MOVE WS-CANT-TASAS     TO WS-POS-TASA.
           MOVE WS-MONEDA-ORIGEN  TO WS-TASA-MON-ORIGEN(WS-POS-TASA).
           MOVE WS-MONEDA-DESTINO TO WS-TASA-MON-DESTINO(WS-POS-TASA).
           MOVE WS-VIGENCIA       TO WS-TASA-VIGENCIA(WS-POS-TASA).
           MOVE WS-NUEVO-VALOR    TO WS-TASA-VALOR(WS-POS-TASA).

           PERFORM 5000-GRABAR-TASACAMB
              THRU 5000-GRABAR-TASACAMB-EXIT.
           IF WS-GRABACION-OK
              MOVE 'A' TO WS-ACCION
              MOVE WS-TASA-DET(WS-POS-TASA) TO WS-IMAGEN-DESPUES
              PERFORM 7000-GRABAR-AUDITORIA
                 THRU 7000-GRABAR-AUDITORIA-EXIT
              DISPLAY 'Tasa dada de alta.'
           END-IF.

       3000-ALTA-TASA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3100-MODIFICAR-TASA.

           PERFORM 4000-PEDIR-CLAVE
              THRU 4000-PEDIR-CLAVE-EXIT.
           IF WS-DATOS-NOTOK
              GO TO 3100-MODIFICAR-TASA-EXIT
           END-IF.

           IF WS-POS-TASA EQUAL 0
              DISPLAY 'No hay tasa para ese par y vigencia.'
              GO TO 3100-MODIFICAR-TASA-EXIT
           END-IF.

           MOVE WS-TASA-VALOR(WS-POS-TASA) TO WS-TASA-EDIT.
           DISPLAY 'Tasa actual: ' WS-TASA-EDIT.
           DISPLAY 'Nuevo valor de la tasa (cero = no cambiar) '
           ACCEPT WS-NUEVO-VALOR.
           IF WS-NUEVO-VALOR EQUAL ZEROS
           OR WS-NUEVO-VALOR EQUAL WS-TASA-VALOR(WS-POS-TASA)
              DISPLAY 'Sin cambios, no se modifica la tasa.'
              GO TO 3100-MODIFICAR-TASA-EXIT
           END-IF.

           MOVE WS-TASA-DET(WS-POS-TASA) TO WS-IMAGEN-ANTES.
           MOVE WS-NUEVO-VALOR TO WS-TASA-VALOR(WS-POS-TASA).

           PERFORM 5000-GRABAR-TASACAMB
              THRU 5000-GRABAR-TASACAMB-EXIT.
           IF WS-GRABACION-OK
              MOVE 'M' TO WS-ACCION
              MOVE WS-TASA-DET(WS-POS-TASA) TO WS-IMAGEN-DESPUES
              PERFORM 7000-GRABAR-AUDITORIA
                 THRU 7000-GRABAR-AUDITORIA-EXIT
              DISPLAY 'Tasa modificada.'
           END-IF.

       3100-MODIFICAR-TASA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3200-BAJA-TASA.

           PERFORM 4000-PEDIR-CLAVE
              THRU 4000-PEDIR-CLAVE-EXIT.
           IF WS-DATOS-NOTOK
              GO TO 3200-BAJA-TASA-EXIT
           END-IF.

           IF WS-POS-TASA EQUAL 0
              DISPLAY 'No hay tasa para ese par y vigencia.'
              GO TO 3200-BAJA-TASA-EXIT
           END-IF.

           MOVE WS-TASA-VALOR(WS-POS-TASA) TO WS-TASA-EDIT.
           DISPLAY 'Tasa ' WS-MONEDA-ORIGEN ' -> ' WS-MONEDA-DESTINO
              ' vigencia ' WS-VIGENCIA ': ' WS-TASA-EDIT.
           DISPLAY 'Confirma la baja? (S/N) '
           ACCEPT WS-CONFIRMACION.
           IF NOT WS-CONFIRMADO
              DISPLAY 'Baja cancelada.'
              GO TO 3200-BAJA-TASA-EXIT
           END-IF.

           MOVE WS-TASA-DET(WS-POS-TASA) TO WS-IMAGEN-ANTES.
           PERFORM 5200-QUITAR-TASA
              THRU 5200-QUITAR-TASA-EXIT.

           PERFORM 5000-GRABAR-TASACAMB
              THRU 5000-GRABAR-TASACAMB-EXIT.
           IF WS-GRABACION-OK
              MOVE 'B' TO WS-ACCION
              PERFORM 7000-GRABAR-AUDITORIA
                 THRU 7000-GRABAR-AUDITORIA-EXIT
              DISPLAY 'Tasa dada de baja.'
           END-IF.

       3200-BAJA-TASA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3300-CONSULTAR-VIGENCIA.

      *    La consulta admite cualquier vigencia, tambien las
      *    pasadas.
           DISPLAY 'Vigencia dd-mm-aaaa (vacio = hoy) '
           ACCEPT WS-VIGENCIA.
           IF WS-VIGENCIA EQUAL SPACES
              MOVE WS-FECHA-SISTEMA-TEXTO TO WS-VIGENCIA
           END-IF.

           MOVE ZERO TO WS-CANT-EN-VIGENCIA.
           IF WS-CANT-TASAS > 0
              PERFORM 3310-MOSTRAR-TASA
                 THRU 3310-MOSTRAR-TASA-EXIT
                 VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-CANT-TASAS
           END-IF.
           MOVE WS-CANT-EN-VIGENCIA TO WS-CANT-EDIT.
           DISPLAY 'Tasas de la vigencia ' WS-VIGENCIA ': '
              WS-CANT-EDIT.

       3300-CONSULTAR-VIGENCIA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3310-MOSTRAR-TASA.

           IF WS-TASA-VIGENCIA(WS-IDX) EQUAL WS-VIGENCIA
              ADD 1 TO WS-CANT-EN-VIGENCIA
              MOVE WS-TASA-VALOR(WS-IDX) TO WS-TASA-EDIT
              DISPLAY WS-TASA-MON-ORIGEN(WS-IDX) ' -> '
                 WS-TASA-MON-DESTINO(WS-IDX) '  ' WS-TASA-EDIT
           END-IF.

       3310-MOSTRAR-TASA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3400-PEDIR-VIGENCIA.

           SET WS-DATOS-OK TO TRUE.
           DISPLAY 'Vigencia dd-mm-aaaa (vacio = hoy) '
           ACCEPT WS-VIGENCIA.
           IF WS-VIGENCIA EQUAL SPACES
              MOVE WS-FECHA-SISTEMA-TEXTO TO WS-VIGENCIA
           END-IF.

           PERFORM 4500-VALIDAR-VIGENCIA
              THRU 4500-VALIDAR-VIGENCIA-EXIT.
           IF WS-FECHA-INVALIDA
              DISPLAY 'Vigencia invalida: ' WS-VIGENCIA
              SET WS-DATOS-NOTOK TO TRUE
           END-IF.

       3400-PEDIR-VIGENCIA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       4000-PEDIR-CLAVE.

      *    Par y vigencia identifican la tasa.  Las monedas son las
      *    que admite CLVALTRAN; la vigencia, de hoy en adelante.
           SET WS-DATOS-OK TO TRUE.
           MOVE ZERO TO WS-POS-TASA.

           IF WS-NO-HAY-TASACAMB
              DISPLAY 'TASACAMB no admite cambios en esta sesion.'
              SET WS-DATOS-NOTOK TO TRUE
              GO TO 4000-PEDIR-CLAVE-EXIT
           END-IF.

           DISPLAY 'Moneda origen '
           ACCEPT WS-MONEDA-ORIGEN.
           DISPLAY 'Moneda destino '
           ACCEPT WS-MONEDA-DESTINO.
           DISPLAY 'Vigencia dd-mm-aaaa (vacio = hoy) '
           ACCEPT WS-VIGENCIA.
           IF WS-VIGENCIA EQUAL SPACES
              MOVE WS-FECHA-SISTEMA-TEXTO TO WS-VIGENCIA
           END-IF.

           IF (WS-MONEDA-ORIGEN NOT EQUAL '01'
               AND WS-MONEDA-ORIGEN NOT EQUAL '02')
           OR (WS-MONEDA-DESTINO NOT EQUAL '01'
               AND WS-MONEDA-DESTINO NOT EQUAL '02')
              DISPLAY 'Moneda invalida: debe ser 01 o 02.'
              SET WS-DATOS-NOTOK TO TRUE
              GO TO 4000-PEDIR-CLAVE-EXIT
           END-IF.

           IF WS-MONEDA-ORIGEN EQUAL WS-MONEDA-DESTINO
              DISPLAY 'Origen y destino iguales: la tasa es 1 y no'
                 ' se carga.'
              SET WS-DATOS-NOTOK TO TRUE
              GO TO 4000-PEDIR-CLAVE-EXIT
           END-IF.

           PERFORM 4500-VALIDAR-VIGENCIA
              THRU 4500-VALIDAR-VIGENCIA-EXIT.
           IF WS-FECHA-INVALIDA
              DISPLAY 'Vigencia invalida: ' WS-VIGENCIA
              SET WS-DATOS-NOTOK TO TRUE
              GO TO 4000-PEDIR-CLAVE-EXIT
           END-IF.

           IF WS-FECHA-NUM < WS-FECHA-SISTEMA-NUM
              DISPLAY 'La vigencia ' WS-VIGENCIA ' ya paso: no se'
                 ' modifica la historia de tasas.'
              SET WS-DATOS-NOTOK TO TRUE
              GO TO 4000-PEDIR-CLAVE-EXIT
           END-IF.

           IF WS-CANT-TASAS > 0
              PERFORM 4100-BUSCAR-TASA
                 THRU 4100-BUSCAR-TASA-EXIT
                 VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-CANT-TASAS
                    OR WS-POS-TASA > 0
           END-IF.

           MOVE SPACES TO WS-AUD-CLAVE.
           STRING WS-MONEDA-ORIGEN  DELIMITED BY SIZE
                  ' -> '            DELIMITED BY SIZE
                  WS-MONEDA-DESTINO DELIMITED BY SIZE
                  ' vigencia '      DELIMITED BY SIZE
                  WS-VIGENCIA       DELIMITED BY SIZE
             INTO WS-AUD-CLAVE.

       4000-PEDIR-CLAVE-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       4100-BUSCAR-TASA.

           IF WS-TASA-MON-ORIGEN(WS-IDX)  EQUAL WS-MONEDA-ORIGEN
           AND WS-TASA-MON-DESTINO(WS-IDX) EQUAL WS-MONEDA-DESTINO
           AND WS-TASA-VIGENCIA(WS-IDX)    EQUAL WS-VIGENCIA
              MOVE WS-IDX TO WS-POS-TASA
           END-IF.

       4100-BUSCAR-TASA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       4200-CONTAR-VIGENCIA.

           MOVE ZERO TO WS-CANT-EN-VIGENCIA.
           IF WS-CANT-TASAS > 0
              PERFORM 4210-CONTAR-TASA
                 THRU 4210-CONTAR-TASA-EXIT
                 VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-CANT-TASAS
           END-IF.

       4200-CONTAR-VIGENCIA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       4210-CONTAR-TASA.

           IF WS-TASA-VIGENCIA(WS-IDX) EQUAL WS-VIGENCIA
              ADD 1 TO WS-CANT-EN-VIGENCIA
           END-IF.

       4210-CONTAR-TASA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       4500-VALIDAR-VIGENCIA.

      *    Misma validacion de calendario que el vencimiento de las
      *    retenciones en CLMANRET; deja la fecha en WS-FECHA-NUM
      *    (aaaammdd) para compararla con el dia de proceso.
           SET WS-FECHA-VALIDA TO TRUE.

           IF WS-VIGENCIA(3:1) NOT EQUAL '-'
           OR WS-VIGENCIA(6:1) NOT EQUAL '-'
              SET WS-FECHA-INVALIDA TO TRUE
              GO TO 4500-VALIDAR-VIGENCIA-EXIT
           END-IF.

           MOVE WS-VIGENCIA(1:2) TO WS-FECHA-DIA-X.
           MOVE WS-VIGENCIA(4:2) TO WS-FECHA-MES-X.
           MOVE WS-VIGENCIA(7:4) TO WS-FECHA-ANIO-X.
           IF WS-FECHA-DIA-X  IS NOT NUMERIC
           OR WS-FECHA-MES-X  IS NOT NUMERIC
           OR WS-FECHA-ANIO-X IS NOT NUMERIC
              SET WS-FECHA-INVALIDA TO TRUE
              GO TO 4500-VALIDAR-VIGENCIA-EXIT
           END-IF.

           MOVE WS-FECHA-DIA-X  TO WS-FP-DIA.
           MOVE WS-FECHA-MES-X  TO WS-FP-MES.
           MOVE WS-FECHA-ANIO-X TO WS-FP-ANIO.
           IF WS-FP-MES < 1 OR WS-FP-MES > 12
              SET WS-FECHA-INVALIDA TO TRUE
              GO TO 4500-VALIDAR-VIGENCIA-EXIT
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
              GO TO 4500-VALIDAR-VIGENCIA-EXIT
           END-IF.

           COMPUTE WS-FECHA-NUM = WS-FP-ANIO * 10000
                                + WS-FP-MES  * 100
                                + WS-FP-DIA.

       4500-VALIDAR-VIGENCIA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       5000-GRABAR-TASACAMB.

      *    La tabla se reescribe completa, como REINTCTL en CLREPOST.
           SET WS-GRABACION-OK TO TRUE.
           OPEN OUTPUT TASACAMB.
           IF WS-STATUS-TASACAMB NOT EQUAL '00'
              DISPLAY 'Error abriendo TASACAMB, status '
                 WS-STATUS-TASACAMB
              SET WS-GRABACION-NOTOK TO TRUE
              GO TO 5000-GRABAR-TASACAMB-EXIT
           END-IF.

           IF WS-CANT-TASAS > 0
              PERFORM 5100-GRABAR-TASA
                 THRU 5100-GRABAR-TASA-EXIT
                 VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-CANT-TASAS
           END-IF.

           CLOSE TASACAMB.

       5000-GRABAR-TASACAMB-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       5100-GRABAR-TASA.

           MOVE WS-TASA-DET(WS-IDX) TO TC-TASA-CAMBIO.
           WRITE TC-TASA-CAMBIO.
           IF WS-STATUS-TASACAMB NOT EQUAL '00'
              DISPLAY 'Error grabando TASACAMB, status '
                 WS-STATUS-TASACAMB
              SET WS-GRABACION-NOTOK TO TRUE
           END-IF.

       5100-GRABAR-TASA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       5200-QUITAR-TASA.

           PERFORM 5210-CORRER-TASA
              THRU 5210-CORRER-TASA-EXIT
              VARYING WS-IDX FROM WS-POS-TASA BY 1
              UNTIL WS-IDX >= WS-CANT-TASAS.
           SUBTRACT 1 FROM WS-CANT-TASAS.

       5200-QUITAR-TASA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       5210-CORRER-TASA.

           COMPUTE WS-IDX-SIGUIENTE = WS-IDX + 1.
           MOVE WS-TASA-DET(WS-IDX-SIGUIENTE) TO WS-TASA-DET(WS-IDX).

       5210-CORRER-TASA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       6000-VERIFICAR-PARES.

      *    Cada par ordenado de monedas distintas en uso necesita su
      *    tasa en la vigencia: sin ella CLVALTRAN rechaza la
      *    transferencia entre cuentas de esas monedas.
           IF WS-NO-HAY-MONEDAS
              GO TO 6000-VERIFICAR-PARES-EXIT
           END-IF.

           MOVE ZERO TO WS-CANT-FALTANTES.
           PERFORM 6100-VERIFICAR-ORIGEN
              THRU 6100-VERIFICAR-ORIGEN-EXIT
              VARYING WS-IDX-ORIGEN FROM 1 BY 1
              UNTIL WS-IDX-ORIGEN > WS-CANT-MONEDAS.

           IF WS-CANT-FALTANTES EQUAL 0
              DISPLAY 'Vigencia ' WS-VIGENCIA ': hay tasa para todos'
                 ' los pares de monedas en uso.'
           ELSE
              MOVE WS-CANT-FALTANTES TO WS-CANT-EDIT
              DISPLAY 'ATENCION: vigencia ' WS-VIGENCIA ' sin tasa'
                 ' para ' WS-CANT-EDIT ' par(es) de monedas en uso.'
           END-IF.

       6000-VERIFICAR-PARES-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       6100-VERIFICAR-ORIGEN.

           PERFORM 6200-VERIFICAR-PAR
              THRU 6200-VERIFICAR-PAR-EXIT
              VARYING WS-IDX-DESTINO FROM 1 BY 1
              UNTIL WS-IDX-DESTINO > WS-CANT-MONEDAS.

       6100-VERIFICAR-ORIGEN-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       6200-VERIFICAR-PAR.

           IF WS-IDX-ORIGEN EQUAL WS-IDX-DESTINO
              GO TO 6200-VERIFICAR-PAR-EXIT
           END-IF.

           MOVE WS-MONEDA-USO(WS-IDX-ORIGEN)  TO WS-MONEDA-ORIGEN.
           MOVE WS-MONEDA-USO(WS-IDX-DESTINO) TO WS-MONEDA-DESTINO.
           MOVE ZERO TO WS-POS-TASA.
           IF WS-CANT-TASAS > 0
              PERFORM 4100-BUSCAR-TASA
                 THRU 4100-BUSCAR-TASA-EXIT
                 VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-CANT-TASAS
                    OR WS-POS-TASA > 0
           END-IF.

           IF WS-POS-TASA EQUAL 0
              ADD 1 TO WS-CANT-FALTANTES
              DISPLAY 'Falta tasa ' WS-MONEDA-ORIGEN ' -> '
                 WS-MONEDA-DESTINO ' para la vigencia ' WS-VIGENCIA
           END-IF.

       6200-VERIFICAR-PAR-EXIT.
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
           MOVE 'CLMANTAS'             TO TA-PROGRAMA.
           MOVE 'TASACAMB'             TO TA-TABLA.
           MOVE WS-ACCION              TO TA-ACCION.
           MOVE WS-AUD-CLAVE           TO TA-CLAVE.
           MOVE WS-IMAGEN-ANTES        TO TA-IMAGEN-ANTES.
           MOVE WS-IMAGEN-DESPUES      TO TA-IMAGEN-DESPUES.
           WRITE TA-AUDITORIA.
           IF WS-STATUS-AUDITAB NOT EQUAL '00'
              DISPLAY 'Error grabando AUDITAB, status '
                 WS-STATUS-AUDITAB ' - ' WS-AUD-CLAVE
           END-IF.

           ADD 1 TO WS-CANT-OPER-SESION.

       7000-GRABAR-AUDITORIA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       9000-FINALIZAR.

      *    Al salir se repite el control del dia: el supervisor no
      *    deja la sesion sin saber que pares quedaron sin tasa.
           MOVE WS-FECHA-SISTEMA-TEXTO TO WS-VIGENCIA.
           PERFORM 6000-VERIFICAR-PARES
              THRU 6000-VERIFICAR-PARES-EXIT.

           SET WS-SES-MODO-CIERRE TO TRUE.
           MOVE WS-CANT-OPER-SESION TO WS-SES-CANT-OPERACIONES.
           CALL 'CLSIGNON' USING WS-SESION.

           CLOSE AUDITAB.

       9000-FINALIZAR-EXIT.
           EXIT.


       END PROGRAM CLMANTAS.
