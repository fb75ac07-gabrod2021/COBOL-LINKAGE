      *----------------------------------------------------------------*
      *  Purpose: Reporte de vigilancia de operaciones inusuales.
      *           Revisa hacia atras la cantidad de dias fijada en
      *           PARVIGIL sobre las generaciones selladas
      *           TRANSACF.Gaaaammdd y sobre el TRANSACF vivo (de este
      *           solo lo posterior al ultimo corte de CORTECTL, lo
      *           anterior ya esta en las generaciones).  Cada
      *           transferencia aceptada se explota en debito y
      *           credito, se ordena por cuenta y fecha con SORT y en
      *           el corte de control de cada cuenta se aplican tres
      *           reglas:
      *           - fraccionamiento: varias transferencias debitadas
      *             justo debajo del umbral de doble control
      *             (UMBRALAP) o del maximo por operacion de la cuenta
      *             (LIMITES);
      *           - dispersion: debitos hacia muchas cuentas de
      *             credito que la cuenta no uso en los dias de
      *             historia previos a la revision;
      *           - entrada y salida: fondos acreditados que vuelven a
      *             salir de la cuenta el mismo dia.
      *           Cada marca lleva la cuenta, el titular de CTAMAEST,
      *           la regla disparada y las operaciones involucradas
      *           (reporte REPVIGIL).  Los movimientos que genera el
      *           propio sistema (reversos y devoluciones
      *           interbancarias) no se revisan.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CLVIGILA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACF ASSIGN TO "TRANSACF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRANSACF.

           SELECT TRANGEN ASSIGN TO DYNAMIC WS-ARCHIVO-TRANGEN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRANGEN.

           SELECT CORTECTL ASSIGN TO "CORTECTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CORTECTL.

           SELECT PARVIGIL ASSIGN TO "PARVIGIL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARVIGIL.

           SELECT UMBRALAP ASSIGN TO "UMBRALAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-UMBRALAP.

           SELECT LIMITES ASSIGN TO "LIMITES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LI-NRO-CUENTA
               FILE STATUS IS WS-STATUS-LIMITES.

           SELECT CTAMAEST ASSIGN TO "CTAMAEST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-NRO-CUENTA
               FILE STATUS IS WS-STATUS-CTAMAEST.

           SELECT ORDENTRA ASSIGN TO "ORDENTRA".

           SELECT REPVIGIL ASSIGN TO "REPVIGIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REPVIGIL.


       DATA DIVISION.

       FILE SECTION.

       FD  TRANSACF.
           COPY TRANREG_TR.

       FD  TRANGEN.
           COPY TRANREG_AT.

       FD  CORTECTL.
           COPY CORTECTL.

       FD  PARVIGIL.
           COPY PARVIGIL.

       FD  UMBRALAP.
           COPY UMBRAL.

       FD  LIMITES.
           COPY LIMITES.

       FD  CTAMAEST.
           COPY CTAMAEST.

       SD  ORDENTRA.
       01  SD-MOVIMIENTO.
           05 SD-CUENTA                        PIC X(22).
           05 SD-FECHA-NUM                     PIC 9(08).
           05 SD-NRO-OPERACION                 PIC 9(10).
           05 SD-TIPO-MOVIMIENTO               PIC X(01).
              88 SD-MOV-DEBITO                 VALUE 'D'.
              88 SD-MOV-CREDITO                VALUE 'C'.
           05 SD-FECHA                         PIC X(10).
           05 SD-CUENTA-CONTRAPARTE            PIC X(22).
           05 SD-COD-MONEDA                    PIC X(02).
           05 SD-IMPORTE                       PIC 9(10)V9(02).

       FD  REPVIGIL.
       01  RV-LINEA                            PIC X(132).


       WORKING-STORAGE SECTION.

       COPY TRANREG_WS.

       01 WS-INDICADORES-ARCHIVO.
          05 WS-STATUS-TRANSACF                PIC X(02).
          05 WS-STATUS-TRANGEN                 PIC X(02).
          05 WS-STATUS-CORTECTL                PIC X(02).
          05 WS-STATUS-PARVIGIL                PIC X(02).
          05 WS-STATUS-UMBRALAP                PIC X(02).
          05 WS-STATUS-LIMITES                 PIC X(02).
          05 WS-STATUS-CTAMAEST                PIC X(02).
          05 WS-STATUS-REPVIGIL                PIC X(02).

       01 WS-FIN-ARCHIVO                       PIC X(01).
          88 WS-HAY-MAS-REGISTROS              VALUE 'N'.
          88 WS-NO-HAY-MAS-REGISTROS           VALUE 'S'.

       01 WS-FIN-ORDENADO                      PIC X(01).
          88 WS-HAY-MAS-MOVIMIENTOS            VALUE 'N'.
          88 WS-NO-HAY-MAS-MOVIMIENTOS         VALUE 'S'.

      *    La disponibilidad de LIMITES y CTAMAEST se fija al abrir;
      *    el status cambia despues con cada lectura por clave.
       01 WS-LIMITES-DISPONIBLE                PIC X(01) VALUE 'N'.
          88 WS-HAY-LIMITES                    VALUE 'S'.
          88 WS-NO-HAY-LIMITES                 VALUE 'N'.
       01 WS-MAESTRO-DISPONIBLE                PIC X(01) VALUE 'N'.
          88 WS-HAY-MAESTRO                    VALUE 'S'.
          88 WS-NO-HAY-MAESTRO                 VALUE 'N'.

      *    -- parametros de la revision: valores por omision cuando
      *    -- no hay archivo PARVIGIL ---------------------------------*
       01 WS-PARAMETROS-VIGILANCIA.
          05 WS-DIAS-REVISION                  PIC 9(02) VALUE 7.
          05 WS-DIAS-HISTORIA                  PIC 9(02) VALUE 30.
          05 WS-PORC-CERCANIA                  PIC 9(02) VALUE 10.
          05 WS-MIN-FRACCIONADAS               PIC 9(03) VALUE 3.
          05 WS-MIN-CUENTAS-NUEVAS             PIC 9(03) VALUE 5.
          05 WS-IMPORTE-MIN-ENTRADA            PIC 9(10)V9(02)
                                                VALUE 100000.
          05 WS-PORC-SALIDA                    PIC 9(03) VALUE 90.

      *    Sin archivo UMBRALAP no hay umbral que vigilar y la regla de
      *    fraccionamiento queda solo sobre los limites por cuenta.
       01 WS-IMPORTE-UMBRAL                    PIC 9(10)V9(02)
                                                VALUE 9999999999,99.
       01 WS-PISO-UMBRAL                       PIC 9(10)V9(02)
                                                VALUE ZERO.
       01 WS-UMBRAL-DISPONIBLE                 PIC X(01) VALUE 'N'.
          88 WS-HAY-UMBRAL                     VALUE 'S'.
          88 WS-NO-HAY-UMBRAL                  VALUE 'N'.

      *    -- retencion de generaciones, igual que en CLCORTED --------*
       01 WS-DIAS-RETENCION                    PIC 9(02) VALUE 60.
       01 WS-CONTADOR-DIAS                     PIC 9(03) COMP.
       01 WS-DIAS-RECORRIDO                    PIC 9(03) COMP.
       01 WS-DIAS-ATRAS                        PIC 9(03) COMP.

       01 WS-ARCHIVO-TRANGEN                   PIC X(18).

       01 WS-ORIGEN-OPERACION                  PIC X(01).
          88 WS-ORIGEN-VIVO                    VALUE 'V'.
          88 WS-ORIGEN-GENERACION              VALUE 'G'.

      *    -- fechas de proceso, del corte y del periodo --------------*
       01 WS-FECHA-PROCESO                     PIC 9(08).
       01 WS-FECHA-PROCESO-DES REDEFINES WS-FECHA-PROCESO.
          05 WS-FECHA-PROC-ANIO                PIC 9(04).
          05 WS-FECHA-PROC-MES                 PIC 9(02).
          05 WS-FECHA-PROC-DIA                 PIC 9(02).
       01 WS-FECHA-PROCESO-TEXTO               PIC X(10).

       01 WS-FECHA-ULTIMO-CORTE                PIC 9(08) VALUE ZERO.

       01 WS-FECHA-DESDE                       PIC 9(08).
       01 WS-FECHA-DESDE-DES REDEFINES WS-FECHA-DESDE.
          05 WS-FECHA-DESDE-ANIO               PIC 9(04).
          05 WS-FECHA-DESDE-MES                PIC 9(02).
          05 WS-FECHA-DESDE-DIA                PIC 9(02).
       01 WS-FECHA-DESDE-TEXTO                 PIC X(10).
       01 WS-FECHA-HISTORIA                    PIC 9(08).

      *    -- fecha de trabajo para recorrer generaciones -------------*
       01 WS-FECHA-CALC-NUM                    PIC 9(08).
       01 WS-FECHA-CALC-DES REDEFINES WS-FECHA-CALC-NUM.
          05 WS-FC-ANIO                        PIC 9(04).
          05 WS-FC-MES                         PIC 9(02).
          05 WS-FC-DIA                         PIC 9(02).

      *    -- dias por mes, para la resta de fechas -------------------*
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
       01 WS-DIAS-MES-MAX                      PIC 9(02).
       01 WS-COCIENTE                          PIC 9(06).
       01 WS-RESTO-4                           PIC 9(04).
       01 WS-RESTO-100                         PIC 9(04).
       01 WS-RESTO-400                         PIC 9(04).
       01 WS-ES-BISIESTO                       PIC X(01).
          88 WS-ANIO-BISIESTO                  VALUE 'S'.
          88 WS-ANIO-NO-BISIESTO               VALUE 'N'.

      *    -- conversion de la fecha valor dd-mm-aaaa a aaaammdd ------*
       01 WS-FECHA-TEXTO                       PIC X(10).
       01 WS-FECHA-CONV-NUM                    PIC 9(08).
       01 WS-FECHA-CONV-DES REDEFINES WS-FECHA-CONV-NUM.
          05 WS-FCV-ANIO                       PIC 9(04).
          05 WS-FCV-MES                        PIC 9(02).
          05 WS-FCV-DIA                        PIC 9(02).
       01 WS-FECHA-CONVERTIDA                  PIC X(01).
          88 WS-CONVERSION-OK                  VALUE 'S'.
          88 WS-CONVERSION-NOTOK               VALUE 'N'.

      *    -- pares cuenta debito / cuenta credito ya usados en los
      *    -- dias de historia previos a la revision ------------------*
       01 WS-TABLA-CONOCIDOS.
          05 WS-CANT-CONOCIDOS                 PIC 9(04) COMP
                                                VALUE ZERO.
          05 WS-CONOCIDO-DET OCCURS 1 TO 5000 TIMES
                DEPENDING ON WS-CANT-CONOCIDOS
                INDEXED BY WS-IDX-CONOCIDO.
             10 WS-CON-CUENTA-DEBITO           PIC X(22).
             10 WS-CON-CUENTA-CREDITO          PIC X(22).
       01 WS-CONOCIDO-HALLADO                  PIC X(01).
          88 WS-CONOCIDO-OK                    VALUE 'S'.
          88 WS-CONOCIDO-NOTOK                 VALUE 'N'.
       01 WS-CUENTA-DEBITO-BUSCADA             PIC X(22).
       01 WS-CUENTA-CREDITO-BUSCADA            PIC X(22).

      *    -- corte de control por cuenta y por dia -------------------*
       01 WS-CUENTA-ANTERIOR                   PIC X(22).
       01 WS-PRIMERA-CUENTA                    PIC X(01).
          88 WS-ES-PRIMERA-CUENTA              VALUE 'S'.
       01 WS-CUENTA-IMPRESA                    PIC X(01).
          88 WS-CUENTA-YA-IMPRESA              VALUE 'S'.
          88 WS-CUENTA-NO-IMPRESA              VALUE 'N'.
       01 WS-FECHA-ANTERIOR                    PIC 9(08).
       01 WS-FECHA-DIA-TEXTO                   PIC X(10).

      *    -- maximo por operacion de la cuenta en revision -----------*
       01 WS-LIMITE-CUENTA                     PIC X(01).
          88 WS-CUENTA-CON-LIMITE              VALUE 'S'.
          88 WS-CUENTA-SIN-LIMITE              VALUE 'N'.
       01 WS-LIMITE-OPERACION                  PIC 9(10)V9(02).
       01 WS-PISO-LIMITE                       PIC 9(10)V9(02).
       01 WS-REFERENCIA-CERCANA                PIC X(08).

      *    -- debitos justo debajo del umbral o del limite ------------*
       01 WS-TABLA-FRACCIONADAS.
          05 WS-CANT-FRACCIONADAS              PIC 9(04) COMP
                                                VALUE ZERO.
          05 WS-CANT-FRAC-TABLA                PIC 9(03) COMP
                                                VALUE ZERO.
          05 WS-FRACCIONADA-DET OCCURS 1 TO 200 TIMES
                DEPENDING ON WS-CANT-FRAC-TABLA
                INDEXED BY WS-IDX-FRACCIONADA.
             10 WS-FRA-NRO-OPERACION           PIC 9(10).
             10 WS-FRA-FECHA                   PIC X(10).
             10 WS-FRA-COD-MONEDA              PIC X(02).
             10 WS-FRA-IMPORTE                 PIC 9(10)V9(02).
             10 WS-FRA-CONTRAPARTE             PIC X(22).
             10 WS-FRA-REFERENCIA              PIC X(08).

      *    -- cuentas de credito nuevas y debitos hacia ellas ---------*
       01 WS-TABLA-BENEFICIARIOS.
          05 WS-CANT-BENEF-NUEVOS              PIC 9(04) COMP
                                                VALUE ZERO.
          05 WS-CANT-BENEF-TABLA               PIC 9(03) COMP
                                                VALUE ZERO.
          05 WS-BENEFICIARIO-DET OCCURS 1 TO 200 TIMES
                DEPENDING ON WS-CANT-BENEF-TABLA
                INDEXED BY WS-IDX-BENEFICIARIO.
             10 WS-BEN-CUENTA                  PIC X(22).
       01 WS-BENEFICIARIO-HALLADO              PIC X(01).
          88 WS-BENEFICIARIO-OK                VALUE 'S'.
          88 WS-BENEFICIARIO-NOTOK             VALUE 'N'.

       01 WS-TABLA-OPS-NUEVAS.
          05 WS-CANT-OPS-NUEVAS                PIC 9(04) COMP
                                                VALUE ZERO.
          05 WS-CANT-NUEVAS-TABLA              PIC 9(03) COMP
                                                VALUE ZERO.
          05 WS-OP-NUEVA-DET OCCURS 1 TO 200 TIMES
                DEPENDING ON WS-CANT-NUEVAS-TABLA
                INDEXED BY WS-IDX-OP-NUEVA.
             10 WS-NUE-NRO-OPERACION           PIC 9(10).
             10 WS-NUE-FECHA                   PIC X(10).
             10 WS-NUE-COD-MONEDA              PIC X(02).
             10 WS-NUE-IMPORTE                 PIC 9(10)V9(02).
             10 WS-NUE-CONTRAPARTE             PIC X(22).

      *    -- movimientos del dia de la cuenta en revision ------------*
       01 WS-TABLA-DIA.
          05 WS-CANT-DIA                       PIC 9(04) COMP
                                                VALUE ZERO.
          05 WS-CANT-DIA-TABLA                 PIC 9(03) COMP
                                                VALUE ZERO.
          05 WS-DIA-DET OCCURS 1 TO 200 TIMES
                DEPENDING ON WS-CANT-DIA-TABLA
                INDEXED BY WS-IDX-DIA.
             10 WS-DIA-NRO-OPERACION           PIC 9(10).
             10 WS-DIA-TIPO-MOVIMIENTO         PIC X(01).
             10 WS-DIA-COD-MONEDA              PIC X(02).
             10 WS-DIA-IMPORTE                 PIC 9(10)V9(02).
             10 WS-DIA-CONTRAPARTE             PIC X(22).
       01 WS-DIA-CREDITOS                      PIC 9(12)V9(02).
       01 WS-DIA-DEBITOS                       PIC 9(12)V9(02).
       01 WS-SALIDA-MINIMA                     PIC 9(12)V9(02).

      *    -- linea de detalle comun a las tres reglas ----------------*
       01 WS-DETALLE.
          05 WS-DET-NRO-OPERACION              PIC 9(10).
          05 WS-DET-FECHA                      PIC X(10).
          05 WS-DET-TIPO-MOVIMIENTO            PIC X(01).
          05 WS-DET-COD-MONEDA                 PIC X(02).
          05 WS-DET-IMPORTE                    PIC 9(10)V9(02).
          05 WS-DET-CONTRAPARTE                PIC X(22).
          05 WS-DET-NOTA                       PIC X(13).
       01 WS-DET-TIPO-TEXTO                    PIC X(07).

       01 WS-TOTALES.
          05 WS-CANT-LEIDAS                    PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-DEL-SISTEMA               PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-REVISADAS                 PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-GENERACIONES              PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-MOVIMIENTOS               PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-CUENTAS-MARCADAS          PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-MARCAS-FRACCION           PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-MARCAS-DISPERSION         PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-MARCAS-ENTRADA            PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-CONOCIDOS-FUERA           PIC 9(07) COMP
                                                VALUE ZERO.

       01 WS-TITULAR                           PIC X(30).

       01 WS-LINEA-REPORTE                     PIC X(132).
       01 WS-CANT-EDIT                         PIC ZZZZ9.
       01 WS-CANT-EDIT-2                       PIC ZZZZ9.
       01 WS-IMPORTE-EDIT                      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-IMPORTE-EDIT-2                    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.


       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIALIZAR
              THRU 1000-INICIALIZAR-EXIT.

           SORT ORDENTRA
               ON ASCENDING KEY SD-CUENTA
                                SD-FECHA-NUM
                                SD-NRO-OPERACION
                                SD-TIPO-MOVIMIENTO
               INPUT PROCEDURE IS 2000-SELECCIONAR-OPERACIONES
                           THRU 2000-SELECCIONAR-OPERACIONES-EXIT
               OUTPUT PROCEDURE IS 3000-EVALUAR-CUENTAS
                            THRU 3000-EVALUAR-CUENTAS-EXIT.

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

           PERFORM 1100-LEER-PARAMETRO
              THRU 1100-LEER-PARAMETRO-EXIT.

           PERFORM 1200-LEER-UMBRAL
              THRU 1200-LEER-UMBRAL-EXIT.

           PERFORM 1300-LEER-CORTE
              THRU 1300-LEER-CORTE-EXIT.

      *    El periodo de revision termina en el dia de proceso y lo
      *    incluye; la historia son los dias inmediatos anteriores.
           MOVE WS-FECHA-PROCESO TO WS-FECHA-CALC-NUM.
           COMPUTE WS-DIAS-ATRAS = WS-DIAS-REVISION - 1.
           PERFORM 2140-RETROCEDER-UN-DIA
              THRU 2140-RETROCEDER-UN-DIA-EXIT
              WS-DIAS-ATRAS TIMES.
           MOVE WS-FECHA-CALC-NUM TO WS-FECHA-DESDE.
           PERFORM 2140-RETROCEDER-UN-DIA
              THRU 2140-RETROCEDER-UN-DIA-EXIT
              WS-DIAS-HISTORIA TIMES.
           MOVE WS-FECHA-CALC-NUM TO WS-FECHA-HISTORIA.

           STRING WS-FECHA-DESDE-DIA  DELIMITED BY SIZE
                  '-'                 DELIMITED BY SIZE
                  WS-FECHA-DESDE-MES  DELIMITED BY SIZE
                  '-'                 DELIMITED BY SIZE
                  WS-FECHA-DESDE-ANIO DELIMITED BY SIZE
             INTO WS-FECHA-DESDE-TEXTO.

      *    Sin limites por cuenta la regla de fraccionamiento queda
      *    solo sobre el umbral; sin maestro el reporte sale igual,
      *    sin el nombre del titular.
           OPEN INPUT LIMITES.
           IF WS-STATUS-LIMITES EQUAL '00'
              SET WS-HAY-LIMITES TO TRUE
           END-IF.

           OPEN INPUT CTAMAEST.
           IF WS-STATUS-CTAMAEST EQUAL '00'
              SET WS-HAY-MAESTRO TO TRUE
           END-IF.

           OPEN OUTPUT REPVIGIL.

           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'VIGILANCIA DE OPERACIONES INUSUALES - '
                                          DELIMITED BY SIZE
                  WS-FECHA-PROCESO-TEXTO  DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO RV-LINEA.
           WRITE RV-LINEA.
           MOVE ALL '=' TO RV-LINEA.
           WRITE RV-LINEA.

           MOVE WS-DIAS-HISTORIA TO WS-CANT-EDIT.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'PERIODO REVISADO: '    DELIMITED BY SIZE
                  WS-FECHA-DESDE-TEXTO    DELIMITED BY SIZE
                  ' AL '                  DELIMITED BY SIZE
                  WS-FECHA-PROCESO-TEXTO  DELIMITED BY SIZE
                  '   DIAS DE HISTORIA PREVIA: '
                                          DELIMITED BY SIZE
                  WS-CANT-EDIT            DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO RV-LINEA.
           WRITE RV-LINEA.

           MOVE WS-PORC-CERCANIA    TO WS-CANT-EDIT.
           MOVE WS-MIN-FRACCIONADAS TO WS-CANT-EDIT-2.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'FRACCIONAMIENTO: DEBITOS HASTA '
                                          DELIMITED BY SIZE
                  WS-CANT-EDIT            DELIMITED BY SIZE
                  '% DEBAJO DE UMBRALAP O LIMITES, MINIMO '
                                          DELIMITED BY SIZE
                  WS-CANT-EDIT-2          DELIMITED BY SIZE
                  ' OPERACIONES'          DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO RV-LINEA.
           WRITE RV-LINEA.

           MOVE WS-MIN-CUENTAS-NUEVAS TO WS-CANT-EDIT.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'DISPERSION ....: MINIMO '
                                          DELIMITED BY SIZE
                  WS-CANT-EDIT            DELIMITED BY SIZE
                  ' CUENTAS DE CREDITO NO USADAS EN LA HISTORIA'
                                          DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO RV-LINEA.
           WRITE RV-LINEA.

           MOVE WS-IMPORTE-MIN-ENTRADA TO WS-IMPORTE-EDIT.
           MOVE WS-PORC-SALIDA         TO WS-CANT-EDIT.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'ENTRADA/SALIDA : CREDITOS DEL DIA DESDE '
                                          DELIMITED BY SIZE
                  WS-IMPORTE-EDIT         DELIMITED BY SIZE
                  ' CON SALIDA DEL '      DELIMITED BY SIZE
                  WS-CANT-EDIT            DELIMITED BY SIZE
                  '% O MAS EL MISMO DIA'  DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO RV-LINEA.
           WRITE RV-LINEA.

           IF WS-NO-HAY-UMBRAL
              MOVE '*** SIN UMBRALAP: FRACCIONAMIENTO SOBRE LIMITES'
                                          TO RV-LINEA
              WRITE RV-LINEA
           END-IF.

           MOVE ALL '=' TO RV-LINEA.
           WRITE RV-LINEA.

       1000-INICIALIZAR-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       1100-LEER-PARAMETRO.

           OPEN INPUT PARVIGIL.
           IF WS-STATUS-PARVIGIL NOT EQUAL '00'
              DISPLAY 'PARVIGIL no disponible: se usan los parametros'
                 ' por omision.'
              GO TO 1100-LEER-PARAMETRO-EXIT
           END-IF.

           READ PARVIGIL.
           IF WS-STATUS-PARVIGIL EQUAL '00'
              MOVE PV-DIAS-REVISION       TO WS-DIAS-REVISION
              MOVE PV-DIAS-HISTORIA       TO WS-DIAS-HISTORIA
              MOVE PV-PORC-CERCANIA       TO WS-PORC-CERCANIA
              MOVE PV-MIN-FRACCIONADAS    TO WS-MIN-FRACCIONADAS
              MOVE PV-MIN-CUENTAS-NUEVAS  TO WS-MIN-CUENTAS-NUEVAS
              MOVE PV-IMPORTE-MIN-ENTRADA TO WS-IMPORTE-MIN-ENTRADA
              MOVE PV-PORC-SALIDA         TO WS-PORC-SALIDA
           ELSE
              DISPLAY 'Error leyendo PARVIGIL, status '
                 WS-STATUS-PARVIGIL ': se usan los parametros por'
                 ' omision.'
           END-IF.
           CLOSE PARVIGIL.

      *    Lo que no esta en las generaciones no se puede revisar: el
      *    periodo completo queda dentro de la retencion de CLCORTED,
      *    recortando primero la historia.
           IF WS-DIAS-REVISION EQUAL ZERO
              MOVE 1 TO WS-DIAS-REVISION
           END-IF.
           IF WS-DIAS-REVISION > WS-DIAS-RETENCION
              MOVE WS-DIAS-RETENCION TO WS-DIAS-REVISION
           END-IF.
           IF WS-DIAS-REVISION + WS-DIAS-HISTORIA > WS-DIAS-RETENCION
              COMPUTE WS-DIAS-HISTORIA =
                      WS-DIAS-RETENCION - WS-DIAS-REVISION
              DISPLAY 'PARVIGIL: revision mas historia supera la'
                 ' retencion; historia reducida a ' WS-DIAS-HISTORIA
                 ' dias.'
           END-IF.

       1100-LEER-PARAMETRO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       1200-LEER-UMBRAL.

           OPEN INPUT UMBRALAP.
           IF WS-STATUS-UMBRALAP EQUAL '00'
              READ UMBRALAP
              IF WS-STATUS-UMBRALAP EQUAL '00'
                 MOVE UM-IMPORTE-UMBRAL TO WS-IMPORTE-UMBRAL
                 SET WS-HAY-UMBRAL TO TRUE
              ELSE
                 DISPLAY 'Error leyendo UMBRALAP, status '
                    WS-STATUS-UMBRALAP ': fraccionamiento solo sobre'
                    ' LIMITES.'
              END-IF
              CLOSE UMBRALAP
           ELSE
              DISPLAY 'UMBRALAP no disponible: fraccionamiento solo'
                 ' sobre LIMITES.'
           END-IF.

           IF WS-HAY-UMBRAL
              COMPUTE WS-PISO-UMBRAL =
                      WS-IMPORTE-UMBRAL * (100 - WS-PORC-CERCANIA)
                      / 100
           END-IF.

       1200-LEER-UMBRAL-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       1300-LEER-CORTE.

      *    Sin control de corte todavia no se sello ninguna generacion
      *    y todo el TRANSACF vivo entra en la revision.
           OPEN INPUT CORTECTL.
           IF WS-STATUS-CORTECTL EQUAL '00'
              READ CORTECTL
              IF WS-STATUS-CORTECTL EQUAL '00'
                 MOVE CO-FECHA-ULTIMO-CORTE TO WS-FECHA-ULTIMO-CORTE
              END-IF
              CLOSE CORTECTL
           END-IF.

       1300-LEER-CORTE-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2000-SELECCIONAR-OPERACIONES.

      *    Generaciones de la revision y de la historia, desde la del
      *    dia de proceso hacia atras.
           SET WS-ORIGEN-GENERACION TO TRUE.
           MOVE WS-FECHA-PROCESO TO WS-FECHA-CALC-NUM.
           COMPUTE WS-DIAS-RECORRIDO =
                   WS-DIAS-REVISION + WS-DIAS-HISTORIA.
           PERFORM 2100-REVISAR-GENERACION
              THRU 2100-REVISAR-GENERACION-EXIT
              VARYING WS-CONTADOR-DIAS FROM 0 BY 1
              UNTIL WS-CONTADOR-DIAS >= WS-DIAS-RECORRIDO.

      *    Del vivo solo lo que todavia no sello ningun corte.
           SET WS-ORIGEN-VIVO TO TRUE.
           OPEN INPUT TRANSACF.
           IF WS-STATUS-TRANSACF NOT EQUAL '00'
              DISPLAY 'TRANSACF no disponible, status '
                 WS-STATUS-TRANSACF
           ELSE
              SET WS-HAY-MAS-REGISTROS TO TRUE
              PERFORM 2200-LEER-VIVO
                 THRU 2200-LEER-VIVO-EXIT
                 UNTIL WS-NO-HAY-MAS-REGISTROS
              CLOSE TRANSACF
           END-IF.

       2000-SELECCIONAR-OPERACIONES-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2100-REVISAR-GENERACION.

      *    La fecha sin generacion (dia sin corte) se saltea.
           MOVE SPACES TO WS-ARCHIVO-TRANGEN.
           STRING 'TRANSACF.G'       DELIMITED BY SIZE
                  WS-FECHA-CALC-NUM  DELIMITED BY SIZE
             INTO WS-ARCHIVO-TRANGEN.

           OPEN INPUT TRANGEN.
           IF WS-STATUS-TRANGEN EQUAL '00'
              ADD 1 TO WS-CANT-GENERACIONES
              SET WS-HAY-MAS-REGISTROS TO TRUE
              PERFORM 2110-LEER-GENERACION
                 THRU 2110-LEER-GENERACION-EXIT
                 UNTIL WS-NO-HAY-MAS-REGISTROS
              CLOSE TRANGEN
           END-IF.

           PERFORM 2140-RETROCEDER-UN-DIA
              THRU 2140-RETROCEDER-UN-DIA-EXIT.

       2100-REVISAR-GENERACION-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2110-LEER-GENERACION.

           READ TRANGEN
               AT END
                  SET WS-NO-HAY-MAS-REGISTROS TO TRUE
               NOT AT END
                  MOVE AT-TRANSFERENCIAS TO WS-TRANSFERENCIAS
                  PERFORM 2300-CLASIFICAR-OPERACION
                     THRU 2300-CLASIFICAR-OPERACION-EXIT
           END-READ.

       2110-LEER-GENERACION-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2140-RETROCEDER-UN-DIA.

           IF WS-FC-DIA > 1
              SUBTRACT 1 FROM WS-FC-DIA
           ELSE
              IF WS-FC-MES > 1
                 SUBTRACT 1 FROM WS-FC-MES
              ELSE
                 MOVE 12 TO WS-FC-MES
                 SUBTRACT 1 FROM WS-FC-ANIO
              END-IF
              PERFORM 2150-CALCULAR-DIAS-MES
                 THRU 2150-CALCULAR-DIAS-MES-EXIT
              MOVE WS-DIAS-MES-MAX TO WS-FC-DIA
           END-IF.

       2140-RETROCEDER-UN-DIA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2150-CALCULAR-DIAS-MES.

           DIVIDE WS-FC-ANIO BY 4   GIVING WS-COCIENTE
                                    REMAINDER WS-RESTO-4.
           DIVIDE WS-FC-ANIO BY 100 GIVING WS-COCIENTE
                                    REMAINDER WS-RESTO-100.
           DIVIDE WS-FC-ANIO BY 400 GIVING WS-COCIENTE
                                    REMAINDER WS-RESTO-400.

           IF WS-RESTO-400 EQUAL 0
              SET WS-ANIO-BISIESTO TO TRUE
           ELSE
              IF WS-RESTO-100 EQUAL 0
                 SET WS-ANIO-NO-BISIESTO TO TRUE
              ELSE
                 IF WS-RESTO-4 EQUAL 0
                    SET WS-ANIO-BISIESTO TO TRUE
                 ELSE
                    SET WS-ANIO-NO-BISIESTO TO TRUE
                 END-IF
              END-IF
           END-IF.

           MOVE WS-DIAS-MES(WS-FC-MES) TO WS-DIAS-MES-MAX.
           IF WS-FC-MES EQUAL 2 AND WS-ANIO-BISIESTO
              MOVE 29 TO WS-DIAS-MES-MAX
           END-IF.

       2150-CALCULAR-DIAS-MES-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2200-LEER-VIVO.

           READ TRANSACF
               AT END
                  SET WS-NO-HAY-MAS-REGISTROS TO TRUE
               NOT AT END
                  MOVE TR-TRANSFERENCIAS TO WS-TRANSFERENCIAS
                  PERFORM 2300-CLASIFICAR-OPERACION
                     THRU 2300-CLASIFICAR-OPERACION-EXIT
           END-READ.

       2200-LEER-VIVO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2300-CLASIFICAR-OPERACION.

           ADD 1 TO WS-CANT-LEIDAS.

           IF NOT WS-VALIDACION-OK
              GO TO 2300-CLASIFICAR-OPERACION-EXIT
           END-IF.

      *    Reversos (CLREVERS) y devoluciones interbancarias (CLINTERD)
      *    los genera el sistema, no el cliente.
           IF WS-DESC-CONCEPTO(1:17) EQUAL 'REVERSO OPERACION'
           OR WS-DESC-CONCEPTO(1:12) EQUAL 'DEVOLUCION: '
           OR WS-OPERADOR EQUAL 'INTERBCO'
              ADD 1 TO WS-CANT-DEL-SISTEMA
              GO TO 2300-CLASIFICAR-OPERACION-EXIT
           END-IF.

           MOVE WS-FECHA TO WS-FECHA-TEXTO.
           PERFORM 2310-CONVERTIR-FECHA
              THRU 2310-CONVERTIR-FECHA-EXIT.
           IF WS-CONVERSION-NOTOK
              GO TO 2300-CLASIFICAR-OPERACION-EXIT
           END-IF.

      *    El vivo conserva despues del corte una ventana de dias ya
      *    sellados; esos se leyeron en su generacion.
           IF WS-ORIGEN-VIVO
           AND WS-FECHA-CONV-NUM NOT > WS-FECHA-ULTIMO-CORTE
              GO TO 2300-CLASIFICAR-OPERACION-EXIT
           END-IF.

           IF WS-FECHA-CONV-NUM < WS-FECHA-HISTORIA
           OR WS-FECHA-CONV-NUM > WS-FECHA-PROCESO
              GO TO 2300-CLASIFICAR-OPERACION-EXIT
           END-IF.

           IF WS-FECHA-CONV-NUM < WS-FECHA-DESDE
              PERFORM 2400-REGISTRAR-CONOCIDO
                 THRU 2400-REGISTRAR-CONOCIDO-EXIT
           ELSE
              PERFORM 2500-LIBERAR-MOVIMIENTOS
                 THRU 2500-LIBERAR-MOVIMIENTOS-EXIT
           END-IF.

       2300-CLASIFICAR-OPERACION-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2310-CONVERTIR-FECHA.

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

       2310-CONVERTIR-FECHA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2400-REGISTRAR-CONOCIDO.

           MOVE WS-CUENTA-DEBITO  TO WS-CUENTA-DEBITO-BUSCADA.
           MOVE WS-CUENTA-CREDITO TO WS-CUENTA-CREDITO-BUSCADA.
           PERFORM 2410-BUSCAR-CONOCIDO
              THRU 2410-BUSCAR-CONOCIDO-EXIT.
           IF WS-CONOCIDO-OK
              GO TO 2400-REGISTRAR-CONOCIDO-EXIT
           END-IF.

      *    Con la tabla llena el par queda fuera y su beneficiario
      *    puede salir como nuevo; se avisa al final por consola.
           IF WS-CANT-CONOCIDOS < 5000
              ADD 1 TO WS-CANT-CONOCIDOS
              MOVE WS-CUENTA-DEBITO
                TO WS-CON-CUENTA-DEBITO(WS-CANT-CONOCIDOS)
              MOVE WS-CUENTA-CREDITO
                TO WS-CON-CUENTA-CREDITO(WS-CANT-CONOCIDOS)
           ELSE
              ADD 1 TO WS-CANT-CONOCIDOS-FUERA
           END-IF.

       2400-REGISTRAR-CONOCIDO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2410-BUSCAR-CONOCIDO.

           SET WS-CONOCIDO-NOTOK TO TRUE.
           IF WS-CANT-CONOCIDOS > ZERO
              PERFORM 2420-COMPARAR-CONOCIDO
                 THRU 2420-COMPARAR-CONOCIDO-EXIT
                 VARYING WS-IDX-CONOCIDO FROM 1 BY 1
                 UNTIL WS-IDX-CONOCIDO > WS-CANT-CONOCIDOS
                    OR WS-CONOCIDO-OK
           END-IF.

       2410-BUSCAR-CONOCIDO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2420-COMPARAR-CONOCIDO.

           IF WS-CON-CUENTA-DEBITO(WS-IDX-CONOCIDO)
                 EQUAL WS-CUENTA-DEBITO-BUSCADA
           AND WS-CON-CUENTA-CREDITO(WS-IDX-CONOCIDO)
                 EQUAL WS-CUENTA-CREDITO-BUSCADA
              SET WS-CONOCIDO-OK TO TRUE
           END-IF.

       2420-COMPARAR-CONOCIDO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2500-LIBERAR-MOVIMIENTOS.

           ADD 1 TO WS-CANT-REVISADAS.

           MOVE WS-CUENTA-DEBITO     TO SD-CUENTA.
           MOVE WS-FECHA-CONV-NUM    TO SD-FECHA-NUM.
           MOVE WS-NRO-OPERACION     TO SD-NRO-OPERACION.
           SET SD-MOV-DEBITO         TO TRUE.
           MOVE WS-FECHA             TO SD-FECHA.
           MOVE WS-CUENTA-CREDITO    TO SD-CUENTA-CONTRAPARTE.
           MOVE WS-COD-MONEDA        TO SD-COD-MONEDA.
           MOVE WS-IMPORTE           TO SD-IMPORTE.
           RELEASE SD-MOVIMIENTO.

           MOVE WS-CUENTA-CREDITO    TO SD-CUENTA.
           MOVE WS-FECHA-CONV-NUM    TO SD-FECHA-NUM.
           MOVE WS-NRO-OPERACION     TO SD-NRO-OPERACION.
           SET SD-MOV-CREDITO        TO TRUE.
           MOVE WS-FECHA             TO SD-FECHA.
           MOVE WS-CUENTA-DEBITO     TO SD-CUENTA-CONTRAPARTE.
           MOVE WS-COD-MONEDA-CREDITO
                                     TO SD-COD-MONEDA.
           MOVE WS-IMPORTE-CREDITO   TO SD-IMPORTE.
           RELEASE SD-MOVIMIENTO.

       2500-LIBERAR-MOVIMIENTOS-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3000-EVALUAR-CUENTAS.

           SET WS-ES-PRIMERA-CUENTA TO TRUE.
           MOVE SPACES TO WS-CUENTA-ANTERIOR.

           SET WS-HAY-MAS-MOVIMIENTOS TO TRUE.
           PERFORM 3100-PROCESAR-MOVIMIENTO
              THRU 3100-PROCESAR-MOVIMIENTO-EXIT
              UNTIL WS-NO-HAY-MAS-MOVIMIENTOS.

           IF NOT WS-ES-PRIMERA-CUENTA
              PERFORM 3400-CERRAR-CUENTA
                 THRU 3400-CERRAR-CUENTA-EXIT
           END-IF.

           IF WS-CANT-CUENTAS-MARCADAS EQUAL ZERO
              MOVE SPACES TO RV-LINEA
              WRITE RV-LINEA
              MOVE 'SIN OPERACIONES INUSUALES EN EL PERIODO'
                 TO RV-LINEA
              WRITE RV-LINEA
           END-IF.

       3000-EVALUAR-CUENTAS-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3100-PROCESAR-MOVIMIENTO.

           RETURN ORDENTRA
               AT END
                  SET WS-NO-HAY-MAS-MOVIMIENTOS TO TRUE
               NOT AT END
                  ADD 1 TO WS-CANT-MOVIMIENTOS
                  IF SD-CUENTA NOT EQUAL WS-CUENTA-ANTERIOR
                     IF NOT WS-ES-PRIMERA-CUENTA
                        PERFORM 3400-CERRAR-CUENTA
                           THRU 3400-CERRAR-CUENTA-EXIT
                     END-IF
                     PERFORM 3200-ABRIR-CUENTA
                        THRU 3200-ABRIR-CUENTA-EXIT
                  ELSE
                     IF SD-FECHA-NUM NOT EQUAL WS-FECHA-ANTERIOR
                        PERFORM 3500-EVALUAR-DIA
                           THRU 3500-EVALUAR-DIA-EXIT
                        PERFORM 3250-ABRIR-DIA
                           THRU 3250-ABRIR-DIA-EXIT
                     END-IF
                  END-IF
                  PERFORM 3300-ACUMULAR-MOVIMIENTO
                     THRU 3300-ACUMULAR-MOVIMIENTO-EXIT
           END-RETURN.

       3100-PROCESAR-MOVIMIENTO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3200-ABRIR-CUENTA.

           MOVE SD-CUENTA TO WS-CUENTA-ANTERIOR.
           MOVE 'N' TO WS-PRIMERA-CUENTA.
           SET WS-CUENTA-NO-IMPRESA TO TRUE.
           MOVE ZEROS TO WS-CANT-FRACCIONADAS WS-CANT-FRAC-TABLA
                         WS-CANT-BENEF-NUEVOS WS-CANT-BENEF-TABLA
                         WS-CANT-OPS-NUEVAS   WS-CANT-NUEVAS-TABLA.

           SET WS-CUENTA-SIN-LIMITE TO TRUE.
           MOVE ZEROS TO WS-LIMITE-OPERACION WS-PISO-LIMITE.
           IF WS-HAY-LIMITES
              MOVE SD-CUENTA TO LI-NRO-CUENTA
              READ LIMITES
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF LI-MAX-POR-OPERACION > ZERO
                        SET WS-CUENTA-CON-LIMITE TO TRUE
                        MOVE LI-MAX-POR-OPERACION
                          TO WS-LIMITE-OPERACION
                        COMPUTE WS-PISO-LIMITE =
                                WS-LIMITE-OPERACION
                                * (100 - WS-PORC-CERCANIA) / 100
                     END-IF
              END-READ
           END-IF.

           PERFORM 3250-ABRIR-DIA
              THRU 3250-ABRIR-DIA-EXIT.

       3200-ABRIR-CUENTA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3250-ABRIR-DIA.

           MOVE SD-FECHA-NUM TO WS-FECHA-ANTERIOR.
           MOVE SD-FECHA     TO WS-FECHA-DIA-TEXTO.
           MOVE ZEROS TO WS-CANT-DIA WS-CANT-DIA-TABLA
                         WS-DIA-CREDITOS WS-DIA-DEBITOS.

       3250-ABRIR-DIA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3300-ACUMULAR-MOVIMIENTO.

           ADD 1 TO WS-CANT-DIA.
           IF WS-CANT-DIA-TABLA < 200
              ADD 1 TO WS-CANT-DIA-TABLA
              MOVE SD-NRO-OPERACION
                TO WS-DIA-NRO-OPERACION(WS-CANT-DIA-TABLA)
              MOVE SD-TIPO-MOVIMIENTO
                TO WS-DIA-TIPO-MOVIMIENTO(WS-CANT-DIA-TABLA)
              MOVE SD-COD-MONEDA
                TO WS-DIA-COD-MONEDA(WS-CANT-DIA-TABLA)
              MOVE SD-IMPORTE
                TO WS-DIA-IMPORTE(WS-CANT-DIA-TABLA)
              MOVE SD-CUENTA-CONTRAPARTE
                TO WS-DIA-CONTRAPARTE(WS-CANT-DIA-TABLA)
           END-IF.

           IF SD-MOV-CREDITO
              ADD SD-IMPORTE TO WS-DIA-CREDITOS
              GO TO 3300-ACUMULAR-MOVIMIENTO-EXIT
           END-IF.

           ADD SD-IMPORTE TO WS-DIA-DEBITOS.

           PERFORM 3310-CONTROLAR-FRACCIONADA
              THRU 3310-CONTROLAR-FRACCIONADA-EXIT.

           PERFORM 3320-CONTROLAR-BENEFICIARIO
              THRU 3320-CONTROLAR-BENEFICIARIO-EXIT.

       3300-ACUMULAR-MOVIMIENTO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3310-CONTROLAR-FRACCIONADA.

           MOVE SPACES TO WS-REFERENCIA-CERCANA.
           IF WS-HAY-UMBRAL
           AND SD-IMPORTE < WS-IMPORTE-UMBRAL
           AND SD-IMPORTE NOT < WS-PISO-UMBRAL
              MOVE 'UMBRALAP' TO WS-REFERENCIA-CERCANA
           END-IF.
           IF WS-REFERENCIA-CERCANA EQUAL SPACES
           AND WS-CUENTA-CON-LIMITE
           AND SD-IMPORTE < WS-LIMITE-OPERACION
           AND SD-IMPORTE NOT < WS-PISO-LIMITE
              MOVE 'LIMITES' TO WS-REFERENCIA-CERCANA
           END-IF.
           IF WS-REFERENCIA-CERCANA EQUAL SPACES
              GO TO 3310-CONTROLAR-FRACCIONADA-EXIT
           END-IF.

           ADD 1 TO WS-CANT-FRACCIONADAS.
           IF WS-CANT-FRAC-TABLA < 200
              ADD 1 TO WS-CANT-FRAC-TABLA
              MOVE SD-NRO-OPERACION
                TO WS-FRA-NRO-OPERACION(WS-CANT-FRAC-TABLA)
              MOVE SD-FECHA
                TO WS-FRA-FECHA(WS-CANT-FRAC-TABLA)
              MOVE SD-COD-MONEDA
                TO WS-FRA-COD-MONEDA(WS-CANT-FRAC-TABLA)
              MOVE SD-IMPORTE
                TO WS-FRA-IMPORTE(WS-CANT-FRAC-TABLA)
              MOVE SD-CUENTA-CONTRAPARTE
                TO WS-FRA-CONTRAPARTE(WS-CANT-FRAC-TABLA)
              MOVE WS-REFERENCIA-CERCANA
                TO WS-FRA-REFERENCIA(WS-CANT-FRAC-TABLA)
           END-IF.

       3310-CONTROLAR-FRACCIONADA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3320-CONTROLAR-BENEFICIARIO.

           MOVE SD-CUENTA             TO WS-CUENTA-DEBITO-BUSCADA.
           MOVE SD-CUENTA-CONTRAPARTE TO WS-CUENTA-CREDITO-BUSCADA.
           PERFORM 2410-BUSCAR-CONOCIDO
              THRU 2410-BUSCAR-CONOCIDO-EXIT.
           IF WS-CONOCIDO-OK
              GO TO 3320-CONTROLAR-BENEFICIARIO-EXIT
           END-IF.

           SET WS-BENEFICIARIO-NOTOK TO TRUE.
           IF WS-CANT-BENEF-TABLA > ZERO
              PERFORM 3330-COMPARAR-BENEFICIARIO
                 THRU 3330-COMPARAR-BENEFICIARIO-EXIT
                 VARYING WS-IDX-BENEFICIARIO FROM 1 BY 1
                 UNTIL WS-IDX-BENEFICIARIO > WS-CANT-BENEF-TABLA
                    OR WS-BENEFICIARIO-OK
           END-IF.
           IF WS-BENEFICIARIO-NOTOK
              ADD 1 TO WS-CANT-BENEF-NUEVOS
              IF WS-CANT-BENEF-TABLA < 200
                 ADD 1 TO WS-CANT-BENEF-TABLA
                 MOVE SD-CUENTA-CONTRAPARTE
                   TO WS-BEN-CUENTA(WS-CANT-BENEF-TABLA)
              END-IF
           END-IF.

           ADD 1 TO WS-CANT-OPS-NUEVAS.
           IF WS-CANT-NUEVAS-TABLA < 200
              ADD 1 TO WS-CANT-NUEVAS-TABLA
              MOVE SD-NRO-OPERACION
                TO WS-NUE-NRO-OPERACION(WS-CANT-NUEVAS-TABLA)
              MOVE SD-FECHA
                TO WS-NUE-FECHA(WS-CANT-NUEVAS-TABLA)
              MOVE SD-COD-MONEDA
                TO WS-NUE-COD-MONEDA(WS-CANT-NUEVAS-TABLA)
              MOVE SD-IMPORTE
                TO WS-NUE-IMPORTE(WS-CANT-NUEVAS-TABLA)
              MOVE SD-CUENTA-CONTRAPARTE
                TO WS-NUE-CONTRAPARTE(WS-CANT-NUEVAS-TABLA)
           END-IF.

       3320-CONTROLAR-BENEFICIARIO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3330-COMPARAR-BENEFICIARIO.

           IF WS-BEN-CUENTA(WS-IDX-BENEFICIARIO)
                 EQUAL SD-CUENTA-CONTRAPARTE
              SET WS-BENEFICIARIO-OK TO TRUE
           END-IF.

       3330-COMPARAR-BENEFICIARIO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3400-CERRAR-CUENTA.

           PERFORM 3500-EVALUAR-DIA
              THRU 3500-EVALUAR-DIA-EXIT.

           IF WS-CANT-FRACCIONADAS > ZERO
           AND WS-CANT-FRACCIONADAS NOT < WS-MIN-FRACCIONADAS
              PERFORM 3700-INFORMAR-FRACCIONADAS
                 THRU 3700-INFORMAR-FRACCIONADAS-EXIT
           END-IF.

           IF WS-CANT-BENEF-NUEVOS > ZERO
           AND WS-CANT-BENEF-NUEVOS NOT < WS-MIN-CUENTAS-NUEVAS
              PERFORM 3800-INFORMAR-DISPERSION
                 THRU 3800-INFORMAR-DISPERSION-EXIT
           END-IF.

       3400-CERRAR-CUENTA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3500-EVALUAR-DIA.

      *    Regla de entrada y salida: lo acreditado en el dia llega al
      *    minimo y lo debitado el mismo dia cubre el porcentaje
      *    fijado de lo acreditado.
           IF WS-DIA-CREDITOS EQUAL ZERO
           OR WS-DIA-CREDITOS < WS-IMPORTE-MIN-ENTRADA
              GO TO 3500-EVALUAR-DIA-EXIT
           END-IF.

           COMPUTE WS-SALIDA-MINIMA =
                   WS-DIA-CREDITOS * WS-PORC-SALIDA / 100.
           IF WS-DIA-DEBITOS EQUAL ZERO
           OR WS-DIA-DEBITOS < WS-SALIDA-MINIMA
              GO TO 3500-EVALUAR-DIA-EXIT
           END-IF.

           PERFORM 3600-IMPRIMIR-CUENTA
              THRU 3600-IMPRIMIR-CUENTA-EXIT.
           ADD 1 TO WS-CANT-MARCAS-ENTRADA.

           MOVE WS-DIA-CREDITOS TO WS-IMPORTE-EDIT.
           MOVE WS-DIA-DEBITOS  TO WS-IMPORTE-EDIT-2.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'REGLA: ENTRADA Y SALIDA EN EL DIA '
                                       DELIMITED BY SIZE
                  WS-FECHA-DIA-TEXTO   DELIMITED BY SIZE
                  ' - ACREDITADO '     DELIMITED BY SIZE
                  WS-IMPORTE-EDIT      DELIMITED BY SIZE
                  '  DEBITADO '        DELIMITED BY SIZE
                  WS-IMPORTE-EDIT-2    DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO RV-LINEA.
           WRITE RV-LINEA.

           PERFORM 3510-DETALLE-DIA
              THRU 3510-DETALLE-DIA-EXIT
              VARYING WS-IDX-DIA FROM 1 BY 1
              UNTIL WS-IDX-DIA > WS-CANT-DIA-TABLA.

           IF WS-CANT-DIA > WS-CANT-DIA-TABLA
              PERFORM 3950-AVISAR-OMITIDAS
                 THRU 3950-AVISAR-OMITIDAS-EXIT
           END-IF.

       3500-EVALUAR-DIA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3510-DETALLE-DIA.

           MOVE WS-DIA-NRO-OPERACION(WS-IDX-DIA)
                                     TO WS-DET-NRO-OPERACION.
           MOVE WS-FECHA-DIA-TEXTO   TO WS-DET-FECHA.
           MOVE WS-DIA-TIPO-MOVIMIENTO(WS-IDX-DIA)
                                     TO WS-DET-TIPO-MOVIMIENTO.
           MOVE WS-DIA-COD-MONEDA(WS-IDX-DIA)
                                     TO WS-DET-COD-MONEDA.
           MOVE WS-DIA-IMPORTE(WS-IDX-DIA)
                                     TO WS-DET-IMPORTE.
           MOVE WS-DIA-CONTRAPARTE(WS-IDX-DIA)
                                     TO WS-DET-CONTRAPARTE.
           MOVE SPACES               TO WS-DET-NOTA.
           PERFORM 3900-ESCRIBIR-DETALLE
              THRU 3900-ESCRIBIR-DETALLE-EXIT.

       3510-DETALLE-DIA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3600-IMPRIMIR-CUENTA.

      *    El encabezado de la cuenta sale una sola vez, con la
      *    primera regla que dispara.
           IF WS-CUENTA-YA-IMPRESA
              GO TO 3600-IMPRIMIR-CUENTA-EXIT
           END-IF.

           SET WS-CUENTA-YA-IMPRESA TO TRUE.
           ADD 1 TO WS-CANT-CUENTAS-MARCADAS.

           PERFORM 3610-BUSCAR-TITULAR
              THRU 3610-BUSCAR-TITULAR-EXIT.

           MOVE SPACES TO RV-LINEA.
           WRITE RV-LINEA.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'CUENTA: '          DELIMITED BY SIZE
                  WS-CUENTA-ANTERIOR  DELIMITED BY SIZE
                  '  TITULAR: '       DELIMITED BY SIZE
                  WS-TITULAR          DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO RV-LINEA.
           WRITE RV-LINEA.
           MOVE ALL '-' TO RV-LINEA.
           WRITE RV-LINEA.

       3600-IMPRIMIR-CUENTA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3610-BUSCAR-TITULAR.

           IF WS-NO-HAY-MAESTRO
              MOVE '*** MAESTRO NO DISPONIBLE ***' TO WS-TITULAR
              GO TO 3610-BUSCAR-TITULAR-EXIT
           END-IF.

           MOVE WS-CUENTA-ANTERIOR TO CM-NRO-CUENTA.
           READ CTAMAEST
               INVALID KEY
                  MOVE '*** CUENTA NO REGISTRADA ***' TO WS-TITULAR
               NOT INVALID KEY
                  MOVE CM-NOMBRE-TITULAR TO WS-TITULAR
           END-READ.

       3610-BUSCAR-TITULAR-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3700-INFORMAR-FRACCIONADAS.

           PERFORM 3600-IMPRIMIR-CUENTA
              THRU 3600-IMPRIMIR-CUENTA-EXIT.
           ADD 1 TO WS-CANT-MARCAS-FRACCION.

           MOVE WS-CANT-FRACCIONADAS TO WS-CANT-EDIT.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'REGLA: FRACCIONAMIENTO JUSTO DEBAJO DE UMBRALAP O '
                                       DELIMITED BY SIZE
                  'LIMITES - '         DELIMITED BY SIZE
                  WS-CANT-EDIT         DELIMITED BY SIZE
                  ' OPERACIONES'       DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO RV-LINEA.
           WRITE RV-LINEA.

           PERFORM 3710-DETALLE-FRACCIONADA
              THRU 3710-DETALLE-FRACCIONADA-EXIT
              VARYING WS-IDX-FRACCIONADA FROM 1 BY 1
              UNTIL WS-IDX-FRACCIONADA > WS-CANT-FRAC-TABLA.

           IF WS-CANT-FRACCIONADAS > WS-CANT-FRAC-TABLA
              PERFORM 3950-AVISAR-OMITIDAS
                 THRU 3950-AVISAR-OMITIDAS-EXIT
           END-IF.

       3700-INFORMAR-FRACCIONADAS-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3710-DETALLE-FRACCIONADA.

           MOVE WS-FRA-NRO-OPERACION(WS-IDX-FRACCIONADA)
                                     TO WS-DET-NRO-OPERACION.
           MOVE WS-FRA-FECHA(WS-IDX-FRACCIONADA)
                                     TO WS-DET-FECHA.
           MOVE 'D'                  TO WS-DET-TIPO-MOVIMIENTO.
           MOVE WS-FRA-COD-MONEDA(WS-IDX-FRACCIONADA)
                                     TO WS-DET-COD-MONEDA.
           MOVE WS-FRA-IMPORTE(WS-IDX-FRACCIONADA)
                                     TO WS-DET-IMPORTE.
           MOVE WS-FRA-CONTRAPARTE(WS-IDX-FRACCIONADA)
                                     TO WS-DET-CONTRAPARTE.
           MOVE SPACES               TO WS-DET-NOTA.
           STRING 'BAJO '            DELIMITED BY SIZE
                  WS-FRA-REFERENCIA(WS-IDX-FRACCIONADA)
                                     DELIMITED BY SPACE
             INTO WS-DET-NOTA.
           PERFORM 3900-ESCRIBIR-DETALLE
              THRU 3900-ESCRIBIR-DETALLE-EXIT.

       3710-DETALLE-FRACCIONADA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3800-INFORMAR-DISPERSION.

           PERFORM 3600-IMPRIMIR-CUENTA
              THRU 3600-IMPRIMIR-CUENTA-EXIT.
           ADD 1 TO WS-CANT-MARCAS-DISPERSION.

           MOVE WS-CANT-BENEF-NUEVOS TO WS-CANT-EDIT.
           MOVE WS-CANT-OPS-NUEVAS   TO WS-CANT-EDIT-2.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'REGLA: DISPERSION A CUENTAS NUEVAS - '
                                       DELIMITED BY SIZE
                  WS-CANT-EDIT         DELIMITED BY SIZE
                  ' CUENTAS, '         DELIMITED BY SIZE
                  WS-CANT-EDIT-2       DELIMITED BY SIZE
                  ' OPERACIONES'       DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO RV-LINEA.
           WRITE RV-LINEA.

           PERFORM 3810-DETALLE-DISPERSION
              THRU 3810-DETALLE-DISPERSION-EXIT
              VARYING WS-IDX-OP-NUEVA FROM 1 BY 1
              UNTIL WS-IDX-OP-NUEVA > WS-CANT-NUEVAS-TABLA.

           IF WS-CANT-OPS-NUEVAS > WS-CANT-NUEVAS-TABLA
              PERFORM 3950-AVISAR-OMITIDAS
                 THRU 3950-AVISAR-OMITIDAS-EXIT
           END-IF.

       3800-INFORMAR-DISPERSION-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3810-DETALLE-DISPERSION.

           MOVE WS-NUE-NRO-OPERACION(WS-IDX-OP-NUEVA)
                                     TO WS-DET-NRO-OPERACION.
           MOVE WS-NUE-FECHA(WS-IDX-OP-NUEVA)
                                     TO WS-DET-FECHA.
           MOVE 'D'                  TO WS-DET-TIPO-MOVIMIENTO.
           MOVE WS-NUE-COD-MONEDA(WS-IDX-OP-NUEVA)
                                     TO WS-DET-COD-MONEDA.
           MOVE WS-NUE-IMPORTE(WS-IDX-OP-NUEVA)
                                     TO WS-DET-IMPORTE.
           MOVE WS-NUE-CONTRAPARTE(WS-IDX-OP-NUEVA)
                                     TO WS-DET-CONTRAPARTE.
           MOVE 'CUENTA NUEVA'       TO WS-DET-NOTA.
           PERFORM 3900-ESCRIBIR-DETALLE
              THRU 3900-ESCRIBIR-DETALLE-EXIT.

       3810-DETALLE-DISPERSION-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3900-ESCRIBIR-DETALLE.

           IF WS-DET-TIPO-MOVIMIENTO EQUAL 'D'
              MOVE 'DEBITO'  TO WS-DET-TIPO-TEXTO
           ELSE
              MOVE 'CREDITO' TO WS-DET-TIPO-TEXTO
           END-IF.
           MOVE WS-DET-IMPORTE TO WS-IMPORTE-EDIT.

           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING '   OPERACION '         DELIMITED BY SIZE
                  WS-DET-NRO-OPERACION    DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  WS-DET-FECHA            DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  WS-DET-TIPO-TEXTO       DELIMITED BY SIZE
                  ' MONEDA '              DELIMITED BY SIZE
                  WS-DET-COD-MONEDA       DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-IMPORTE-EDIT         DELIMITED BY SIZE
                  '  CONTRAPARTE '        DELIMITED BY SIZE
                  WS-DET-CONTRAPARTE      DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  WS-DET-NOTA             DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO RV-LINEA.
           WRITE RV-LINEA.

       3900-ESCRIBIR-DETALLE-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3950-AVISAR-OMITIDAS.

           MOVE '   ... MAS DE 200 OPERACIONES, SE LISTAN LAS PRIMERAS'
              TO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO RV-LINEA.
           WRITE RV-LINEA.

       3950-AVISAR-OMITIDAS-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       8000-TOTALES.

           MOVE SPACES TO RV-LINEA.
           WRITE RV-LINEA.
           MOVE ALL '=' TO RV-LINEA.
           WRITE RV-LINEA.

           MOVE WS-CANT-REVISADAS TO WS-CANT-EDIT.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'OPERACIONES REVISADAS ......: ' DELIMITED BY SIZE
                  WS-CANT-EDIT                     DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO RV-LINEA.
           WRITE RV-LINEA.

           MOVE WS-CANT-CUENTAS-MARCADAS TO WS-CANT-EDIT.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'CUENTAS MARCADAS ...........: ' DELIMITED BY SIZE
                  WS-CANT-EDIT                     DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO RV-LINEA.
           WRITE RV-LINEA.

           MOVE WS-CANT-MARCAS-FRACCION TO WS-CANT-EDIT.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'MARCAS FRACCIONAMIENTO .....: ' DELIMITED BY SIZE
                  WS-CANT-EDIT                     DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO RV-LINEA.
           WRITE RV-LINEA.

           MOVE WS-CANT-MARCAS-DISPERSION TO WS-CANT-EDIT.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'MARCAS DISPERSION ..........: ' DELIMITED BY SIZE
                  WS-CANT-EDIT                     DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO RV-LINEA.
           WRITE RV-LINEA.

           MOVE WS-CANT-MARCAS-ENTRADA TO WS-CANT-EDIT.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'MARCAS ENTRADA Y SALIDA ....: ' DELIMITED BY SIZE
                  WS-CANT-EDIT                     DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO RV-LINEA.
           WRITE RV-LINEA.

           DISPLAY 'CLVIGILA - Generaciones leidas ....: '
              WS-CANT-GENERACIONES.
           DISPLAY 'CLVIGILA - Registros leidos .......: '
              WS-CANT-LEIDAS.
           DISPLAY 'CLVIGILA - Generados por sistema ..: '
              WS-CANT-DEL-SISTEMA.
           DISPLAY 'CLVIGILA - Operaciones revisadas ..: '
              WS-CANT-REVISADAS.
           DISPLAY 'CLVIGILA - Cuentas marcadas .......: '
              WS-CANT-CUENTAS-MARCADAS.
           IF WS-CANT-CONOCIDOS-FUERA > ZERO
              DISPLAY 'CLVIGILA - Pares de historia fuera de tabla: '
                 WS-CANT-CONOCIDOS-FUERA
           END-IF.

       8000-TOTALES-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       9000-FINALIZAR.

           IF WS-HAY-LIMITES
              CLOSE LIMITES
           END-IF.
           IF WS-HAY-MAESTRO
              CLOSE CTAMAEST
           END-IF.
           CLOSE REPVIGIL.

       9000-FINALIZAR-EXIT.
           EXIT.


       END PROGRAM CLVIGILA.
