      *----------------------------------------------------------------*
      *  Purpose: Auditoria de segregacion de funciones y de actividad
      *           de operadores sobre un periodo (parametro PARAUDIT).
      *           Cruza REVERSOS, AUDICTA, AUDIRET y SESIONLG con las
      *           operaciones de TRANSACF, RECHAZOS y PENDAPRO, vivas
      *           y en las generaciones selladas del corte
      *           (.Gaaaammdd, dentro de la retencion), y lista cada
      *           hallazgo con el operador, el programa y los numeros
      *           de operacion:
      *           - reversos (CLREVERS) de una operacion ingresada o
      *             aprobada por el mismo operador, o avalados por el
      *             supervisor que la habia ingresado;
      *           - reparaciones (CLREPARA) de un rechazo ingresado
      *             por el mismo operador que lo repara;
      *           - el mismo par de operador y supervisor aprobandose
      *             mutuamente en CLAPROBA;
      *           - cambios al maestro de cuentas (AUDICTA) o
      *             liberaciones de retenciones (AUDIRET) seguidos de
      *             una transferencia debitada de esa cuenta por el
      *             mismo operador;
      *           - firmas fuera del horario habil, en fin de semana
      *             o feriado, y rechazos o bloqueos de firma
      *             repetidos en SESIONLG;
      *           - sesiones abiertas que nunca registraron cierre.
      *           Reporte REPAUDOP.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CLAUDOPE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAUDIT ASSIGN TO "PARAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARAUDIT.

           SELECT CORTECTL ASSIGN TO "CORTECTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CORTECTL.

           SELECT FERIADOS ASSIGN TO "FERIADOS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-FERIADOS.

           SELECT AUDICTA ASSIGN TO "AUDICTA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDICTA.

           SELECT AUDIRET ASSIGN TO "AUDIRET"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDIRET.

           SELECT REVERSOS ASSIGN TO "REVERSOS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-REVERSOS.

           SELECT TRANSACF ASSIGN TO "TRANSACF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRANSACF.

           SELECT TRANGEN ASSIGN TO DYNAMIC WS-ARCHIVO-TRANGEN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRANGEN.

           SELECT RECHAZOS ASSIGN TO "RECHAZOS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-RECHAZOS.

           SELECT RECHGEN ASSIGN TO DYNAMIC WS-ARCHIVO-RECHGEN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-RECHGEN.

           SELECT PENDAPRO ASSIGN TO "PENDAPRO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PENDAPRO.

           SELECT PENDGEN ASSIGN TO DYNAMIC WS-ARCHIVO-PENDGEN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PENDGEN.

           SELECT SESIONLG ASSIGN TO "SESIONLG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-SESIONLG.

           SELECT REPAUDOP ASSIGN TO "REPAUDOP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REPAUDOP.


       DATA DIVISION.

       FILE SECTION.

       FD  PARAUDIT.
           COPY PARAUDIT.

       FD  CORTECTL.
           COPY CORTECTL.

       FD  FERIADOS.
           COPY FERIADO.

       FD  AUDICTA.
           COPY AUDICTA.

       FD  AUDIRET.
           COPY AUDIRET.

       FD  REVERSOS.
           COPY REVERSO.

       FD  TRANSACF.
           COPY TRANREG_TR.

       FD  TRANGEN.
           COPY TRANREG_AT.

       FD  RECHAZOS.
           COPY RECHAZO.

       FD  RECHGEN.
           COPY RECHAZO_AR.

       FD  PENDAPRO.
           COPY TRANREG_PA.

       FD  PENDGEN.
           COPY TRANREG_AD.

       FD  SESIONLG.
           COPY SESIONLG.

       FD  REPAUDOP.
       01  AO-LINEA                            PIC X(132).


       WORKING-STORAGE SECTION.

       COPY TRANREG_WS.

       01 WS-INDICADORES-ARCHIVO.
          05 WS-STATUS-PARAUDIT                PIC X(02).
          05 WS-STATUS-CORTECTL                PIC X(02).
          05 WS-STATUS-FERIADOS                PIC X(02).
          05 WS-STATUS-AUDICTA                 PIC X(02).
          05 WS-STATUS-AUDIRET                 PIC X(02).
          05 WS-STATUS-REVERSOS                PIC X(02).
          05 WS-STATUS-TRANSACF                PIC X(02).
          05 WS-STATUS-TRANGEN                 PIC X(02).
          05 WS-STATUS-RECHAZOS                PIC X(02).
          05 WS-STATUS-RECHGEN                 PIC X(02).
          05 WS-STATUS-PENDAPRO                PIC X(02).
          05 WS-STATUS-PENDGEN                 PIC X(02).
          05 WS-STATUS-SESIONLG                PIC X(02).
          05 WS-STATUS-REPAUDOP                PIC X(02).

       01 WS-FIN-ARCHIVO                       PIC X(01).
          88 WS-HAY-MAS-REGISTROS              VALUE 'N'.
          88 WS-NO-HAY-MAS-REGISTROS           VALUE 'S'.

      *    -- parametros de la auditoria: valores por omision cuando
      *    -- no hay archivo PARAUDIT ---------------------------------*
       01 WS-PARAMETROS-AUDITORIA.
          05 WS-DIAS-PERIODO                   PIC 9(02) VALUE 30.
          05 WS-HORA-INICIO                    PIC 9(04) VALUE 0800.
          05 WS-HORA-INICIO-DES REDEFINES WS-HORA-INICIO.
             10 WS-HI-HH                       PIC 9(02).
             10 WS-HI-MM                       PIC 9(02).
          05 WS-HORA-FIN                       PIC 9(04) VALUE 1800.
          05 WS-HORA-FIN-DES REDEFINES WS-HORA-FIN.
             10 WS-HF-HH                       PIC 9(02).
             10 WS-HF-MM                       PIC 9(02).
          05 WS-MIN-APROBACIONES               PIC 9(03) VALUE 3.
          05 WS-MIN-RECHAZOS                   PIC 9(03) VALUE 3.
          05 WS-MIN-BLOQUEOS                   PIC 9(03) VALUE 1.

      *    -- retencion de generaciones, igual que en CLCORTED --------*
       01 WS-DIAS-RETENCION                    PIC 9(02) VALUE 60.
       01 WS-CONTADOR-DIAS                     PIC 9(03) COMP.
       01 WS-DIAS-RECORRIDO                    PIC 9(03) COMP.
       01 WS-DIAS-ATRAS                        PIC 9(03) COMP.

       01 WS-ARCHIVO-TRANGEN                   PIC X(18).
       01 WS-ARCHIVO-RECHGEN                   PIC X(18).
       01 WS-ARCHIVO-PENDGEN                   PIC X(18).

       01 WS-ORIGEN-OPERACION                  PIC X(01).
          88 WS-ORIGEN-VIVO                    VALUE 'V'.
          88 WS-ORIGEN-GENERACION              VALUE 'G'.

      *    RECHAZOS se recorre dos veces: primero se registran las
      *    reparaciones del periodo y despues se ubica el rechazo
      *    original de cada una, que puede estar en cualquier
      *    generacion.
       01 WS-PASADA-RECHAZOS                   PIC X(01).
          88 WS-PASADA-REGISTRO                VALUE 'R'.
          88 WS-PASADA-UBICACION               VALUE 'U'.

      *    -- fechas de proceso, del corte y del periodo --------------*
       01 WS-FECHA-PROCESO                     PIC 9(08).
       01 WS-FECHA-PROCESO-DES REDEFINES WS-FECHA-PROCESO.
          05 WS-FECHA-PROC-ANIO                PIC 9(04).
          05 WS-FECHA-PROC-MES                 PIC 9(02).
          05 WS-FECHA-PROC-DIA                 PIC 9(02).
       01 WS-FECHA-PROCESO-TEXTO               PIC X(10).

       01 WS-FECHA-ULTIMO-CORTE                PIC 9(08) VALUE ZERO.
       01 WS-FECHA-RETENCION                   PIC 9(08).

       01 WS-FECHA-DESDE                       PIC 9(08).
       01 WS-FECHA-DESDE-DES REDEFINES WS-FECHA-DESDE.
          05 WS-FECHA-DESDE-ANIO               PIC 9(04).
          05 WS-FECHA-DESDE-MES                PIC 9(02).
          05 WS-FECHA-DESDE-DIA                PIC 9(02).
       01 WS-FECHA-DESDE-TEXTO                 PIC X(10).

       01 WS-FECHA-HASTA                       PIC 9(08).
       01 WS-FECHA-HASTA-DES REDEFINES WS-FECHA-HASTA.
          05 WS-FECHA-HASTA-ANIO               PIC 9(04).
          05 WS-FECHA-HASTA-MES                PIC 9(02).
          05 WS-FECHA-HASTA-DIA                PIC 9(02).
       01 WS-FECHA-HASTA-TEXTO                 PIC X(10).

      *    -- fecha de trabajo para recorrer generaciones -------------*
       01 WS-FECHA-CALC-NUM                    PIC 9(08).
       01 WS-FECHA-CALC-DES REDEFINES WS-FECHA-CALC-NUM.
          05 WS-FC-ANIO                        PIC 9(04).
          05 WS-FC-MES                         PIC 9(02).
          05 WS-FC-DIA                         PIC 9(02).
       01 WS-FECHA-CALC-TEXTO                  PIC X(10).

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

      *    -- feriados, para la firma en dia no habil -----------------*
       01 WS-TABLA-FERIADOS.
          05 WS-CANT-FERIADOS                  PIC 9(03) COMP
                                                VALUE ZERO.
          05 WS-FERIADO-DET OCCURS 1 TO 100 TIMES
                DEPENDING ON WS-CANT-FERIADOS
                INDEXED BY WS-IDX-FERIADO.
             10 WS-FERIADO-NUM                 PIC 9(08).
       01 WS-ES-FERIADO                        PIC X(01).
          88 WS-FERIADO-SI                     VALUE 'S'.
          88 WS-FERIADO-NO                     VALUE 'N'.

       01 WS-FECHA-HABIL-NUM                   PIC 9(08).
       01 WS-FECHA-HABIL-DES REDEFINES WS-FECHA-HABIL-NUM.
          05 WS-FH-ANIO                        PIC 9(04).
          05 WS-FH-MES                         PIC 9(02).
          05 WS-FH-DIA                         PIC 9(02).
       01 WS-ES-DIA-HABIL                      PIC X(01).
          88 WS-DIA-HABIL                      VALUE 'S'.
          88 WS-DIA-NO-HABIL                   VALUE 'N'.

      *    -- calculo del dia de la semana (congruencia de Zeller:
      *       0 = sabado, 1 = domingo) -------------------------------*
       01 WS-Z-ANIO                            PIC 9(04).
       01 WS-Z-MES                             PIC 9(02).
       01 WS-Z-SIGLO                           PIC 9(02).
       01 WS-Z-ANIO-SIGLO                      PIC 9(02).
       01 WS-Z-TERMINO-MES                     PIC 9(03).
       01 WS-Z-CUARTO-ANIO                     PIC 9(02).
       01 WS-Z-CUARTO-SIGLO                    PIC 9(02).
       01 WS-Z-SUMA                            PIC 9(05).
       01 WS-Z-COCIENTE                        PIC 9(05).
       01 WS-DIA-SEMANA                        PIC 9(01).

      *    -- hora de la firma, hh:mm:ss a hhmm -----------------------*
       01 WS-HORA-FIRMA                        PIC 9(04).
       01 WS-HORA-FIRMA-DES REDEFINES WS-HORA-FIRMA.
          05 WS-HFI-HH                         PIC 9(02).
          05 WS-HFI-MM                         PIC 9(02).

      *    -- cambios al maestro de cuentas (AUDICTA) y liberaciones
      *    -- de retenciones (AUDIRET) del periodo --------------------*
       01 WS-TABLA-CAMBIOS.
          05 WS-CANT-CAMBIOS                   PIC 9(04) COMP
                                                VALUE ZERO.
          05 WS-CAMBIO-DET OCCURS 1 TO 2000 TIMES
                DEPENDING ON WS-CANT-CAMBIOS
                INDEXED BY WS-IDX-CAMBIO.
             10 WS-CAM-FECHA-NUM               PIC 9(08).
             10 WS-CAM-FECHA                   PIC X(10).
             10 WS-CAM-HORA                    PIC X(08).
             10 WS-CAM-OPERADOR                PIC X(08).
             10 WS-CAM-CUENTA                  PIC X(22).
             10 WS-CAM-PROGRAMA                PIC X(10).
             10 WS-CAM-ACCION                  PIC X(10).
       01 WS-CAMBIO-HALLADO                    PIC X(01).
          88 WS-CAMBIO-OK                      VALUE 'S'.
          88 WS-CAMBIO-NOTOK                   VALUE 'N'.

      *    -- reversos del periodo, con quien ingreso y quien aprobo
      *    -- la operacion original -----------------------------------*
       01 WS-TABLA-REVERSOS.
          05 WS-CANT-REVERSOS                  PIC 9(04) COMP
                                                VALUE ZERO.
          05 WS-REVERSO-DET OCCURS 1 TO 2000 TIMES
                DEPENDING ON WS-CANT-REVERSOS
                INDEXED BY WS-IDX-REVERSO.
             10 WS-REV-FECHA                   PIC X(10).
             10 WS-REV-HORA                    PIC X(08).
             10 WS-REV-NRO-OPERACION           PIC 9(10).
             10 WS-REV-NRO-ORIG                PIC 9(10).
             10 WS-REV-OPERADOR                PIC X(08).
             10 WS-REV-SUPERVISOR              PIC X(08).
             10 WS-REV-INGRESO                 PIC X(08).
             10 WS-REV-AUTORIZO                PIC X(08).
             10 WS-REV-UBICADA                 PIC X(01).
                88 WS-REV-ORIGINAL-UBICADA     VALUE 'S'.
                88 WS-REV-ORIGINAL-NO-UBICADA  VALUE 'N'.
       01 WS-REVERSO-HALLADO                   PIC X(01).
          88 WS-REVERSO-OK                     VALUE 'S'.
          88 WS-REVERSO-NOTOK                  VALUE 'N'.

      *    -- reenvios de CLREPARA del periodo, con quien ingreso el
      *    -- rechazo original ----------------------------------------*
       01 WS-TABLA-REPARACIONES.
          05 WS-CANT-REPARACIONES              PIC 9(04) COMP
                                                VALUE ZERO.
          05 WS-REPARACION-DET OCCURS 1 TO 2000 TIMES
                DEPENDING ON WS-CANT-REPARACIONES
                INDEXED BY WS-IDX-REPARACION.
             10 WS-REP-FECHA                   PIC X(10).
             10 WS-REP-NRO-OPERACION           PIC 9(10).
             10 WS-REP-NRO-ORIG                PIC 9(10).
             10 WS-REP-OPERADOR                PIC X(08).
             10 WS-REP-INGRESO                 PIC X(08).
             10 WS-REP-RESULTADO               PIC X(01).
                88 WS-REP-ACEPTADA             VALUE 'A'.
                88 WS-REP-RECHAZADA            VALUE 'R'.
             10 WS-REP-UBICADA                 PIC X(01).
                88 WS-REP-ORIGINAL-UBICADA     VALUE 'S'.
                88 WS-REP-ORIGINAL-NO-UBICADA  VALUE 'N'.
       01 WS-REPARACION-HALLADA                PIC X(01).
          88 WS-REPARACION-OK                  VALUE 'S'.
          88 WS-REPARACION-NOTOK               VALUE 'N'.

       01 WS-REPARACION-NUEVA.
          05 WS-RN-FECHA                       PIC X(10).
          05 WS-RN-NRO-OPERACION               PIC 9(10).
          05 WS-RN-NRO-ORIG                    PIC 9(10).
          05 WS-RN-OPERADOR                    PIC X(08).
          05 WS-RN-RESULTADO                   PIC X(01).

      *    -- rechazo leido, del vivo o de la generacion --------------*
       01 WS-RECHAZO-LEIDO.
          05 WS-RL-NRO-OPERACION               PIC 9(10).
          05 WS-RL-OPERADOR                    PIC X(08).
          05 WS-RL-NRO-ORIG                    PIC 9(10).
          05 WS-RL-FECHA-RECHAZO               PIC X(10).

      *    -- aprobaciones de CLAPROBA del periodo y pares operador /
      *    -- supervisor ----------------------------------------------*
       01 WS-TABLA-APROBACIONES.
          05 WS-CANT-APROBACIONES              PIC 9(04) COMP
                                                VALUE ZERO.
          05 WS-APROBACION-DET OCCURS 1 TO 5000 TIMES
                DEPENDING ON WS-CANT-APROBACIONES
                INDEXED BY WS-IDX-APROBACION.
             10 WS-APR-FECHA                   PIC X(10).
             10 WS-APR-NRO-OPERACION           PIC 9(10).
             10 WS-APR-OPERADOR                PIC X(08).
             10 WS-APR-SUPERVISOR              PIC X(08).

       01 WS-TABLA-PARES.
          05 WS-CANT-PARES                     PIC 9(04) COMP
                                                VALUE ZERO.
          05 WS-PAR-DET OCCURS 1 TO 1000 TIMES
                DEPENDING ON WS-CANT-PARES
                INDEXED BY WS-IDX-PAR WS-IDX-PAR-INV.
             10 WS-PAR-OPERADOR                PIC X(08).
             10 WS-PAR-SUPERVISOR              PIC X(08).
             10 WS-PAR-CANTIDAD                PIC 9(05) COMP.
             10 WS-PAR-INFORMADO               PIC X(01).
                88 WS-PAR-YA-INFORMADO         VALUE 'S'.
                88 WS-PAR-NO-INFORMADO         VALUE 'N'.
       01 WS-PAR-HALLADO                       PIC X(01).
          88 WS-PAR-OK                         VALUE 'S'.
          88 WS-PAR-NOTOK                      VALUE 'N'.
       01 WS-PAR-OPERADOR-BUSCADO              PIC X(08).
       01 WS-PAR-SUPERVISOR-BUSCADO            PIC X(08).
       01 WS-CANT-CRUZADAS                     PIC 9(05) COMP.

      *    -- transferencias debitadas de una cuenta que el mismo
      *    -- operador habia cambiado ---------------------------------*
       01 WS-TABLA-CAMBIO-TRANSF.
          05 WS-CANT-CAMBIO-TRANSF             PIC 9(04) COMP
                                                VALUE ZERO.
          05 WS-CTR-DET OCCURS 1 TO 2000 TIMES
                DEPENDING ON WS-CANT-CAMBIO-TRANSF
                INDEXED BY WS-IDX-CTR.
             10 WS-CTR-OPERADOR                PIC X(08).
             10 WS-CTR-PROGRAMA                PIC X(10).
             10 WS-CTR-FECHA-CAMBIO            PIC X(10).
             10 WS-CTR-HORA-CAMBIO             PIC X(08).
             10 WS-CTR-ACCION                  PIC X(10).
             10 WS-CTR-CUENTA                  PIC X(22).
             10 WS-CTR-NRO-OPERACION           PIC 9(10).
             10 WS-CTR-FECHA-TRANSF            PIC X(10).
       01 WS-CTR-HALLADA                       PIC X(01).
          88 WS-CTR-OK                         VALUE 'S'.
          88 WS-CTR-NOTOK                      VALUE 'N'.

      *    -- sesiones abiertas en el periodo (SESIONLG) --------------*
       01 WS-TABLA-SESIONES.
          05 WS-CANT-SESIONES                  PIC 9(04) COMP
                                                VALUE ZERO.
          05 WS-SESION-DET OCCURS 1 TO 5000 TIMES
                DEPENDING ON WS-CANT-SESIONES
                INDEXED BY WS-IDX-SESION.
             10 WS-ABI-OPERADOR                PIC X(08).
             10 WS-ABI-PROGRAMA                PIC X(10).
             10 WS-ABI-FECHA                   PIC X(10).
             10 WS-ABI-HORA                    PIC X(08).
             10 WS-ABI-ESTADO                  PIC X(01).
                88 WS-ABI-ABIERTA              VALUE 'A'.
                88 WS-ABI-CERRADA              VALUE 'F'.
                88 WS-ABI-SIN-CIERRE           VALUE 'S'.
       01 WS-SESION-HALLADA                    PIC X(01).
          88 WS-SESION-OK                      VALUE 'S'.
          88 WS-SESION-NOTOK                   VALUE 'N'.

      *    -- firmas rechazadas y bloqueos por operador y programa ----*
       01 WS-TABLA-FALLIDAS.
          05 WS-CANT-FALLIDAS                  PIC 9(04) COMP
                                                VALUE ZERO.
          05 WS-FALLIDA-DET OCCURS 1 TO 1000 TIMES
                DEPENDING ON WS-CANT-FALLIDAS
                INDEXED BY WS-IDX-FALLIDA.
             10 WS-FAL-OPERADOR                PIC X(08).
             10 WS-FAL-PROGRAMA                PIC X(10).
             10 WS-FAL-CANT-RECHAZOS           PIC 9(05) COMP.
             10 WS-FAL-CANT-BLOQUEOS           PIC 9(05) COMP.
             10 WS-FAL-PRIMERA-FECHA           PIC X(10).
             10 WS-FAL-PRIMERA-HORA            PIC X(08).
             10 WS-FAL-ULTIMA-FECHA            PIC X(10).
             10 WS-FAL-ULTIMA-HORA             PIC X(08).
       01 WS-FALLIDA-HALLADA                   PIC X(01).
          88 WS-FALLIDA-OK                     VALUE 'S'.
          88 WS-FALLIDA-NOTOK                  VALUE 'N'.

       01 WS-IDX-HALLADA                       PIC 9(04) COMP.

      *    -- linea de detalle comun a todas las secciones ------------*
       01 WS-DETALLE.
          05 WS-DET-OPERADOR                   PIC X(08).
          05 WS-DET-PROGRAMA                   PIC X(10).
          05 WS-DET-FECHA                      PIC X(10).
          05 WS-DET-HORA                       PIC X(08).
          05 WS-DET-OPERACION                  PIC X(10).
          05 WS-DET-OPERACION-REL              PIC X(10).
          05 WS-DET-NOTA                       PIC X(60).

       01 WS-TITULO-SECCION                    PIC X(80).
       01 WS-CANT-SECCION                      PIC 9(07) COMP.

       01 WS-TOTALES.
          05 WS-CANT-GENERACIONES              PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-TRANSF-LEIDAS             PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-TRANSF-PERIODO            PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-RECHAZOS-LEIDOS           PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-PENDAPRO-LEIDOS           PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-AUDITORIA-LEIDOS          PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-REVERSOS-LEIDOS           PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-SESIONES-LEIDAS           PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-AUTO-REVERSOS             PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-AUTO-REPARACIONES         PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-NO-UBICADAS               PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-PARES-CRUZADOS            PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-FUERA-HORARIO             PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-FIRMAS-FALLIDAS           PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-SIN-CIERRE                PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-FUERA-DE-TABLA            PIC 9(07) COMP
                                                VALUE ZERO.

       01 WS-LINEA-REPORTE                     PIC X(132).
       01 WS-CANT-EDIT                         PIC ZZZZ9.
       01 WS-CANT-EDIT-2                       PIC ZZZZ9.
       01 WS-CANT-EDIT-3                       PIC ZZZZ9.


       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIALIZAR
              THRU 1000-INICIALIZAR-EXIT.

           PERFORM 2000-CARGAR-CAMBIOS
              THRU 2000-CARGAR-CAMBIOS-EXIT.

           PERFORM 2500-CARGAR-REVERSOS
              THRU 2500-CARGAR-REVERSOS-EXIT.

           PERFORM 3000-REVISAR-TRANSFERENCIAS
              THRU 3000-REVISAR-TRANSFERENCIAS-EXIT.

           PERFORM 4000-REVISAR-RECHAZOS
              THRU 4000-REVISAR-RECHAZOS-EXIT.

           PERFORM 5000-REVISAR-APROBACIONES
              THRU 5000-REVISAR-APROBACIONES-EXIT.

           PERFORM 6000-INFORMAR-OPERACIONES
              THRU 6000-INFORMAR-OPERACIONES-EXIT.

           PERFORM 7000-REVISAR-SESIONES
              THRU 7000-REVISAR-SESIONES-EXIT.

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

           PERFORM 1200-LEER-CORTE
              THRU 1200-LEER-CORTE-EXIT.

      *    Sin tabla de feriados solo los fines de semana cuentan
      *    como dia no habil para la firma.
           OPEN INPUT FERIADOS.
           IF WS-STATUS-FERIADOS EQUAL '00'
              SET WS-HAY-MAS-REGISTROS TO TRUE
              PERFORM 1300-CARGAR-FERIADOS
                 THRU 1300-CARGAR-FERIADOS-EXIT
                 UNTIL WS-NO-HAY-MAS-REGISTROS
              CLOSE FERIADOS
           END-IF.

           PERFORM 1400-CALCULAR-RECORRIDO
              THRU 1400-CALCULAR-RECORRIDO-EXIT.

           OPEN OUTPUT REPAUDOP.

           PERFORM 1500-ENCABEZADO
              THRU 1500-ENCABEZADO-EXIT.

       1000-INICIALIZAR-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       1100-LEER-PARAMETRO.

      *    Periodo por omision: los ultimos dias hasta el de proceso,
      *    incluido.
           MOVE WS-FECHA-PROCESO TO WS-FECHA-HASTA.
           MOVE WS-FECHA-PROCESO TO WS-FECHA-CALC-NUM.
           COMPUTE WS-DIAS-ATRAS = WS-DIAS-PERIODO - 1.
           PERFORM 1900-RETROCEDER-UN-DIA
              THRU 1900-RETROCEDER-UN-DIA-EXIT
              WS-DIAS-ATRAS TIMES.
           MOVE WS-FECHA-CALC-NUM TO WS-FECHA-DESDE.

           OPEN INPUT PARAUDIT.
           IF WS-STATUS-PARAUDIT NOT EQUAL '00'
              DISPLAY 'PARAUDIT no disponible: se usan los parametros'
                 ' por omision.'
              GO TO 1100-LEER-PARAMETRO-EXIT
           END-IF.

           READ PARAUDIT.
           IF WS-STATUS-PARAUDIT NOT EQUAL '00'
              DISPLAY 'Error leyendo PARAUDIT, status '
                 WS-STATUS-PARAUDIT ': se usan los parametros por'
                 ' omision.'
              CLOSE PARAUDIT
              GO TO 1100-LEER-PARAMETRO-EXIT
           END-IF.
           CLOSE PARAUDIT.

           IF PD-FECHA-DESDE NOT EQUAL SPACES
              MOVE PD-FECHA-DESDE TO WS-FECHA-TEXTO
              PERFORM 1920-CONVERTIR-FECHA
                 THRU 1920-CONVERTIR-FECHA-EXIT
              IF WS-CONVERSION-OK
                 MOVE WS-FECHA-CONV-NUM TO WS-FECHA-DESDE
              ELSE
                 DISPLAY 'PARAUDIT: fecha desde invalida '
                    PD-FECHA-DESDE ', se usa la fecha por omision.'
              END-IF
           END-IF.

           IF PD-FECHA-HASTA NOT EQUAL SPACES
              MOVE PD-FECHA-HASTA TO WS-FECHA-TEXTO
              PERFORM 1920-CONVERTIR-FECHA
                 THRU 1920-CONVERTIR-FECHA-EXIT
              IF WS-CONVERSION-OK
                 MOVE WS-FECHA-CONV-NUM TO WS-FECHA-HASTA
              ELSE
                 DISPLAY 'PARAUDIT: fecha hasta invalida '
                    PD-FECHA-HASTA ', se usa la fecha por omision.'
              END-IF
           END-IF.

           IF WS-FECHA-DESDE > WS-FECHA-HASTA
              DISPLAY 'PARAUDIT: periodo invertido, se toman las'
                 ' fechas en orden.'
              MOVE WS-FECHA-DESDE TO WS-FECHA-CALC-NUM
              MOVE WS-FECHA-HASTA TO WS-FECHA-DESDE
              MOVE WS-FECHA-CALC-NUM TO WS-FECHA-HASTA
           END-IF.

           IF PD-HORA-INICIO IS NUMERIC
           AND PD-HORA-FIN IS NUMERIC
           AND PD-HORA-INICIO < PD-HORA-FIN
           AND PD-HORA-FIN NOT > 2400
              MOVE PD-HORA-INICIO TO WS-HORA-INICIO
              MOVE PD-HORA-FIN    TO WS-HORA-FIN
           ELSE
              DISPLAY 'PARAUDIT: horario habil invalido, se usa el'
                 ' horario por omision.'
           END-IF.

           IF PD-MIN-APROBACIONES IS NUMERIC
           AND PD-MIN-APROBACIONES > ZERO
              MOVE PD-MIN-APROBACIONES TO WS-MIN-APROBACIONES
           END-IF.
           IF PD-MIN-RECHAZOS IS NUMERIC
           AND PD-MIN-RECHAZOS > ZERO
              MOVE PD-MIN-RECHAZOS TO WS-MIN-RECHAZOS
           END-IF.
           IF PD-MIN-BLOQUEOS IS NUMERIC
           AND PD-MIN-BLOQUEOS > ZERO
              MOVE PD-MIN-BLOQUEOS TO WS-MIN-BLOQUEOS
           END-IF.

       1100-LEER-PARAMETRO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       1200-LEER-CORTE.

      *    Sin control de corte todavia no se sello ninguna generacion
      *    y todo lo vivo entra en la revision.
           OPEN INPUT CORTECTL.
           IF WS-STATUS-CORTECTL EQUAL '00'
              READ CORTECTL
              IF WS-STATUS-CORTECTL EQUAL '00'
                 MOVE CO-FECHA-ULTIMO-CORTE TO WS-FECHA-ULTIMO-CORTE
              END-IF
              CLOSE CORTECTL
           END-IF.

       1200-LEER-CORTE-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       1300-CARGAR-FERIADOS.

           READ FERIADOS
               AT END
                  SET WS-NO-HAY-MAS-REGISTROS TO TRUE
               NOT AT END
                  IF WS-CANT-FERIADOS < 100
                     ADD 1 TO WS-CANT-FERIADOS
                     MOVE FE-FECHA(7:4)
                       TO WS-FERIADO-NUM(WS-CANT-FERIADOS)(1:4)
                     MOVE FE-FECHA(4:2)
                       TO WS-FERIADO-NUM(WS-CANT-FERIADOS)(5:2)
                     MOVE FE-FECHA(1:2)
                       TO WS-FERIADO-NUM(WS-CANT-FERIADOS)(7:2)
                  ELSE
                     DISPLAY 'Tabla de feriados completa: se ignora '
                        FE-FECHA ', depurar FERIADOS.'
                  END-IF
           END-READ.

       1300-CARGAR-FERIADOS-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       1400-CALCULAR-RECORRIDO.

      *    Las generaciones se recorren desde la del dia de proceso
      *    hacia atras, hasta cubrir el periodo y como minimo la
      *    retencion completa: la operacion original de un reverso o
      *    de una reparacion puede ser anterior al periodo.
           MOVE WS-FECHA-PROCESO TO WS-FECHA-CALC-NUM.
           COMPUTE WS-DIAS-ATRAS = WS-DIAS-RETENCION - 1.
           PERFORM 1900-RETROCEDER-UN-DIA
              THRU 1900-RETROCEDER-UN-DIA-EXIT
              WS-DIAS-ATRAS TIMES.
           MOVE WS-FECHA-CALC-NUM TO WS-FECHA-RETENCION.

           MOVE WS-FECHA-PROCESO TO WS-FECHA-CALC-NUM.
           MOVE ZERO TO WS-DIAS-RECORRIDO.
           PERFORM 1410-CONTAR-DIA
              THRU 1410-CONTAR-DIA-EXIT
              UNTIL WS-FECHA-CALC-NUM < WS-FECHA-DESDE
                 OR WS-DIAS-RECORRIDO >= 999.

           IF WS-DIAS-RECORRIDO < WS-DIAS-RETENCION
              MOVE WS-DIAS-RETENCION TO WS-DIAS-RECORRIDO
           END-IF.

           STRING WS-FECHA-DESDE-DIA  DELIMITED BY SIZE
                  '-'                 DELIMITED BY SIZE
                  WS-FECHA-DESDE-MES  DELIMITED BY SIZE
                  '-'                 DELIMITED BY SIZE
                  WS-FECHA-DESDE-ANIO DELIMITED BY SIZE
             INTO WS-FECHA-DESDE-TEXTO.
           STRING WS-FECHA-HASTA-DIA  DELIMITED BY SIZE
                  '-'                 DELIMITED BY SIZE
                  WS-FECHA-HASTA-MES  DELIMITED BY SIZE
                  '-'                 DELIMITED BY SIZE
                  WS-FECHA-HASTA-ANIO DELIMITED BY SIZE
             INTO WS-FECHA-HASTA-TEXTO.

       1400-CALCULAR-RECORRIDO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       1410-CONTAR-DIA.

           ADD 1 TO WS-DIAS-RECORRIDO.
           PERFORM 1900-RETROCEDER-UN-DIA
              THRU 1900-RETROCEDER-UN-DIA-EXIT.

       1410-CONTAR-DIA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       1500-ENCABEZADO.

           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'AUDITORIA DE SEGREGACION DE FUNCIONES Y ACTIVIDAD'
                                          DELIMITED BY SIZE
                  ' DE OPERADORES - '     DELIMITED BY SIZE
                  WS-FECHA-PROCESO-TEXTO  DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO AO-LINEA.
           WRITE AO-LINEA.
           MOVE ALL '=' TO AO-LINEA.
           WRITE AO-LINEA.

           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'PERIODO REVISADO: '    DELIMITED BY SIZE
                  WS-FECHA-DESDE-TEXTO    DELIMITED BY SIZE
                  ' AL '                  DELIMITED BY SIZE
                  WS-FECHA-HASTA-TEXTO    DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO AO-LINEA.
           WRITE AO-LINEA.

           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'HORARIO HABIL DE FIRMA: ' DELIMITED BY SIZE
                  WS-HI-HH                DELIMITED BY SIZE
                  ':'                     DELIMITED BY SIZE
                  WS-HI-MM                DELIMITED BY SIZE
                  ' A '                   DELIMITED BY SIZE
                  WS-HF-HH                DELIMITED BY SIZE
                  ':'                     DELIMITED BY SIZE
                  WS-HF-MM                DELIMITED BY SIZE
                  ' EN DIAS HABILES (SIN FINES DE SEMANA NI FERIADOS)'
                                          DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO AO-LINEA.
           WRITE AO-LINEA.

           MOVE WS-MIN-APROBACIONES TO WS-CANT-EDIT.
           MOVE WS-MIN-RECHAZOS     TO WS-CANT-EDIT-2.
           MOVE WS-MIN-BLOQUEOS     TO WS-CANT-EDIT-3.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'APROBACIONES CRUZADAS: MINIMO ' DELIMITED BY SIZE
                  WS-CANT-EDIT            DELIMITED BY SIZE
                  ' POR PAR   FIRMAS FALLIDAS: MINIMO '
                                          DELIMITED BY SIZE
                  WS-CANT-EDIT-2          DELIMITED BY SIZE
                  ' RECHAZOS O '          DELIMITED BY SIZE
                  WS-CANT-EDIT-3          DELIMITED BY SIZE
                  ' BLOQUEOS POR OPERADOR Y PROGRAMA'
                                          DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO AO-LINEA.
           WRITE AO-LINEA.

      *    Lo anterior a la retencion ya no esta en las generaciones:
      *    las revisiones que cruzan operaciones quedan parciales.
           IF WS-FECHA-DESDE < WS-FECHA-RETENCION
              MOVE '*** EL PERIODO EXCEDE LA RETENCION DE GENERACIONES:'
                                          TO AO-LINEA
              WRITE AO-LINEA
              MOVE '*** LOS CRUCES CON OPERACIONES ANTERIORES QUEDAN PA
      -            'RCIALES'              TO AO-LINEA
              WRITE AO-LINEA
           END-IF.

           MOVE ALL '=' TO AO-LINEA.
           WRITE AO-LINEA.

       1500-ENCABEZADO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       1900-RETROCEDER-UN-DIA.

           IF WS-FC-DIA > 1
              SUBTRACT 1 FROM WS-FC-DIA
           ELSE
              IF WS-FC-MES > 1
                 SUBTRACT 1 FROM WS-FC-MES
              ELSE
                 MOVE 12 TO WS-FC-MES
                 SUBTRACT 1 FROM WS-FC-ANIO
              END-IF
              PERFORM 1910-CALCULAR-DIAS-MES
                 THRU 1910-CALCULAR-DIAS-MES-EXIT
              MOVE WS-DIAS-MES-MAX TO WS-FC-DIA
           END-IF.

       1900-RETROCEDER-UN-DIA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       1910-CALCULAR-DIAS-MES.

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

       1910-CALCULAR-DIAS-MES-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       1920-CONVERTIR-FECHA.

           SET WS-CONVERSION-OK TO TRUE.
           IF WS-FECHA-TEXTO(1:2) IS NUMERIC
           AND WS-FECHA-TEXTO(4:2) IS NUMERIC
           AND WS-FECHA-TEXTO(7:4) IS NUMERIC
              MOVE WS-FECHA-TEXTO(7:4) TO WS-FCV-ANIO
              MOVE WS-FECHA-TEXTO(4:2) TO WS-FCV-MES
              MOVE WS-FECHA-TEXTO(1:2) TO WS-FCV-DIA
              IF WS-FCV-MES < 1 OR WS-FCV-MES > 12
              OR WS-FCV-DIA < 1 OR WS-FCV-DIA > 31
                 SET WS-CONVERSION-NOTOK TO TRUE
                 MOVE ZEROS TO WS-FECHA-CONV-NUM
              END-IF
           ELSE
              SET WS-CONVERSION-NOTOK TO TRUE
              MOVE ZEROS TO WS-FECHA-CONV-NUM
           END-IF.

       1920-CONVERTIR-FECHA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       1930-ARMAR-FECHA-CALC.

           MOVE SPACES TO WS-FECHA-CALC-TEXTO.
           STRING WS-FC-DIA  DELIMITED BY SIZE
                  '-'        DELIMITED BY SIZE
                  WS-FC-MES  DELIMITED BY SIZE
                  '-'        DELIMITED BY SIZE
                  WS-FC-ANIO DELIMITED BY SIZE
             INTO WS-FECHA-CALC-TEXTO.

       1930-ARMAR-FECHA-CALC-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2000-CARGAR-CAMBIOS.

      *    Altas, modificaciones, cierres y reaperturas del maestro de
      *    cuentas, y liberaciones de retenciones: cualquiera de ellas
      *    seguida de un debito de la misma cuenta por el mismo
      *    operador es un hallazgo.
           OPEN INPUT AUDICTA.
           IF WS-STATUS-AUDICTA NOT EQUAL '00'
              DISPLAY 'AUDICTA no disponible, status '
                 WS-STATUS-AUDICTA
           ELSE
              SET WS-HAY-MAS-REGISTROS TO TRUE
              PERFORM 2100-LEER-AUDICTA
                 THRU 2100-LEER-AUDICTA-EXIT
                 UNTIL WS-NO-HAY-MAS-REGISTROS
              CLOSE AUDICTA
           END-IF.

           OPEN INPUT AUDIRET.
           IF WS-STATUS-AUDIRET NOT EQUAL '00'
              DISPLAY 'AUDIRET no disponible, status '
                 WS-STATUS-AUDIRET
           ELSE
              SET WS-HAY-MAS-REGISTROS TO TRUE
              PERFORM 2200-LEER-AUDIRET
                 THRU 2200-LEER-AUDIRET-EXIT
                 UNTIL WS-NO-HAY-MAS-REGISTROS
              CLOSE AUDIRET
           END-IF.

       2000-CARGAR-CAMBIOS-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2100-LEER-AUDICTA.

           READ AUDICTA
               AT END
                  SET WS-NO-HAY-MAS-REGISTROS TO TRUE
               NOT AT END
                  ADD 1 TO WS-CANT-AUDITORIA-LEIDOS
                  PERFORM 2110-REGISTRAR-AUDICTA
                     THRU 2110-REGISTRAR-AUDICTA-EXIT
           END-READ.

       2100-LEER-AUDICTA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2110-REGISTRAR-AUDICTA.

           MOVE AU-FECHA TO WS-FECHA-TEXTO.
           PERFORM 1920-CONVERTIR-FECHA
              THRU 1920-CONVERTIR-FECHA-EXIT.
           IF WS-CONVERSION-NOTOK
           OR WS-FECHA-CONV-NUM < WS-FECHA-DESDE
           OR WS-FECHA-CONV-NUM > WS-FECHA-HASTA
              GO TO 2110-REGISTRAR-AUDICTA-EXIT
           END-IF.

           IF WS-CANT-CAMBIOS NOT < 2000
              ADD 1 TO WS-CANT-FUERA-DE-TABLA
              GO TO 2110-REGISTRAR-AUDICTA-EXIT
           END-IF.

           ADD 1 TO WS-CANT-CAMBIOS.
           MOVE WS-FECHA-CONV-NUM TO WS-CAM-FECHA-NUM(WS-CANT-CAMBIOS).
           MOVE AU-FECHA          TO WS-CAM-FECHA(WS-CANT-CAMBIOS).
           MOVE AU-HORA           TO WS-CAM-HORA(WS-CANT-CAMBIOS).
           MOVE AU-OPERADOR       TO WS-CAM-OPERADOR(WS-CANT-CAMBIOS).
           MOVE 'CLMANCTA'        TO WS-CAM-PROGRAMA(WS-CANT-CAMBIOS).

      *    El alta no tiene imagen anterior: la cuenta sale de la
      *    imagen posterior, que siempre esta.
           IF AU-DES-NRO-CUENTA NOT EQUAL SPACES
              MOVE AU-DES-NRO-CUENTA
                TO WS-CAM-CUENTA(WS-CANT-CAMBIOS)
           ELSE
              MOVE AU-ANT-NRO-CUENTA
                TO WS-CAM-CUENTA(WS-CANT-CAMBIOS)
           END-IF.

           EVALUATE TRUE
              WHEN AU-ACCION-ALTA
                 MOVE 'ALTA'       TO WS-CAM-ACCION(WS-CANT-CAMBIOS)
              WHEN AU-ACCION-MODIFICACION
                 MOVE 'MODIFICO'   TO WS-CAM-ACCION(WS-CANT-CAMBIOS)
              WHEN AU-ACCION-CIERRE
                 MOVE 'CIERRE'     TO WS-CAM-ACCION(WS-CANT-CAMBIOS)
              WHEN AU-ACCION-REAPERTURA
                 MOVE 'REAPERTURA' TO WS-CAM-ACCION(WS-CANT-CAMBIOS)
              WHEN OTHER
                 MOVE 'CAMBIO'     TO WS-CAM-ACCION(WS-CANT-CAMBIOS)
           END-EVALUATE.

       2110-REGISTRAR-AUDICTA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2200-LEER-AUDIRET.

           READ AUDIRET
               AT END
                  SET WS-NO-HAY-MAS-REGISTROS TO TRUE
               NOT AT END
                  ADD 1 TO WS-CANT-AUDITORIA-LEIDOS
                  PERFORM 2210-REGISTRAR-AUDIRET
                     THRU 2210-REGISTRAR-AUDIRET-EXIT
           END-READ.

       2200-LEER-AUDIRET-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2210-REGISTRAR-AUDIRET.

      *    De las retenciones solo interesa la liberacion manual: el
      *    alta no habilita ningun debito y el vencimiento lo hace el
      *    batch.
           IF NOT RA-ACCION-LIBERACION
              GO TO 2210-REGISTRAR-AUDIRET-EXIT
           END-IF.

           MOVE RA-FECHA TO WS-FECHA-TEXTO.
           PERFORM 1920-CONVERTIR-FECHA
              THRU 1920-CONVERTIR-FECHA-EXIT.
           IF WS-CONVERSION-NOTOK
           OR WS-FECHA-CONV-NUM < WS-FECHA-DESDE
           OR WS-FECHA-CONV-NUM > WS-FECHA-HASTA
              GO TO 2210-REGISTRAR-AUDIRET-EXIT
           END-IF.

           IF WS-CANT-CAMBIOS NOT < 2000
              ADD 1 TO WS-CANT-FUERA-DE-TABLA
              GO TO 2210-REGISTRAR-AUDIRET-EXIT
           END-IF.

           ADD 1 TO WS-CANT-CAMBIOS.
           MOVE WS-FECHA-CONV-NUM TO WS-CAM-FECHA-NUM(WS-CANT-CAMBIOS).
           MOVE RA-FECHA          TO WS-CAM-FECHA(WS-CANT-CAMBIOS).
           MOVE RA-HORA           TO WS-CAM-HORA(WS-CANT-CAMBIOS).
           MOVE RA-OPERADOR       TO WS-CAM-OPERADOR(WS-CANT-CAMBIOS).
           MOVE RA-NRO-CUENTA     TO WS-CAM-CUENTA(WS-CANT-CAMBIOS).
           MOVE 'CLMANRET'        TO WS-CAM-PROGRAMA(WS-CANT-CAMBIOS).
           MOVE 'LIBERO RET'      TO WS-CAM-ACCION(WS-CANT-CAMBIOS).

       2210-REGISTRAR-AUDIRET-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2500-CARGAR-REVERSOS.

           OPEN INPUT REVERSOS.
           IF WS-STATUS-REVERSOS NOT EQUAL '00'
              DISPLAY 'REVERSOS no disponible, status '
                 WS-STATUS-REVERSOS
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
                  ADD 1 TO WS-CANT-REVERSOS-LEIDOS
                  PERFORM 2520-REGISTRAR-REVERSO
                     THRU 2520-REGISTRAR-REVERSO-EXIT
           END-READ.

       2510-LEER-REVERSO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2520-REGISTRAR-REVERSO.

           MOVE RV-FECHA TO WS-FECHA-TEXTO.
           PERFORM 1920-CONVERTIR-FECHA
              THRU 1920-CONVERTIR-FECHA-EXIT.
           IF WS-CONVERSION-NOTOK
           OR WS-FECHA-CONV-NUM < WS-FECHA-DESDE
           OR WS-FECHA-CONV-NUM > WS-FECHA-HASTA
              GO TO 2520-REGISTRAR-REVERSO-EXIT
           END-IF.

           IF WS-CANT-REVERSOS NOT < 2000
              ADD 1 TO WS-CANT-FUERA-DE-TABLA
              GO TO 2520-REGISTRAR-REVERSO-EXIT
           END-IF.

      *    Quien ingreso y quien aprobo la operacion original se
      *    completa al recorrer TRANSACF.
           ADD 1 TO WS-CANT-REVERSOS.
           MOVE RV-FECHA         TO WS-REV-FECHA(WS-CANT-REVERSOS).
           MOVE RV-HORA          TO WS-REV-HORA(WS-CANT-REVERSOS).
           MOVE RV-NRO-OPERACION
             TO WS-REV-NRO-OPERACION(WS-CANT-REVERSOS).
           MOVE RV-NRO-OPERACION-ORIG
             TO WS-REV-NRO-ORIG(WS-CANT-REVERSOS).
           MOVE RV-OPERADOR      TO WS-REV-OPERADOR(WS-CANT-REVERSOS).
           MOVE RV-SUPERVISOR
             TO WS-REV-SUPERVISOR(WS-CANT-REVERSOS).
           MOVE SPACES           TO WS-REV-INGRESO(WS-CANT-REVERSOS)
                                    WS-REV-AUTORIZO(WS-CANT-REVERSOS).
           SET WS-REV-ORIGINAL-NO-UBICADA(WS-CANT-REVERSOS) TO TRUE.

       2520-REGISTRAR-REVERSO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3000-REVISAR-TRANSFERENCIAS.

      *    Generaciones desde la del dia de proceso hacia atras.
           SET WS-ORIGEN-GENERACION TO TRUE.
           MOVE WS-FECHA-PROCESO TO WS-FECHA-CALC-NUM.
           PERFORM 3100-REVISAR-GENERACION
              THRU 3100-REVISAR-GENERACION-EXIT
              VARYING WS-CONTADOR-DIAS FROM 0 BY 1
              UNTIL WS-CONTADOR-DIAS >= WS-DIAS-RECORRIDO.

      *    Del vivo, para el periodo, solo lo que todavia no sello
      *    ningun corte; para ubicar originales sirve todo.
           SET WS-ORIGEN-VIVO TO TRUE.
           OPEN INPUT TRANSACF.
           IF WS-STATUS-TRANSACF NOT EQUAL '00'
              DISPLAY 'TRANSACF no disponible, status '
                 WS-STATUS-TRANSACF
           ELSE
              SET WS-HAY-MAS-REGISTROS TO TRUE
              PERFORM 3200-LEER-VIVO
                 THRU 3200-LEER-VIVO-EXIT
                 UNTIL WS-NO-HAY-MAS-REGISTROS
              CLOSE TRANSACF
           END-IF.

       3000-REVISAR-TRANSFERENCIAS-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3100-REVISAR-GENERACION.

      *    La fecha sin generacion (dia sin corte) se saltea.
           MOVE SPACES TO WS-ARCHIVO-TRANGEN.
           STRING 'TRANSACF.G'       DELIMITED BY SIZE
                  WS-FECHA-CALC-NUM  DELIMITED BY SIZE
             INTO WS-ARCHIVO-TRANGEN.

           OPEN INPUT TRANGEN.
           IF WS-STATUS-TRANGEN EQUAL '00'
              ADD 1 TO WS-CANT-GENERACIONES
              SET WS-HAY-MAS-REGISTROS TO TRUE
              PERFORM 3110-LEER-GENERACION
                 THRU 3110-LEER-GENERACION-EXIT
                 UNTIL WS-NO-HAY-MAS-REGISTROS
              CLOSE TRANGEN
           END-IF.

           PERFORM 1900-RETROCEDER-UN-DIA
              THRU 1900-RETROCEDER-UN-DIA-EXIT.

       3100-REVISAR-GENERACION-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3110-LEER-GENERACION.

           READ TRANGEN
               AT END
                  SET WS-NO-HAY-MAS-REGISTROS TO TRUE
               NOT AT END
                  MOVE AT-TRANSFERENCIAS TO WS-TRANSFERENCIAS
                  PERFORM 3300-EVALUAR-TRANSFERENCIA
                     THRU 3300-EVALUAR-TRANSFERENCIA-EXIT
           END-READ.

       3110-LEER-GENERACION-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3200-LEER-VIVO.

           READ TRANSACF
               AT END
                  SET WS-NO-HAY-MAS-REGISTROS TO TRUE
               NOT AT END
                  MOVE TR-TRANSFERENCIAS TO WS-TRANSFERENCIAS
                  PERFORM 3300-EVALUAR-TRANSFERENCIA
                     THRU 3300-EVALUAR-TRANSFERENCIA-EXIT
           END-READ.

       3200-LEER-VIVO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3300-EVALUAR-TRANSFERENCIA.

           ADD 1 TO WS-CANT-TRANSF-LEIDAS.

      *    Cualquier operacion, del periodo o anterior, puede ser la
      *    original de un reverso del periodo.
           IF WS-CANT-REVERSOS > ZERO
              PERFORM 3400-UBICAR-ORIGINAL-REVERSO
                 THRU 3400-UBICAR-ORIGINAL-REVERSO-EXIT
           END-IF.

           IF NOT WS-VALIDACION-OK
              GO TO 3300-EVALUAR-TRANSFERENCIA-EXIT
           END-IF.

           MOVE WS-FECHA TO WS-FECHA-TEXTO.
           PERFORM 1920-CONVERTIR-FECHA
              THRU 1920-CONVERTIR-FECHA-EXIT.
           IF WS-CONVERSION-NOTOK
              GO TO 3300-EVALUAR-TRANSFERENCIA-EXIT
           END-IF.

      *    El vivo conserva despues del corte una ventana de dias ya
      *    sellados; esos se leyeron en su generacion.
           IF WS-ORIGEN-VIVO
           AND WS-FECHA-CONV-NUM NOT > WS-FECHA-ULTIMO-CORTE
              GO TO 3300-EVALUAR-TRANSFERENCIA-EXIT
           END-IF.

           IF WS-FECHA-CONV-NUM < WS-FECHA-DESDE
           OR WS-FECHA-CONV-NUM > WS-FECHA-HASTA
              GO TO 3300-EVALUAR-TRANSFERENCIA-EXIT
           END-IF.

           ADD 1 TO WS-CANT-TRANSF-PERIODO.

      *    La referencia a la operacion original la dejan tambien el
      *    reverso (CLREVERS) y la devolucion interbancaria
      *    (CLINTERD): solo el reenvio de CLREPARA es una reparacion.
           IF WS-NRO-OPERACION-ORIG > ZERO
           AND WS-DESC-CONCEPTO(1:17) NOT EQUAL 'REVERSO OPERACION'
           AND WS-DESC-CONCEPTO(1:12) NOT EQUAL 'DEVOLUCION: '
           AND WS-OPERADOR NOT EQUAL 'INTERBCO'
              MOVE WS-FECHA              TO WS-RN-FECHA
              MOVE WS-NRO-OPERACION      TO WS-RN-NRO-OPERACION
              MOVE WS-NRO-OPERACION-ORIG TO WS-RN-NRO-ORIG
              MOVE WS-OPERADOR           TO WS-RN-OPERADOR
              MOVE 'A'                   TO WS-RN-RESULTADO
              PERFORM 3500-REGISTRAR-REPARACION
                 THRU 3500-REGISTRAR-REPARACION-EXIT
           END-IF.

           IF WS-CANT-CAMBIOS > ZERO
              PERFORM 3600-CRUZAR-CAMBIO
                 THRU 3600-CRUZAR-CAMBIO-EXIT
           END-IF.

       3300-EVALUAR-TRANSFERENCIA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3400-UBICAR-ORIGINAL-REVERSO.

           SET WS-REVERSO-NOTOK TO TRUE.
           PERFORM 3410-COMPARAR-REVERSO
              THRU 3410-COMPARAR-REVERSO-EXIT
              VARYING WS-IDX-REVERSO FROM 1 BY 1
              UNTIL WS-IDX-REVERSO > WS-CANT-REVERSOS
                 OR WS-REVERSO-OK.

       3400-UBICAR-ORIGINAL-REVERSO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3410-COMPARAR-REVERSO.

           IF WS-REV-NRO-ORIG(WS-IDX-REVERSO) EQUAL WS-NRO-OPERACION
           AND WS-REV-ORIGINAL-NO-UBICADA(WS-IDX-REVERSO)
              MOVE WS-OPERADOR
                TO WS-REV-INGRESO(WS-IDX-REVERSO)
              MOVE WS-OPERADOR-AUTORIZA
                TO WS-REV-AUTORIZO(WS-IDX-REVERSO)
              SET WS-REV-ORIGINAL-UBICADA(WS-IDX-REVERSO) TO TRUE
              SET WS-REVERSO-OK TO TRUE
           END-IF.

       3410-COMPARAR-REVERSO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3500-REGISTRAR-REPARACION.

      *    El mismo reenvio puede aparecer aceptado y rechazado (por
      *    el supervisor) o repetido entre el vivo y la generacion:
      *    se registra una sola vez por numero de operacion.
           SET WS-REPARACION-NOTOK TO TRUE.
           IF WS-CANT-REPARACIONES > ZERO
              PERFORM 3510-COMPARAR-REPARACION
                 THRU 3510-COMPARAR-REPARACION-EXIT
                 VARYING WS-IDX-REPARACION FROM 1 BY 1
                 UNTIL WS-IDX-REPARACION > WS-CANT-REPARACIONES
                    OR WS-REPARACION-OK
           END-IF.
           IF WS-REPARACION-OK
              GO TO 3500-REGISTRAR-REPARACION-EXIT
           END-IF.

           IF WS-CANT-REPARACIONES NOT < 2000
              ADD 1 TO WS-CANT-FUERA-DE-TABLA
              GO TO 3500-REGISTRAR-REPARACION-EXIT
           END-IF.

           ADD 1 TO WS-CANT-REPARACIONES.
           MOVE WS-RN-FECHA
             TO WS-REP-FECHA(WS-CANT-REPARACIONES).
           MOVE WS-RN-NRO-OPERACION
             TO WS-REP-NRO-OPERACION(WS-CANT-REPARACIONES).
           MOVE WS-RN-NRO-ORIG
             TO WS-REP-NRO-ORIG(WS-CANT-REPARACIONES).
           MOVE WS-RN-OPERADOR
             TO WS-REP-OPERADOR(WS-CANT-REPARACIONES).
           MOVE SPACES
             TO WS-REP-INGRESO(WS-CANT-REPARACIONES).
           MOVE WS-RN-RESULTADO
             TO WS-REP-RESULTADO(WS-CANT-REPARACIONES).
           SET WS-REP-ORIGINAL-NO-UBICADA(WS-CANT-REPARACIONES)
             TO TRUE.

       3500-REGISTRAR-REPARACION-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3510-COMPARAR-REPARACION.

           IF WS-REP-NRO-OPERACION(WS-IDX-REPARACION)
                 EQUAL WS-RN-NRO-OPERACION
              SET WS-REPARACION-OK TO TRUE
           END-IF.

       3510-COMPARAR-REPARACION-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3600-CRUZAR-CAMBIO.

      *    Se busca un cambio del mismo operador sobre la cuenta
      *    debitada, de la fecha de la transferencia o anterior; con
      *    el primero alcanza para marcarla.
           SET WS-CAMBIO-NOTOK TO TRUE.
           PERFORM 3610-COMPARAR-CAMBIO
              THRU 3610-COMPARAR-CAMBIO-EXIT
              VARYING WS-IDX-CAMBIO FROM 1 BY 1
              UNTIL WS-IDX-CAMBIO > WS-CANT-CAMBIOS
                 OR WS-CAMBIO-OK.
           IF WS-CAMBIO-NOTOK
              GO TO 3600-CRUZAR-CAMBIO-EXIT
           END-IF.

           SET WS-CTR-NOTOK TO TRUE.
           IF WS-CANT-CAMBIO-TRANSF > ZERO
              PERFORM 3620-COMPARAR-CAMBIO-TRANSF
                 THRU 3620-COMPARAR-CAMBIO-TRANSF-EXIT
                 VARYING WS-IDX-CTR FROM 1 BY 1
                 UNTIL WS-IDX-CTR > WS-CANT-CAMBIO-TRANSF
                    OR WS-CTR-OK
           END-IF.
           IF WS-CTR-OK
              GO TO 3600-CRUZAR-CAMBIO-EXIT
           END-IF.

           IF WS-CANT-CAMBIO-TRANSF NOT < 2000
              ADD 1 TO WS-CANT-FUERA-DE-TABLA
              GO TO 3600-CRUZAR-CAMBIO-EXIT
           END-IF.

           ADD 1 TO WS-CANT-CAMBIO-TRANSF.
           MOVE WS-CAM-OPERADOR(WS-IDX-HALLADA)
             TO WS-CTR-OPERADOR(WS-CANT-CAMBIO-TRANSF).
           MOVE WS-CAM-PROGRAMA(WS-IDX-HALLADA)
             TO WS-CTR-PROGRAMA(WS-CANT-CAMBIO-TRANSF).
           MOVE WS-CAM-FECHA(WS-IDX-HALLADA)
             TO WS-CTR-FECHA-CAMBIO(WS-CANT-CAMBIO-TRANSF).
           MOVE WS-CAM-HORA(WS-IDX-HALLADA)
             TO WS-CTR-HORA-CAMBIO(WS-CANT-CAMBIO-TRANSF).
           MOVE WS-CAM-ACCION(WS-IDX-HALLADA)
             TO WS-CTR-ACCION(WS-CANT-CAMBIO-TRANSF).
           MOVE WS-CUENTA-DEBITO
             TO WS-CTR-CUENTA(WS-CANT-CAMBIO-TRANSF).
           MOVE WS-NRO-OPERACION
             TO WS-CTR-NRO-OPERACION(WS-CANT-CAMBIO-TRANSF).
           MOVE WS-FECHA
             TO WS-CTR-FECHA-TRANSF(WS-CANT-CAMBIO-TRANSF).

       3600-CRUZAR-CAMBIO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3610-COMPARAR-CAMBIO.

           IF WS-CAM-OPERADOR(WS-IDX-CAMBIO) EQUAL WS-OPERADOR
           AND WS-CAM-CUENTA(WS-IDX-CAMBIO) EQUAL WS-CUENTA-DEBITO
           AND WS-CAM-FECHA-NUM(WS-IDX-CAMBIO)
                 NOT > WS-FECHA-CONV-NUM
              SET WS-IDX-HALLADA TO WS-IDX-CAMBIO
              SET WS-CAMBIO-OK TO TRUE
           END-IF.

       3610-COMPARAR-CAMBIO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3620-COMPARAR-CAMBIO-TRANSF.

           IF WS-CTR-NRO-OPERACION(WS-IDX-CTR) EQUAL WS-NRO-OPERACION
              SET WS-CTR-OK TO TRUE
           END-IF.

       3620-COMPARAR-CAMBIO-TRANSF-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       4000-REVISAR-RECHAZOS.

           SET WS-PASADA-REGISTRO TO TRUE.
           PERFORM 4100-RECORRER-RECHAZOS
              THRU 4100-RECORRER-RECHAZOS-EXIT.

           IF WS-CANT-REPARACIONES > ZERO
              SET WS-PASADA-UBICACION TO TRUE
              PERFORM 4100-RECORRER-RECHAZOS
                 THRU 4100-RECORRER-RECHAZOS-EXIT
           END-IF.

       4000-REVISAR-RECHAZOS-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       4100-RECORRER-RECHAZOS.

           SET WS-ORIGEN-GENERACION TO TRUE.
           MOVE WS-FECHA-PROCESO TO WS-FECHA-CALC-NUM.
           PERFORM 4200-REVISAR-GENERACION
              THRU 4200-REVISAR-GENERACION-EXIT
              VARYING WS-CONTADOR-DIAS FROM 0 BY 1
              UNTIL WS-CONTADOR-DIAS >= WS-DIAS-RECORRIDO.

           SET WS-ORIGEN-VIVO TO TRUE.
           OPEN INPUT RECHAZOS.
           IF WS-STATUS-RECHAZOS NOT EQUAL '00'
              IF WS-PASADA-REGISTRO
                 DISPLAY 'RECHAZOS no disponible, status '
                    WS-STATUS-RECHAZOS
              END-IF
           ELSE
              SET WS-HAY-MAS-REGISTROS TO TRUE
              PERFORM 4300-LEER-VIVO
                 THRU 4300-LEER-VIVO-EXIT
                 UNTIL WS-NO-HAY-MAS-REGISTROS
              CLOSE RECHAZOS
           END-IF.

       4100-RECORRER-RECHAZOS-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       4200-REVISAR-GENERACION.

           MOVE SPACES TO WS-ARCHIVO-RECHGEN.
           STRING 'RECHAZOS.G'       DELIMITED BY SIZE
                  WS-FECHA-CALC-NUM  DELIMITED BY SIZE
             INTO WS-ARCHIVO-RECHGEN.

           OPEN INPUT RECHGEN.
           IF WS-STATUS-RECHGEN EQUAL '00'
              IF WS-PASADA-REGISTRO
                 ADD 1 TO WS-CANT-GENERACIONES
              END-IF
              SET WS-HAY-MAS-REGISTROS TO TRUE
              PERFORM 4210-LEER-GENERACION
                 THRU 4210-LEER-GENERACION-EXIT
                 UNTIL WS-NO-HAY-MAS-REGISTROS
              CLOSE RECHGEN
           END-IF.

           PERFORM 1900-RETROCEDER-UN-DIA
              THRU 1900-RETROCEDER-UN-DIA-EXIT.

       4200-REVISAR-GENERACION-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       4210-LEER-GENERACION.

           READ RECHGEN
               AT END
                  SET WS-NO-HAY-MAS-REGISTROS TO TRUE
               NOT AT END
                  MOVE AR-NRO-OPERACION      TO WS-RL-NRO-OPERACION
                  MOVE AR-OPERADOR           TO WS-RL-OPERADOR
                  MOVE AR-NRO-OPERACION-ORIG TO WS-RL-NRO-ORIG
                  MOVE AR-FECHA-RECHAZO      TO WS-RL-FECHA-RECHAZO
                  PERFORM 4400-EVALUAR-RECHAZO
                     THRU 4400-EVALUAR-RECHAZO-EXIT
           END-READ.

       4210-LEER-GENERACION-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       4300-LEER-VIVO.

           READ RECHAZOS
               AT END
                  SET WS-NO-HAY-MAS-REGISTROS TO TRUE
               NOT AT END
                  MOVE RE-NRO-OPERACION      TO WS-RL-NRO-OPERACION
                  MOVE RE-OPERADOR           TO WS-RL-OPERADOR
                  MOVE RE-NRO-OPERACION-ORIG TO WS-RL-NRO-ORIG
                  MOVE RE-FECHA-RECHAZO      TO WS-RL-FECHA-RECHAZO
                  PERFORM 4400-EVALUAR-RECHAZO
                     THRU 4400-EVALUAR-RECHAZO-EXIT
           END-READ.

       4300-LEER-VIVO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       4400-EVALUAR-RECHAZO.

           IF WS-PASADA-UBICACION
              PERFORM 4500-UBICAR-ORIGINAL-REPARACION
                 THRU 4500-UBICAR-ORIGINAL-REPARACION-EXIT
              GO TO 4400-EVALUAR-RECHAZO-EXIT
           END-IF.

           ADD 1 TO WS-CANT-RECHAZOS-LEIDOS.

      *    Un reenvio de CLREPARA que vuelve a rechazarse tambien es
      *    una reparacion; el rechazo se fecha por el dia de proceso.
           IF WS-RL-NRO-ORIG EQUAL ZERO
              GO TO 4400-EVALUAR-RECHAZO-EXIT
           END-IF.

           MOVE WS-RL-FECHA-RECHAZO TO WS-FECHA-TEXTO.
           PERFORM 1920-CONVERTIR-FECHA
              THRU 1920-CONVERTIR-FECHA-EXIT.
           IF WS-CONVERSION-NOTOK
              GO TO 4400-EVALUAR-RECHAZO-EXIT
           END-IF.

           IF WS-ORIGEN-VIVO
           AND WS-FECHA-CONV-NUM NOT > WS-FECHA-ULTIMO-CORTE
              GO TO 4400-EVALUAR-RECHAZO-EXIT
           END-IF.

           IF WS-FECHA-CONV-NUM < WS-FECHA-DESDE
           OR WS-FECHA-CONV-NUM > WS-FECHA-HASTA
              GO TO 4400-EVALUAR-RECHAZO-EXIT
           END-IF.

           MOVE WS-RL-FECHA-RECHAZO TO WS-RN-FECHA.
           MOVE WS-RL-NRO-OPERACION TO WS-RN-NRO-OPERACION.
           MOVE WS-RL-NRO-ORIG      TO WS-RN-NRO-ORIG.
           MOVE WS-RL-OPERADOR      TO WS-RN-OPERADOR.
           MOVE 'R'                 TO WS-RN-RESULTADO.
           PERFORM 3500-REGISTRAR-REPARACION
              THRU 3500-REGISTRAR-REPARACION-EXIT.

       4400-EVALUAR-RECHAZO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       4500-UBICAR-ORIGINAL-REPARACION.

      *    El original de la cadena es el primer intento rechazado:
      *    quien lo ingreso esta en su registro de RECHAZOS.  Varias
      *    reparaciones pueden apuntar al mismo original.
           PERFORM 4510-COMPARAR-ORIGINAL
              THRU 4510-COMPARAR-ORIGINAL-EXIT
              VARYING WS-IDX-REPARACION FROM 1 BY 1
              UNTIL WS-IDX-REPARACION > WS-CANT-REPARACIONES.

       4500-UBICAR-ORIGINAL-REPARACION-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       4510-COMPARAR-ORIGINAL.

           IF WS-REP-NRO-ORIG(WS-IDX-REPARACION)
                 EQUAL WS-RL-NRO-OPERACION
           AND WS-REP-ORIGINAL-NO-UBICADA(WS-IDX-REPARACION)
              MOVE WS-RL-OPERADOR
                TO WS-REP-INGRESO(WS-IDX-REPARACION)
              SET WS-REP-ORIGINAL-UBICADA(WS-IDX-REPARACION) TO TRUE
           END-IF.

       4510-COMPARAR-ORIGINAL-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       5000-REVISAR-APROBACIONES.

      *    PENDAPRO se sella por dia de decision: la generacion del
      *    periodo tiene lo que el supervisor decidio ese dia, y el
      *    vivo, lo decidido despues del ultimo corte.
           MOVE WS-FECHA-PROCESO TO WS-FECHA-CALC-NUM.
           PERFORM 5100-REVISAR-GENERACION
              THRU 5100-REVISAR-GENERACION-EXIT
              VARYING WS-CONTADOR-DIAS FROM 0 BY 1
              UNTIL WS-CONTADOR-DIAS >= WS-DIAS-RECORRIDO.

           IF WS-FECHA-PROCESO < WS-FECHA-DESDE
           OR WS-FECHA-PROCESO > WS-FECHA-HASTA
              GO TO 5000-REVISAR-APROBACIONES-EXIT
           END-IF.

           MOVE WS-FECHA-PROCESO-TEXTO TO WS-FECHA-CALC-TEXTO.
           OPEN INPUT PENDAPRO.
           IF WS-STATUS-PENDAPRO NOT EQUAL '00'
              DISPLAY 'PENDAPRO no disponible, status '
                 WS-STATUS-PENDAPRO
           ELSE
              SET WS-HAY-MAS-REGISTROS TO TRUE
              PERFORM 5200-LEER-VIVO
                 THRU 5200-LEER-VIVO-EXIT
                 UNTIL WS-NO-HAY-MAS-REGISTROS
              CLOSE PENDAPRO
           END-IF.

       5000-REVISAR-APROBACIONES-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       5100-REVISAR-GENERACION.

           IF WS-FECHA-CALC-NUM < WS-FECHA-DESDE
           OR WS-FECHA-CALC-NUM > WS-FECHA-HASTA
              GO TO 5100-REVISAR-GENERACION-SIG
           END-IF.

           MOVE SPACES TO WS-ARCHIVO-PENDGEN.
           STRING 'PENDAPRO.G'       DELIMITED BY SIZE
                  WS-FECHA-CALC-NUM  DELIMITED BY SIZE
             INTO WS-ARCHIVO-PENDGEN.

           PERFORM 1930-ARMAR-FECHA-CALC
              THRU 1930-ARMAR-FECHA-CALC-EXIT.

           OPEN INPUT PENDGEN.
           IF WS-STATUS-PENDGEN EQUAL '00'
              ADD 1 TO WS-CANT-GENERACIONES
              SET WS-HAY-MAS-REGISTROS TO TRUE
              PERFORM 5110-LEER-GENERACION
                 THRU 5110-LEER-GENERACION-EXIT
                 UNTIL WS-NO-HAY-MAS-REGISTROS
              CLOSE PENDGEN
           END-IF.

       5100-REVISAR-GENERACION-SIG.
           PERFORM 1900-RETROCEDER-UN-DIA
              THRU 1900-RETROCEDER-UN-DIA-EXIT.

       5100-REVISAR-GENERACION-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       5110-LEER-GENERACION.

           READ PENDGEN
               AT END
                  SET WS-NO-HAY-MAS-REGISTROS TO TRUE
               NOT AT END
                  MOVE AD-TRANSFERENCIAS TO WS-TRANSFERENCIAS
                  PERFORM 5300-REGISTRAR-APROBACION
                     THRU 5300-REGISTRAR-APROBACION-EXIT
           END-READ.

       5110-LEER-GENERACION-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       5200-LEER-VIVO.

           READ PENDAPRO
               AT END
                  SET WS-NO-HAY-MAS-REGISTROS TO TRUE
               NOT AT END
                  MOVE PA-TRANSFERENCIAS TO WS-TRANSFERENCIAS
                  PERFORM 5300-REGISTRAR-APROBACION
                     THRU 5300-REGISTRAR-APROBACION-EXIT
           END-READ.

       5200-LEER-VIVO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       5300-REGISTRAR-APROBACION.

           ADD 1 TO WS-CANT-PENDAPRO-LEIDOS.

           IF NOT WS-APROBACION-APROBADA
           OR WS-OPERADOR-AUTORIZA EQUAL SPACES
              GO TO 5300-REGISTRAR-APROBACION-EXIT
           END-IF.

           IF WS-CANT-APROBACIONES < 5000
              ADD 1 TO WS-CANT-APROBACIONES
              MOVE WS-FECHA-CALC-TEXTO
                TO WS-APR-FECHA(WS-CANT-APROBACIONES)
              MOVE WS-NRO-OPERACION
                TO WS-APR-NRO-OPERACION(WS-CANT-APROBACIONES)
              MOVE WS-OPERADOR
                TO WS-APR-OPERADOR(WS-CANT-APROBACIONES)
              MOVE WS-OPERADOR-AUTORIZA
                TO WS-APR-SUPERVISOR(WS-CANT-APROBACIONES)
           ELSE
              ADD 1 TO WS-CANT-FUERA-DE-TABLA
           END-IF.

           MOVE WS-OPERADOR          TO WS-PAR-OPERADOR-BUSCADO.
           MOVE WS-OPERADOR-AUTORIZA TO WS-PAR-SUPERVISOR-BUSCADO.
           PERFORM 5400-BUSCAR-PAR
              THRU 5400-BUSCAR-PAR-EXIT.

           IF WS-PAR-OK
              ADD 1 TO WS-PAR-CANTIDAD(WS-IDX-HALLADA)
              GO TO 5300-REGISTRAR-APROBACION-EXIT
           END-IF.

           IF WS-CANT-PARES NOT < 1000
              ADD 1 TO WS-CANT-FUERA-DE-TABLA
              GO TO 5300-REGISTRAR-APROBACION-EXIT
           END-IF.

           ADD 1 TO WS-CANT-PARES.
           MOVE WS-OPERADOR          TO WS-PAR-OPERADOR(WS-CANT-PARES).
           MOVE WS-OPERADOR-AUTORIZA
             TO WS-PAR-SUPERVISOR(WS-CANT-PARES).
           MOVE 1                    TO WS-PAR-CANTIDAD(WS-CANT-PARES).
           SET WS-PAR-NO-INFORMADO(WS-CANT-PARES) TO TRUE.

       5300-REGISTRAR-APROBACION-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       5400-BUSCAR-PAR.

           SET WS-PAR-NOTOK TO TRUE.
           IF WS-CANT-PARES > ZERO
              PERFORM 5410-COMPARAR-PAR
                 THRU 5410-COMPARAR-PAR-EXIT
                 VARYING WS-IDX-PAR-INV FROM 1 BY 1
                 UNTIL WS-IDX-PAR-INV > WS-CANT-PARES
                    OR WS-PAR-OK
           END-IF.

       5400-BUSCAR-PAR-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       5410-COMPARAR-PAR.

           IF WS-PAR-OPERADOR(WS-IDX-PAR-INV)
                 EQUAL WS-PAR-OPERADOR-BUSCADO
           AND WS-PAR-SUPERVISOR(WS-IDX-PAR-INV)
                 EQUAL WS-PAR-SUPERVISOR-BUSCADO
              SET WS-IDX-HALLADA TO WS-IDX-PAR-INV
              SET WS-PAR-OK TO TRUE
           END-IF.

       5410-COMPARAR-PAR-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       6000-INFORMAR-OPERACIONES.

           PERFORM 6100-INFORMAR-REVERSOS
              THRU 6100-INFORMAR-REVERSOS-EXIT.

           PERFORM 6200-INFORMAR-REPARACIONES
              THRU 6200-INFORMAR-REPARACIONES-EXIT.

           PERFORM 6300-INFORMAR-APROBACIONES
              THRU 6300-INFORMAR-APROBACIONES-EXIT.

           PERFORM 6400-INFORMAR-CAMBIOS
              THRU 6400-INFORMAR-CAMBIOS-EXIT.

       6000-INFORMAR-OPERACIONES-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       6100-INFORMAR-REVERSOS.

           MOVE '1. REVERSOS DE OPERACIONES PROPIAS (CLREVERS)'
             TO WS-TITULO-SECCION.
           PERFORM 6900-TITULO-SECCION
              THRU 6900-TITULO-SECCION-EXIT.

           IF WS-CANT-REVERSOS > ZERO
              PERFORM 6110-EVALUAR-REVERSO
                 THRU 6110-EVALUAR-REVERSO-EXIT
                 VARYING WS-IDX-REVERSO FROM 1 BY 1
                 UNTIL WS-IDX-REVERSO > WS-CANT-REVERSOS
           END-IF.

           IF WS-CANT-SECCION EQUAL ZERO
              PERFORM 6920-SIN-HALLAZGOS
                 THRU 6920-SIN-HALLAZGOS-EXIT
           END-IF.

       6100-INFORMAR-REVERSOS-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       6110-EVALUAR-REVERSO.

           MOVE WS-REV-OPERADOR(WS-IDX-REVERSO)   TO WS-DET-OPERADOR.
           MOVE 'CLREVERS'                        TO WS-DET-PROGRAMA.
           MOVE WS-REV-FECHA(WS-IDX-REVERSO)      TO WS-DET-FECHA.
           MOVE WS-REV-HORA(WS-IDX-REVERSO)       TO WS-DET-HORA.
           MOVE WS-REV-NRO-OPERACION(WS-IDX-REVERSO)
                                                  TO WS-DET-OPERACION.
           MOVE WS-REV-NRO-ORIG(WS-IDX-REVERSO)
                                              TO WS-DET-OPERACION-REL.

      *    Sin la operacion original (fuera de la retencion) no se
      *    puede verificar quien la ingreso: se deja constancia.
           IF WS-REV-ORIGINAL-NO-UBICADA(WS-IDX-REVERSO)
              MOVE 'ORIGINAL NO UBICADA EN LAS GENERACIONES'
                TO WS-DET-NOTA
              ADD 1 TO WS-CANT-NO-UBICADAS
              PERFORM 6910-ESCRIBIR-DETALLE
                 THRU 6910-ESCRIBIR-DETALLE-EXIT
              GO TO 6110-EVALUAR-REVERSO-EXIT
           END-IF.

           IF WS-REV-INGRESO(WS-IDX-REVERSO)
                 EQUAL WS-REV-OPERADOR(WS-IDX-REVERSO)
              MOVE 'REVERSO UNA OPERACION QUE EL MISMO INGRESO'
                TO WS-DET-NOTA
              ADD 1 TO WS-CANT-AUTO-REVERSOS
              PERFORM 6910-ESCRIBIR-DETALLE
                 THRU 6910-ESCRIBIR-DETALLE-EXIT
           END-IF.

           IF WS-REV-AUTORIZO(WS-IDX-REVERSO) NOT EQUAL SPACES
           AND WS-REV-AUTORIZO(WS-IDX-REVERSO)
                 EQUAL WS-REV-OPERADOR(WS-IDX-REVERSO)
              MOVE 'REVERSO UNA OPERACION QUE EL MISMO APROBO'
                TO WS-DET-NOTA
              ADD 1 TO WS-CANT-AUTO-REVERSOS
              PERFORM 6910-ESCRIBIR-DETALLE
                 THRU 6910-ESCRIBIR-DETALLE-EXIT
           END-IF.

           IF WS-REV-INGRESO(WS-IDX-REVERSO)
                 EQUAL WS-REV-SUPERVISOR(WS-IDX-REVERSO)
              MOVE WS-REV-SUPERVISOR(WS-IDX-REVERSO)
                TO WS-DET-OPERADOR
              MOVE 'SUPERVISOR AVALO EL REVERSO DE SU PROPIA OPERACION'
                TO WS-DET-NOTA
              ADD 1 TO WS-CANT-AUTO-REVERSOS
              PERFORM 6910-ESCRIBIR-DETALLE
                 THRU 6910-ESCRIBIR-DETALLE-EXIT
           END-IF.

       6110-EVALUAR-REVERSO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       6200-INFORMAR-REPARACIONES.

           MOVE '2. REPARACIONES DE RECHAZOS PROPIOS (CLREPARA)'
             TO WS-TITULO-SECCION.
           PERFORM 6900-TITULO-SECCION
              THRU 6900-TITULO-SECCION-EXIT.

           IF WS-CANT-REPARACIONES > ZERO
              PERFORM 6210-EVALUAR-REPARACION
                 THRU 6210-EVALUAR-REPARACION-EXIT
                 VARYING WS-IDX-REPARACION FROM 1 BY 1
                 UNTIL WS-IDX-REPARACION > WS-CANT-REPARACIONES
           END-IF.

           IF WS-CANT-SECCION EQUAL ZERO
              PERFORM 6920-SIN-HALLAZGOS
                 THRU 6920-SIN-HALLAZGOS-EXIT
           END-IF.

       6200-INFORMAR-REPARACIONES-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       6210-EVALUAR-REPARACION.

           MOVE WS-REP-OPERADOR(WS-IDX-REPARACION) TO WS-DET-OPERADOR.
           MOVE 'CLREPARA'                         TO WS-DET-PROGRAMA.
           MOVE WS-REP-FECHA(WS-IDX-REPARACION)    TO WS-DET-FECHA.
           MOVE SPACES                             TO WS-DET-HORA.
           MOVE WS-REP-NRO-OPERACION(WS-IDX-REPARACION)
                                                  TO WS-DET-OPERACION.
           MOVE WS-REP-NRO-ORIG(WS-IDX-REPARACION)
                                              TO WS-DET-OPERACION-REL.

           IF WS-REP-ORIGINAL-NO-UBICADA(WS-IDX-REPARACION)
              MOVE 'ORIGINAL NO UBICADA EN LAS GENERACIONES'
                TO WS-DET-NOTA
              ADD 1 TO WS-CANT-NO-UBICADAS
              PERFORM 6910-ESCRIBIR-DETALLE
                 THRU 6910-ESCRIBIR-DETALLE-EXIT
              GO TO 6210-EVALUAR-REPARACION-EXIT
           END-IF.

           IF WS-REP-INGRESO(WS-IDX-REPARACION)
                 NOT EQUAL WS-REP-OPERADOR(WS-IDX-REPARACION)
              GO TO 6210-EVALUAR-REPARACION-EXIT
           END-IF.

           IF WS-REP-ACEPTADA(WS-IDX-REPARACION)
              MOVE 'REPARO SU PROPIO RECHAZO, REENVIO ACEPTADO'
                TO WS-DET-NOTA
           ELSE
              MOVE 'REPARO SU PROPIO RECHAZO, REENVIO RECHAZADO'
                TO WS-DET-NOTA
           END-IF.
           ADD 1 TO WS-CANT-AUTO-REPARACIONES.
           PERFORM 6910-ESCRIBIR-DETALLE
              THRU 6910-ESCRIBIR-DETALLE-EXIT.

       6210-EVALUAR-REPARACION-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       6300-INFORMAR-APROBACIONES.

           MOVE '3. APROBACIONES CRUZADAS ENTRE EL MISMO PAR DE OPERADOR
      -         'ES (CLAPROBA)'
             TO WS-TITULO-SECCION.
           PERFORM 6900-TITULO-SECCION
              THRU 6900-TITULO-SECCION-EXIT.

           IF WS-CANT-PARES > ZERO
              PERFORM 6310-EVALUAR-PAR
                 THRU 6310-EVALUAR-PAR-EXIT
                 VARYING WS-IDX-PAR FROM 1 BY 1
                 UNTIL WS-IDX-PAR > WS-CANT-PARES
           END-IF.

           IF WS-CANT-SECCION EQUAL ZERO
              PERFORM 6920-SIN-HALLAZGOS
                 THRU 6920-SIN-HALLAZGOS-EXIT
           END-IF.

       6300-INFORMAR-APROBACIONES-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       6310-EVALUAR-PAR.

      *    El par se marca cuando cada uno aprobo operaciones del otro
      *    y entre ambos sentidos suman el minimo del parametro.
           IF WS-PAR-YA-INFORMADO(WS-IDX-PAR)
              GO TO 6310-EVALUAR-PAR-EXIT
           END-IF.

           MOVE WS-PAR-SUPERVISOR(WS-IDX-PAR)
             TO WS-PAR-OPERADOR-BUSCADO.
           MOVE WS-PAR-OPERADOR(WS-IDX-PAR)
             TO WS-PAR-SUPERVISOR-BUSCADO.
           PERFORM 5400-BUSCAR-PAR
              THRU 5400-BUSCAR-PAR-EXIT.
           IF WS-PAR-NOTOK
              GO TO 6310-EVALUAR-PAR-EXIT
           END-IF.

           SET WS-PAR-YA-INFORMADO(WS-IDX-PAR)     TO TRUE.
           SET WS-PAR-YA-INFORMADO(WS-IDX-HALLADA) TO TRUE.
           COMPUTE WS-CANT-CRUZADAS = WS-PAR-CANTIDAD(WS-IDX-PAR)
                                    + WS-PAR-CANTIDAD(WS-IDX-HALLADA).
           IF WS-CANT-CRUZADAS < WS-MIN-APROBACIONES
              GO TO 6310-EVALUAR-PAR-EXIT
           END-IF.

           ADD 1 TO WS-CANT-PARES-CRUZADOS.

           MOVE WS-PAR-OPERADOR(WS-IDX-PAR)    TO WS-DET-OPERADOR.
           MOVE 'CLAPROBA'                     TO WS-DET-PROGRAMA.
           MOVE SPACES                         TO WS-DET-FECHA
                                                  WS-DET-HORA
                                                  WS-DET-OPERACION
                                                  WS-DET-OPERACION-REL
                                                  WS-DET-NOTA.
           MOVE WS-PAR-CANTIDAD(WS-IDX-PAR)     TO WS-CANT-EDIT.
           MOVE WS-PAR-CANTIDAD(WS-IDX-HALLADA) TO WS-CANT-EDIT-2.
           STRING 'PAR CON '                    DELIMITED BY SIZE
                  WS-PAR-SUPERVISOR(WS-IDX-PAR) DELIMITED BY SIZE
                  ': LE APROBO'                 DELIMITED BY SIZE
                  WS-CANT-EDIT                  DELIMITED BY SIZE
                  ', EL APROBO'                 DELIMITED BY SIZE
                  WS-CANT-EDIT-2                DELIMITED BY SIZE
             INTO WS-DET-NOTA.
           PERFORM 6910-ESCRIBIR-DETALLE
              THRU 6910-ESCRIBIR-DETALLE-EXIT.

           PERFORM 6320-LISTAR-APROBACION
              THRU 6320-LISTAR-APROBACION-EXIT
              VARYING WS-IDX-APROBACION FROM 1 BY 1
              UNTIL WS-IDX-APROBACION > WS-CANT-APROBACIONES.

       6310-EVALUAR-PAR-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       6320-LISTAR-APROBACION.

           IF (WS-APR-OPERADOR(WS-IDX-APROBACION)
                  EQUAL WS-PAR-OPERADOR(WS-IDX-PAR)
               AND WS-APR-SUPERVISOR(WS-IDX-APROBACION)
                  EQUAL WS-PAR-SUPERVISOR(WS-IDX-PAR))
           OR (WS-APR-OPERADOR(WS-IDX-APROBACION)
                  EQUAL WS-PAR-SUPERVISOR(WS-IDX-PAR)
               AND WS-APR-SUPERVISOR(WS-IDX-APROBACION)
                  EQUAL WS-PAR-OPERADOR(WS-IDX-PAR))
              CONTINUE
           ELSE
              GO TO 6320-LISTAR-APROBACION-EXIT
           END-IF.

           MOVE WS-APR-OPERADOR(WS-IDX-APROBACION) TO WS-DET-OPERADOR.
           MOVE 'CLAPROBA'                         TO WS-DET-PROGRAMA.
           MOVE WS-APR-FECHA(WS-IDX-APROBACION)    TO WS-DET-FECHA.
           MOVE SPACES                             TO WS-DET-HORA
                                                  WS-DET-OPERACION-REL
                                                  WS-DET-NOTA.
           MOVE WS-APR-NRO-OPERACION(WS-IDX-APROBACION)
                                                  TO WS-DET-OPERACION.
           STRING '   INGRESADA POR '          DELIMITED BY SIZE
                  WS-APR-OPERADOR(WS-IDX-APROBACION)
                                               DELIMITED BY SIZE
                  ', APROBADA POR '            DELIMITED BY SIZE
                  WS-APR-SUPERVISOR(WS-IDX-APROBACION)
                                               DELIMITED BY SIZE
             INTO WS-DET-NOTA.
           PERFORM 6910-ESCRIBIR-DETALLE
              THRU 6910-ESCRIBIR-DETALLE-EXIT.

       6320-LISTAR-APROBACION-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       6400-INFORMAR-CAMBIOS.

           MOVE '4. CAMBIO DE CUENTA SEGUIDO DE UN DEBITO DEL MISMO OPER
      -         'ADOR (AUDICTA / AUDIRET)'
             TO WS-TITULO-SECCION.
           PERFORM 6900-TITULO-SECCION
              THRU 6900-TITULO-SECCION-EXIT.

           IF WS-CANT-CAMBIO-TRANSF > ZERO
              PERFORM 6410-LISTAR-CAMBIO
                 THRU 6410-LISTAR-CAMBIO-EXIT
                 VARYING WS-IDX-CTR FROM 1 BY 1
                 UNTIL WS-IDX-CTR > WS-CANT-CAMBIO-TRANSF
           END-IF.

           IF WS-CANT-SECCION EQUAL ZERO
              PERFORM 6920-SIN-HALLAZGOS
                 THRU 6920-SIN-HALLAZGOS-EXIT
           END-IF.

       6400-INFORMAR-CAMBIOS-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       6410-LISTAR-CAMBIO.

           MOVE WS-CTR-OPERADOR(WS-IDX-CTR)      TO WS-DET-OPERADOR.
           MOVE WS-CTR-PROGRAMA(WS-IDX-CTR)      TO WS-DET-PROGRAMA.
           MOVE WS-CTR-FECHA-CAMBIO(WS-IDX-CTR)  TO WS-DET-FECHA.
           MOVE WS-CTR-HORA-CAMBIO(WS-IDX-CTR)   TO WS-DET-HORA.
           MOVE WS-CTR-NRO-OPERACION(WS-IDX-CTR) TO WS-DET-OPERACION.
           MOVE SPACES                   TO WS-DET-OPERACION-REL
                                            WS-DET-NOTA.
           STRING WS-CTR-ACCION(WS-IDX-CTR)       DELIMITED BY SIZE
                  ' CTA '                         DELIMITED BY SIZE
                  WS-CTR-CUENTA(WS-IDX-CTR)       DELIMITED BY SIZE
                  ' DEBITO '                      DELIMITED BY SIZE
                  WS-CTR-FECHA-TRANSF(WS-IDX-CTR) DELIMITED BY SIZE
             INTO WS-DET-NOTA.
           PERFORM 6910-ESCRIBIR-DETALLE
              THRU 6910-ESCRIBIR-DETALLE-EXIT.

       6410-LISTAR-CAMBIO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       6900-TITULO-SECCION.

           MOVE ZERO TO WS-CANT-SECCION.

           MOVE SPACES TO AO-LINEA.
           WRITE AO-LINEA.
           MOVE WS-TITULO-SECCION TO AO-LINEA.
           WRITE AO-LINEA.

           MOVE SPACES TO WS-LINEA-REPORTE.
           MOVE 'OPERADOR'   TO WS-LINEA-REPORTE(4:8).
           MOVE 'PROGRAMA'   TO WS-LINEA-REPORTE(14:8).
           MOVE 'FECHA'      TO WS-LINEA-REPORTE(26:5).
           MOVE 'HORA'       TO WS-LINEA-REPORTE(38:4).
           MOVE 'OPERACION'  TO WS-LINEA-REPORTE(48:9).
           MOVE 'OP. RELAC.' TO WS-LINEA-REPORTE(60:10).
           MOVE 'DETALLE'    TO WS-LINEA-REPORTE(72:7).
           MOVE WS-LINEA-REPORTE TO AO-LINEA.
           WRITE AO-LINEA.
           MOVE ALL '-' TO AO-LINEA.
           WRITE AO-LINEA.

       6900-TITULO-SECCION-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       6910-ESCRIBIR-DETALLE.

           ADD 1 TO WS-CANT-SECCION.

           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING '   '                   DELIMITED BY SIZE
                  WS-DET-OPERADOR         DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  WS-DET-PROGRAMA         DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  WS-DET-FECHA            DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  WS-DET-HORA             DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  WS-DET-OPERACION        DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  WS-DET-OPERACION-REL    DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  WS-DET-NOTA             DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO AO-LINEA.
           WRITE AO-LINEA.

       6910-ESCRIBIR-DETALLE-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       6920-SIN-HALLAZGOS.

           MOVE '   SIN HALLAZGOS EN EL PERIODO' TO AO-LINEA.
           WRITE AO-LINEA.

       6920-SIN-HALLAZGOS-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       7000-REVISAR-SESIONES.

      *    Las firmas fuera de horario se listan a medida que se leen;
      *    los rechazos repetidos y las sesiones sin cierre salen al
      *    terminar el log.
           MOVE '5. FIRMAS FUERA DEL HORARIO HABIL (SESIONLG)'
             TO WS-TITULO-SECCION.
           PERFORM 6900-TITULO-SECCION
              THRU 6900-TITULO-SECCION-EXIT.

           OPEN INPUT SESIONLG.
           IF WS-STATUS-SESIONLG NOT EQUAL '00'
              DISPLAY 'SESIONLG no disponible, status '
                 WS-STATUS-SESIONLG
           ELSE
              SET WS-HAY-MAS-REGISTROS TO TRUE
              PERFORM 7100-LEER-SESION
                 THRU 7100-LEER-SESION-EXIT
                 UNTIL WS-NO-HAY-MAS-REGISTROS
              CLOSE SESIONLG
           END-IF.

           IF WS-CANT-SECCION EQUAL ZERO
              PERFORM 6920-SIN-HALLAZGOS
                 THRU 6920-SIN-HALLAZGOS-EXIT
           END-IF.

           PERFORM 7700-INFORMAR-FALLIDAS
              THRU 7700-INFORMAR-FALLIDAS-EXIT.

           PERFORM 7800-INFORMAR-SIN-CIERRE
              THRU 7800-INFORMAR-SIN-CIERRE-EXIT.

       7000-REVISAR-SESIONES-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       7100-LEER-SESION.

           READ SESIONLG
               AT END
                  SET WS-NO-HAY-MAS-REGISTROS TO TRUE
               NOT AT END
                  ADD 1 TO WS-CANT-SESIONES-LEIDAS
                  PERFORM 7200-EVALUAR-SESION
                     THRU 7200-EVALUAR-SESION-EXIT
           END-READ.

       7100-LEER-SESION-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       7200-EVALUAR-SESION.

      *    El cierre se cruza aunque caiga despues del periodo: la
      *    sesion abierta el ultimo dia puede cerrarse al siguiente.
           IF SL-TIPO-CIERRE
              PERFORM 7500-CERRAR-SESION
                 THRU 7500-CERRAR-SESION-EXIT
              GO TO 7200-EVALUAR-SESION-EXIT
           END-IF.

           MOVE SL-FECHA TO WS-FECHA-TEXTO.
           PERFORM 1920-CONVERTIR-FECHA
              THRU 1920-CONVERTIR-FECHA-EXIT.
           IF WS-CONVERSION-NOTOK
           OR WS-FECHA-CONV-NUM < WS-FECHA-DESDE
           OR WS-FECHA-CONV-NUM > WS-FECHA-HASTA
              GO TO 7200-EVALUAR-SESION-EXIT
           END-IF.

           EVALUATE TRUE
              WHEN SL-TIPO-APERTURA
                 PERFORM 7300-VERIFICAR-HORARIO
                    THRU 7300-VERIFICAR-HORARIO-EXIT
                 PERFORM 7400-ABRIR-SESION
                    THRU 7400-ABRIR-SESION-EXIT
              WHEN SL-TIPO-CONFIRMACION
                 PERFORM 7300-VERIFICAR-HORARIO
                    THRU 7300-VERIFICAR-HORARIO-EXIT
              WHEN SL-TIPO-RECHAZO
              WHEN SL-TIPO-BLOQUEO
                 PERFORM 7600-REGISTRAR-FALLIDA
                    THRU 7600-REGISTRAR-FALLIDA-EXIT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       7200-EVALUAR-SESION-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       7300-VERIFICAR-HORARIO.

           MOVE WS-FECHA-CONV-NUM TO WS-FECHA-HABIL-NUM.
           PERFORM 7310-VERIFICAR-DIA-HABIL
              THRU 7310-VERIFICAR-DIA-HABIL-EXIT.

           MOVE SL-ID-OPERADOR TO WS-DET-OPERADOR.
           MOVE SL-PROGRAMA    TO WS-DET-PROGRAMA.
           MOVE SL-FECHA       TO WS-DET-FECHA.
           MOVE SL-HORA        TO WS-DET-HORA.
           MOVE SPACES         TO WS-DET-OPERACION
                                  WS-DET-OPERACION-REL.

           IF WS-DIA-NO-HABIL
              IF SL-TIPO-APERTURA
                 MOVE 'FIRMA EN DIA NO HABIL' TO WS-DET-NOTA
              ELSE
                 MOVE 'CONFIRMACION DE SUPERVISOR EN DIA NO HABIL'
                   TO WS-DET-NOTA
              END-IF
              GO TO 7300-VERIFICAR-HORARIO-ESCRIBIR
           END-IF.

           IF SL-HORA(1:2) IS NOT NUMERIC
           OR SL-HORA(4:2) IS NOT NUMERIC
              GO TO 7300-VERIFICAR-HORARIO-EXIT
           END-IF.
           MOVE SL-HORA(1:2) TO WS-HFI-HH.
           MOVE SL-HORA(4:2) TO WS-HFI-MM.
           IF WS-HORA-FIRMA NOT < WS-HORA-INICIO
           AND WS-HORA-FIRMA < WS-HORA-FIN
              GO TO 7300-VERIFICAR-HORARIO-EXIT
           END-IF.

           IF SL-TIPO-APERTURA
              MOVE 'FIRMA FUERA DE HORARIO' TO WS-DET-NOTA
           ELSE
              MOVE 'CONFIRMACION DE SUPERVISOR FUERA DE HORARIO'
                TO WS-DET-NOTA
           END-IF.

       7300-VERIFICAR-HORARIO-ESCRIBIR.
           ADD 1 TO WS-CANT-FUERA-HORARIO.
           PERFORM 6910-ESCRIBIR-DETALLE
              THRU 6910-ESCRIBIR-DETALLE-EXIT.

       7300-VERIFICAR-HORARIO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       7310-VERIFICAR-DIA-HABIL.

           SET WS-DIA-HABIL TO TRUE.

           PERFORM 7320-CALCULAR-DIA-SEMANA
              THRU 7320-CALCULAR-DIA-SEMANA-EXIT.
           IF WS-DIA-SEMANA EQUAL 0 OR 1
              SET WS-DIA-NO-HABIL TO TRUE
              GO TO 7310-VERIFICAR-DIA-HABIL-EXIT
           END-IF.

           SET WS-FERIADO-NO TO TRUE.
           IF WS-CANT-FERIADOS > 0
              PERFORM 7330-BUSCAR-FERIADO
                 THRU 7330-BUSCAR-FERIADO-EXIT
                 VARYING WS-IDX-FERIADO FROM 1 BY 1
                 UNTIL WS-IDX-FERIADO > WS-CANT-FERIADOS
                    OR WS-FERIADO-SI
           END-IF.
           IF WS-FERIADO-SI
              SET WS-DIA-NO-HABIL TO TRUE
           END-IF.

       7310-VERIFICAR-DIA-HABIL-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       7320-CALCULAR-DIA-SEMANA.

      *    Congruencia de Zeller con aritmetica entera: el resto
      *    final vale 0 para sabado y 1 para domingo.
           MOVE WS-FH-ANIO TO WS-Z-ANIO.
           MOVE WS-FH-MES  TO WS-Z-MES.
           IF WS-Z-MES < 3
              ADD 12 TO WS-Z-MES
              SUBTRACT 1 FROM WS-Z-ANIO
           END-IF.

           COMPUTE WS-Z-TERMINO-MES = 13 * (WS-Z-MES + 1).
           DIVIDE WS-Z-TERMINO-MES BY 5 GIVING WS-Z-TERMINO-MES.

           DIVIDE WS-Z-ANIO BY 100 GIVING WS-Z-SIGLO
                                   REMAINDER WS-Z-ANIO-SIGLO.
           DIVIDE WS-Z-ANIO-SIGLO BY 4 GIVING WS-Z-CUARTO-ANIO.
           DIVIDE WS-Z-SIGLO BY 4 GIVING WS-Z-CUARTO-SIGLO.

           COMPUTE WS-Z-SUMA = WS-FH-DIA
                             + WS-Z-TERMINO-MES
                             + WS-Z-ANIO-SIGLO
                             + WS-Z-CUARTO-ANIO
                             + WS-Z-CUARTO-SIGLO
                             + 5 * WS-Z-SIGLO.
           DIVIDE WS-Z-SUMA BY 7 GIVING WS-Z-COCIENTE
                                 REMAINDER WS-DIA-SEMANA.

       7320-CALCULAR-DIA-SEMANA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       7330-BUSCAR-FERIADO.

           IF WS-FERIADO-NUM(WS-IDX-FERIADO) EQUAL WS-FECHA-HABIL-NUM
              SET WS-FERIADO-SI TO TRUE
           END-IF.

       7330-BUSCAR-FERIADO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       7400-ABRIR-SESION.

      *    Una nueva apertura del mismo operador en el mismo programa
      *    con la anterior todavia abierta deja a esa sin cierre.
           PERFORM 7410-BUSCAR-ABIERTA
              THRU 7410-BUSCAR-ABIERTA-EXIT.
           IF WS-SESION-OK
              SET WS-ABI-SIN-CIERRE(WS-IDX-HALLADA) TO TRUE
           END-IF.

           IF WS-CANT-SESIONES NOT < 5000
              ADD 1 TO WS-CANT-FUERA-DE-TABLA
              GO TO 7400-ABRIR-SESION-EXIT
           END-IF.

           ADD 1 TO WS-CANT-SESIONES.
           MOVE SL-ID-OPERADOR TO WS-ABI-OPERADOR(WS-CANT-SESIONES).
           MOVE SL-PROGRAMA    TO WS-ABI-PROGRAMA(WS-CANT-SESIONES).
           MOVE SL-FECHA       TO WS-ABI-FECHA(WS-CANT-SESIONES).
           MOVE SL-HORA        TO WS-ABI-HORA(WS-CANT-SESIONES).
           SET WS-ABI-ABIERTA(WS-CANT-SESIONES) TO TRUE.

       7400-ABRIR-SESION-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       7410-BUSCAR-ABIERTA.

           SET WS-SESION-NOTOK TO TRUE.
           IF WS-CANT-SESIONES > ZERO
              PERFORM 7420-COMPARAR-ABIERTA
                 THRU 7420-COMPARAR-ABIERTA-EXIT
                 VARYING WS-IDX-SESION FROM 1 BY 1
                 UNTIL WS-IDX-SESION > WS-CANT-SESIONES
                    OR WS-SESION-OK
           END-IF.

       7410-BUSCAR-ABIERTA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       7420-COMPARAR-ABIERTA.

           IF WS-ABI-ABIERTA(WS-IDX-SESION)
           AND WS-ABI-OPERADOR(WS-IDX-SESION) EQUAL SL-ID-OPERADOR
           AND WS-ABI-PROGRAMA(WS-IDX-SESION) EQUAL SL-PROGRAMA
              SET WS-IDX-HALLADA TO WS-IDX-SESION
              SET WS-SESION-OK TO TRUE
           END-IF.

       7420-COMPARAR-ABIERTA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       7500-CERRAR-SESION.

           PERFORM 7410-BUSCAR-ABIERTA
              THRU 7410-BUSCAR-ABIERTA-EXIT.
           IF WS-SESION-OK
              SET WS-ABI-CERRADA(WS-IDX-HALLADA) TO TRUE
           END-IF.

       7500-CERRAR-SESION-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       7600-REGISTRAR-FALLIDA.

           SET WS-FALLIDA-NOTOK TO TRUE.
           IF WS-CANT-FALLIDAS > ZERO
              PERFORM 7610-COMPARAR-FALLIDA
                 THRU 7610-COMPARAR-FALLIDA-EXIT
                 VARYING WS-IDX-FALLIDA FROM 1 BY 1
                 UNTIL WS-IDX-FALLIDA > WS-CANT-FALLIDAS
                    OR WS-FALLIDA-OK
           END-IF.

           IF WS-FALLIDA-NOTOK
              IF WS-CANT-FALLIDAS NOT < 1000
                 ADD 1 TO WS-CANT-FUERA-DE-TABLA
                 GO TO 7600-REGISTRAR-FALLIDA-EXIT
              END-IF
              ADD 1 TO WS-CANT-FALLIDAS
              MOVE WS-CANT-FALLIDAS TO WS-IDX-HALLADA
              MOVE SL-ID-OPERADOR
                TO WS-FAL-OPERADOR(WS-IDX-HALLADA)
              MOVE SL-PROGRAMA
                TO WS-FAL-PROGRAMA(WS-IDX-HALLADA)
              MOVE ZERO
                TO WS-FAL-CANT-RECHAZOS(WS-IDX-HALLADA)
                   WS-FAL-CANT-BLOQUEOS(WS-IDX-HALLADA)
              MOVE SL-FECHA
                TO WS-FAL-PRIMERA-FECHA(WS-IDX-HALLADA)
              MOVE SL-HORA
                TO WS-FAL-PRIMERA-HORA(WS-IDX-HALLADA)
           END-IF.

           IF SL-TIPO-BLOQUEO
              ADD 1 TO WS-FAL-CANT-BLOQUEOS(WS-IDX-HALLADA)
           ELSE
              ADD 1 TO WS-FAL-CANT-RECHAZOS(WS-IDX-HALLADA)
           END-IF.
           MOVE SL-FECHA TO WS-FAL-ULTIMA-FECHA(WS-IDX-HALLADA).
           MOVE SL-HORA  TO WS-FAL-ULTIMA-HORA(WS-IDX-HALLADA).

       7600-REGISTRAR-FALLIDA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       7610-COMPARAR-FALLIDA.

           IF WS-FAL-OPERADOR(WS-IDX-FALLIDA) EQUAL SL-ID-OPERADOR
           AND WS-FAL-PROGRAMA(WS-IDX-FALLIDA) EQUAL SL-PROGRAMA
              SET WS-IDX-HALLADA TO WS-IDX-FALLIDA
              SET WS-FALLIDA-OK TO TRUE
           END-IF.

       7610-COMPARAR-FALLIDA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       7700-INFORMAR-FALLIDAS.

           MOVE '6. RECHAZOS Y BLOQUEOS DE FIRMA REPETIDOS (SESIONLG)'
             TO WS-TITULO-SECCION.
           PERFORM 6900-TITULO-SECCION
              THRU 6900-TITULO-SECCION-EXIT.

           IF WS-CANT-FALLIDAS > ZERO
              PERFORM 7710-EVALUAR-FALLIDA
                 THRU 7710-EVALUAR-FALLIDA-EXIT
                 VARYING WS-IDX-FALLIDA FROM 1 BY 1
                 UNTIL WS-IDX-FALLIDA > WS-CANT-FALLIDAS
           END-IF.

           IF WS-CANT-SECCION EQUAL ZERO
              PERFORM 6920-SIN-HALLAZGOS
                 THRU 6920-SIN-HALLAZGOS-EXIT
           END-IF.

       7700-INFORMAR-FALLIDAS-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       7710-EVALUAR-FALLIDA.

           IF WS-FAL-CANT-RECHAZOS(WS-IDX-FALLIDA) < WS-MIN-RECHAZOS
           AND WS-FAL-CANT-BLOQUEOS(WS-IDX-FALLIDA) < WS-MIN-BLOQUEOS
              GO TO 7710-EVALUAR-FALLIDA-EXIT
           END-IF.

           ADD 1 TO WS-CANT-FIRMAS-FALLIDAS.
           MOVE WS-FAL-OPERADOR(WS-IDX-FALLIDA)      TO WS-DET-OPERADOR.
           MOVE WS-FAL-PROGRAMA(WS-IDX-FALLIDA)      TO WS-DET-PROGRAMA.
           MOVE WS-FAL-PRIMERA-FECHA(WS-IDX-FALLIDA) TO WS-DET-FECHA.
           MOVE WS-FAL-PRIMERA-HORA(WS-IDX-FALLIDA)  TO WS-DET-HORA.
           MOVE SPACES                   TO WS-DET-OPERACION
                                            WS-DET-OPERACION-REL
                                            WS-DET-NOTA.
           MOVE WS-FAL-CANT-RECHAZOS(WS-IDX-FALLIDA) TO WS-CANT-EDIT.
           MOVE WS-FAL-CANT-BLOQUEOS(WS-IDX-FALLIDA) TO WS-CANT-EDIT-2.
           STRING 'RECHAZOS'                          DELIMITED BY SIZE
                  WS-CANT-EDIT                        DELIMITED BY SIZE
                  ' BLOQUEOS'                         DELIMITED BY SIZE
                  WS-CANT-EDIT-2                      DELIMITED BY SIZE
                  ' HASTA '                           DELIMITED BY SIZE
                  WS-FAL-ULTIMA-FECHA(WS-IDX-FALLIDA) DELIMITED BY SIZE
                  ' '                                 DELIMITED BY SIZE
                  WS-FAL-ULTIMA-HORA(WS-IDX-FALLIDA)  DELIMITED BY SIZE
             INTO WS-DET-NOTA.
           PERFORM 6910-ESCRIBIR-DETALLE
              THRU 6910-ESCRIBIR-DETALLE-EXIT.

       7710-EVALUAR-FALLIDA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       7800-INFORMAR-SIN-CIERRE.

           MOVE '7. SESIONES SIN REGISTRO DE CIERRE (SESIONLG)'
             TO WS-TITULO-SECCION.
           PERFORM 6900-TITULO-SECCION
              THRU 6900-TITULO-SECCION-EXIT.

           IF WS-CANT-SESIONES > ZERO
              PERFORM 7810-EVALUAR-SESION
                 THRU 7810-EVALUAR-SESION-EXIT
                 VARYING WS-IDX-SESION FROM 1 BY 1
                 UNTIL WS-IDX-SESION > WS-CANT-SESIONES
           END-IF.

           IF WS-CANT-SECCION EQUAL ZERO
              PERFORM 6920-SIN-HALLAZGOS
                 THRU 6920-SIN-HALLAZGOS-EXIT
           END-IF.

       7800-INFORMAR-SIN-CIERRE-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       7810-EVALUAR-SESION.

           IF WS-ABI-CERRADA(WS-IDX-SESION)
              GO TO 7810-EVALUAR-SESION-EXIT
           END-IF.

           ADD 1 TO WS-CANT-SIN-CIERRE.
           MOVE WS-ABI-OPERADOR(WS-IDX-SESION) TO WS-DET-OPERADOR.
           MOVE WS-ABI-PROGRAMA(WS-IDX-SESION) TO WS-DET-PROGRAMA.
           MOVE WS-ABI-FECHA(WS-IDX-SESION)    TO WS-DET-FECHA.
           MOVE WS-ABI-HORA(WS-IDX-SESION)     TO WS-DET-HORA.
           MOVE SPACES                         TO WS-DET-OPERACION
                                                  WS-DET-OPERACION-REL.
           IF WS-ABI-SIN-CIERRE(WS-IDX-SESION)
              MOVE 'SIN CIERRE ANTES DE LA FIRMA SIGUIENTE'
                TO WS-DET-NOTA
           ELSE
              MOVE 'SIN CIERRE AL FINAL DEL LOG' TO WS-DET-NOTA
           END-IF.
           PERFORM 6910-ESCRIBIR-DETALLE
              THRU 6910-ESCRIBIR-DETALLE-EXIT.

       7810-EVALUAR-SESION-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       8000-TOTALES.

           MOVE SPACES TO AO-LINEA.
           WRITE AO-LINEA.
           MOVE ALL '=' TO AO-LINEA.
           WRITE AO-LINEA.

           MOVE WS-CANT-AUTO-REVERSOS TO WS-CANT-EDIT.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'REVERSOS PROPIOS .........: ' DELIMITED BY SIZE
                  WS-CANT-EDIT                DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO AO-LINEA.
           WRITE AO-LINEA.

           MOVE WS-CANT-AUTO-REPARACIONES TO WS-CANT-EDIT.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'REPARACIONES PROPIAS .....: ' DELIMITED BY SIZE
                  WS-CANT-EDIT                DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO AO-LINEA.
           WRITE AO-LINEA.

           MOVE WS-CANT-NO-UBICADAS TO WS-CANT-EDIT.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'ORIGINALES NO UBICADOS ...: ' DELIMITED BY SIZE
                  WS-CANT-EDIT                DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO AO-LINEA.
           WRITE AO-LINEA.

           MOVE WS-CANT-PARES-CRUZADOS TO WS-CANT-EDIT.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'PARES CRUZADOS ...........: ' DELIMITED BY SIZE
                  WS-CANT-EDIT                DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO AO-LINEA.
           WRITE AO-LINEA.

           MOVE WS-CANT-CAMBIO-TRANSF TO WS-CANT-EDIT.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'DEBITOS TRAS CAMBIO ......: ' DELIMITED BY SIZE
                  WS-CANT-EDIT                DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO AO-LINEA.
           WRITE AO-LINEA.

           MOVE WS-CANT-FUERA-HORARIO TO WS-CANT-EDIT.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'FIRMAS FUERA DE HORARIO ..: ' DELIMITED BY SIZE
                  WS-CANT-EDIT                DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO AO-LINEA.
           WRITE AO-LINEA.

           MOVE WS-CANT-FIRMAS-FALLIDAS TO WS-CANT-EDIT.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'FIRMAS FALLIDAS REPETIDAS : ' DELIMITED BY SIZE
                  WS-CANT-EDIT                DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO AO-LINEA.
           WRITE AO-LINEA.

           MOVE WS-CANT-SIN-CIERRE TO WS-CANT-EDIT.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'SESIONES SIN CIERRE ......: ' DELIMITED BY SIZE
                  WS-CANT-EDIT                DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO AO-LINEA.
           WRITE AO-LINEA.

           IF WS-CANT-FUERA-DE-TABLA > ZERO
              MOVE WS-CANT-FUERA-DE-TABLA TO WS-CANT-EDIT
              MOVE SPACES TO WS-LINEA-REPORTE
              STRING '*** REGISTROS FUERA DE TABLA, NO REVISADOS: '
                                                      DELIMITED BY SIZE
                     WS-CANT-EDIT                     DELIMITED BY SIZE
                 INTO WS-LINEA-REPORTE
              MOVE WS-LINEA-REPORTE TO AO-LINEA
              WRITE AO-LINEA
           END-IF.

           DISPLAY 'CLAUDOPE - Generaciones leidas ....: '
              WS-CANT-GENERACIONES.
           DISPLAY 'CLAUDOPE - Transferencias leidas ..: '
              WS-CANT-TRANSF-LEIDAS.
           DISPLAY 'CLAUDOPE - Transferencias periodo .: '
              WS-CANT-TRANSF-PERIODO.
           DISPLAY 'CLAUDOPE - Rechazos leidos ........: '
              WS-CANT-RECHAZOS-LEIDOS.
           DISPLAY 'CLAUDOPE - Aprobaciones leidas ....: '
              WS-CANT-PENDAPRO-LEIDOS.
           DISPLAY 'CLAUDOPE - Auditoria leida ........: '
              WS-CANT-AUDITORIA-LEIDOS.
           DISPLAY 'CLAUDOPE - Reversos leidos ........: '
              WS-CANT-REVERSOS-LEIDOS.
           DISPLAY 'CLAUDOPE - Log de sesiones leido ..: '
              WS-CANT-SESIONES-LEIDAS.
           DISPLAY 'CLAUDOPE - Reversos propios .......: '
              WS-CANT-AUTO-REVERSOS.
           DISPLAY 'CLAUDOPE - Reparaciones propias ...: '
              WS-CANT-AUTO-REPARACIONES.
           DISPLAY 'CLAUDOPE - Pares cruzados .........: '
              WS-CANT-PARES-CRUZADOS.
           DISPLAY 'CLAUDOPE - Debitos tras cambio ....: '
              WS-CANT-CAMBIO-TRANSF.
           DISPLAY 'CLAUDOPE - Firmas fuera de horario : '
              WS-CANT-FUERA-HORARIO.
           DISPLAY 'CLAUDOPE - Firmas fallidas ........: '
              WS-CANT-FIRMAS-FALLIDAS.
           DISPLAY 'CLAUDOPE - Sesiones sin cierre ....: '
              WS-CANT-SIN-CIERRE.
           IF WS-CANT-FUERA-DE-TABLA > ZERO
              DISPLAY 'CLAUDOPE - Fuera de tabla .........: '
                 WS-CANT-FUERA-DE-TABLA
           END-IF.

       8000-TOTALES-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       9000-FINALIZAR.

           CLOSE REPAUDOP.

       9000-FINALIZAR-EXIT.
           EXIT.


       END PROGRAM CLAUDOPE.
