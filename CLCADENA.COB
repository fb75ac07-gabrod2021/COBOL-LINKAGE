      *----------------------------------------------------------------*
      *  Purpose: Conductor de la cadena nocturna.  Corre en orden los
      *           pasos de la noche, cada uno como programa aparte:
      *           devengamiento (CLDEVINT), liberacion del almacen
      *           (CLLIBERA) y ordenes permanentes (CLORDGEN); posteo
      *           (CLPOSTEO) y reposteo (CLREPOST); reporte de
      *           retenciones (CLREPRET); liquidacion interbancaria
      *           (CLINTERB) y su archivo de retorno (CLINTERD, que
      *           sin RETORNOS no hace nada); capitalizacion de
      *           intereses (CLCAPINT, solo el ultimo dia habil del
      *           mes); los controles y reportes del dia (CLCONCIL,
      *           CLVERSAL, CLRESBAT, CLEXTRAC, CLREPCOM, CLREPSOB,
      *           CLPOSCAM y, a fin de mes, CLREVALU); la interfaz
      *           contable (CLCONTAB, despues de CLINTERD); la
      *           vigilancia (CLVIGILA); el reporte de cambios a las
      *           tablas de parametros (CLREPPAR) y por ultimo el
      *           corte (CLCORTED).  El archivo CADENAES guarda por
      *           fecha de negocio y por paso el comienzo, el fin y
      *           el resultado de cada corrida.  Un paso no arranca si
      *           sus pasos previos no terminaron bien, y el corte
      *           exige todos los anteriores: asi no se sella un dia
      *           con operaciones sin enviar a otros bancos.  Si falla
      *           un control (CLCONCIL, CLVERSAL o CLCONTAB vuelven
      *           con codigo de retorno cuando encuentran diferencias)
      *           la cadena se detiene ahi.  La recorrida del mismo
      *           dia saltea los pasos terminados y retoma desde el
      *           que fallo o quedo sin correr.  El resumen REPCADEN
      *           es para el turno de la manana.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CLCADENA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADENAES ASSIGN TO "CADENAES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CE-CLAVE
               FILE STATUS IS WS-STATUS-CADENAES.

           SELECT FERIADOS ASSIGN TO "FERIADOS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-FERIADOS.

           SELECT REPCADEN ASSIGN TO "REPCADEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REPCADEN.


       DATA DIVISION.

       FILE SECTION.

       FD  CADENAES.
           COPY CADENAES.

       FD  FERIADOS.
           COPY FERIADO.

       FD  REPCADEN.
       01  RD-LINEA                            PIC X(132).


       WORKING-STORAGE SECTION.

       01 WS-INDICADORES-ARCHIVO.
          05 WS-STATUS-CADENAES                PIC X(02).
          05 WS-STATUS-FERIADOS                PIC X(02).
          05 WS-STATUS-REPCADEN                PIC X(02).

       01 WS-FIN-ARCHIVO                       PIC X(01).
          88 WS-HAY-MAS-REGISTROS              VALUE 'N'.
          88 WS-NO-HAY-MAS-REGISTROS           VALUE 'S'.

       01 WS-ESTADO-DISPONIBLE                 PIC X(01) VALUE 'N'.
          88 WS-CADENAES-OK                    VALUE 'S'.
          88 WS-CADENAES-NOTOK                 VALUE 'N'.

       01 WS-ESTADO-CADENA                     PIC X(01) VALUE 'N'.
          88 WS-CADENA-DETENIDA                VALUE 'S'.
          88 WS-CADENA-EN-MARCHA               VALUE 'N'.

      *    -- pasos de la cadena, en orden de corrida -----------------*
      *    Por paso: programa, frecuencia (D diaria, M ultimo dia
      *    habil del mes), tipo (P proceso, R reporte, C control que
      *    detiene la cadena si falla, F corte que exige todos los
      *    pasos anteriores) y hasta seis pasos previos que tienen que
      *    haber terminado (00 = sin previo).
       01 WS-TABLA-PASOS-DATOS.
          05 FILLER PIC X(22) VALUE 'CLDEVINTDP000000000000'.
          05 FILLER PIC X(22) VALUE 'CLLIBERADP000000000000'.
          05 FILLER PIC X(22) VALUE 'CLORDGENDP000000000000'.
          05 FILLER PIC X(22) VALUE 'CLPOSTEODP010203000000'.
          05 FILLER PIC X(22) VALUE 'CLREPOSTDP040000000000'.
          05 FILLER PIC X(22) VALUE 'CLREPRETDR050000000000'.
          05 FILLER PIC X(22) VALUE 'CLINTERBDP050000000000'.
          05 FILLER PIC X(22) VALUE 'CLINTERDDP050000000000'.
          05 FILLER PIC X(22) VALUE 'CLCAPINTMP050000000000'.
          05 FILLER PIC X(22) VALUE 'CLCONCILDC050000000000'.
          05 FILLER PIC X(22) VALUE 'CLVERSALDC050900000000'.
          05 FILLER PIC X(22) VALUE 'CLRESBATDR050000000000'.
          05 FILLER PIC X(22) VALUE 'CLEXTRACDR050000000000'.
          05 FILLER PIC X(22) VALUE 'CLREPCOMDR050000000000'.
          05 FILLER PIC X(22) VALUE 'CLREPSOBDR050900000000'.
          05 FILLER PIC X(22) VALUE 'CLPOSCAMDR050000000000'.
          05 FILLER PIC X(22) VALUE 'CLREVALUMR050900000000'.
          05 FILLER PIC X(22) VALUE 'CLCONTABDC050708090000'.
          05 FILLER PIC X(22) VALUE 'CLVIGILADR050000000000'.
          05 FILLER PIC X(22) VALUE 'CLREPPARDR000000000000'.
          05 FILLER PIC X(22) VALUE 'CLCORTEDDF000000000000'.
       01 WS-TABLA-PASOS REDEFINES WS-TABLA-PASOS-DATOS.
          05 WS-PASO-DEF OCCURS 21 TIMES.
             10 WS-DEF-PROGRAMA                PIC X(08).
             10 WS-DEF-FRECUENCIA              PIC X(01).
                88 WS-DEF-DIARIO               VALUE 'D'.
                88 WS-DEF-FIN-DE-MES           VALUE 'M'.
             10 WS-DEF-TIPO                    PIC X(01).
                88 WS-DEF-PROCESO              VALUE 'P'.
                88 WS-DEF-REPORTE              VALUE 'R'.
                88 WS-DEF-CONTROL              VALUE 'C'.
                88 WS-DEF-CORTE                VALUE 'F'.
             10 WS-DEF-PREVIO OCCURS 6 TIMES   PIC 9(02).
       01 WS-CANT-PASOS                        PIC 9(02) COMP
                                                VALUE 21.

      *    -- estado de cada paso para la fecha de negocio, espejo en
      *       memoria de CADENAES: se persiste en cada cambio -------*
       01 WS-TABLA-ESTADOS.
          05 WS-EST-DET OCCURS 21 TIMES.
             10 WS-EST-ESTADO                  PIC X(01).
                88 WS-EST-PENDIENTE            VALUE ' '.
                88 WS-EST-EN-CURSO             VALUE 'C'.
                88 WS-EST-TERMINADO            VALUE 'T'.
                88 WS-EST-FALLIDO              VALUE 'F'.
                88 WS-EST-BLOQUEADO            VALUE 'B'.
                88 WS-EST-NO-CORRESPONDE       VALUE 'N'.
             10 WS-EST-FECHA-INICIO            PIC X(10).
             10 WS-EST-HORA-INICIO             PIC X(08).
             10 WS-EST-FECHA-FIN               PIC X(10).
             10 WS-EST-HORA-FIN                PIC X(08).
             10 WS-EST-CODIGO-RETORNO          PIC 9(04).
             10 WS-EST-CANT-CORRIDAS           PIC 9(02).
             10 WS-EST-OBSERVACION             PIC X(30).
             10 WS-EST-CORRIDO-HOY             PIC X(01).
                88 WS-EST-SALTEADO             VALUE 'S'.
                88 WS-EST-CORRIDO              VALUE 'C'.
                88 WS-EST-NO-TOCADO            VALUE ' '.

       01 WS-PASO                              PIC 9(02) COMP.
       01 WS-PREVIO                            PIC 9(02) COMP.
       01 WS-NRO-PREVIO                        PIC 9(02) COMP.
       01 WS-PASO-FALTANTE                     PIC 9(02).
       01 WS-PASO-DETENCION                    PIC 9(02) VALUE ZERO.
       01 WS-PASO-EDIT                         PIC 9(02).
       01 WS-PREVIOS-CUMPLIDOS                 PIC X(01).
          88 WS-PREVIOS-OK                     VALUE 'S'.
          88 WS-PREVIOS-NOTOK                  VALUE 'N'.

      *    -- comando con que se corre el paso ------------------------*
       01 WS-COMANDO                           PIC X(80).
       01 WS-RETORNO-PASO                      PIC S9(09) COMP.

      *    -- fecha de negocio y hora ---------------------------------*
       01 WS-FECHA-PROCESO                     PIC 9(08).
       01 WS-FECHA-PROCESO-DES REDEFINES WS-FECHA-PROCESO.
          05 WS-FECHA-PROC-ANIO                PIC 9(04).
          05 WS-FECHA-PROC-MES                 PIC 9(02).
          05 WS-FECHA-PROC-DIA                 PIC 9(02).
       01 WS-FECHA-PROCESO-TEXTO               PIC X(10).

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
       01 WS-HORA-SISTEMA-TEXTO                PIC X(08).

      *    -- tabla de feriados bancarios, en formato aaaammdd --------*
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

      *    -- dias por mes, para avanzar la fecha ---------------------*
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

      *    -- proximo dia habil, para saber si hoy cierra el mes -----*
       01 WS-FECHA-HABIL-NUM                   PIC 9(08).
       01 WS-FECHA-HABIL-DES REDEFINES WS-FECHA-HABIL-NUM.
          05 WS-FH-ANIO                        PIC 9(04).
          05 WS-FH-MES                         PIC 9(02).
          05 WS-FH-DIA                         PIC 9(02).
       01 WS-ES-DIA-HABIL                      PIC X(01).
          88 WS-DIA-HABIL                      VALUE 'S'.
          88 WS-DIA-NO-HABIL                   VALUE 'N'.
       01 WS-FIN-DE-MES                        PIC X(01) VALUE 'N'.
          88 WS-ES-FIN-DE-MES                  VALUE 'S'.
          88 WS-NO-ES-FIN-DE-MES               VALUE 'N'.

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

       01 WS-TOTALES.
          05 WS-CANT-CORRIDOS                  PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-SALTEADOS                 PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-TERMINADOS                PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-NO-CORRESPONDE            PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-FALLIDOS                  PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-BLOQUEADOS                PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-PENDIENTES                PIC 9(07) COMP
                                                VALUE ZERO.

       01 WS-LINEA-REPORTE                     PIC X(132).
       01 WS-CANT-EDIT                         PIC ZZZ9.
       01 WS-TIPO-TEXTO                        PIC X(08).
       01 WS-ESTADO-TEXTO                      PIC X(14).


       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIALIZAR
              THRU 1000-INICIALIZAR-EXIT.

           IF WS-CADENAES-OK
              PERFORM 3000-EJECUTAR-PASO
                 THRU 3000-EJECUTAR-PASO-EXIT
                 VARYING WS-PASO FROM 1 BY 1
                 UNTIL WS-PASO > WS-CANT-PASOS
                    OR WS-CADENA-DETENIDA
           END-IF.

           PERFORM 7000-EMITIR-RESUMEN
              THRU 7000-EMITIR-RESUMEN-EXIT.

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

      *    Sin tabla de feriados solo se saltean los fines de semana
      *    para decidir si hoy es el ultimo dia habil del mes.
           OPEN INPUT FERIADOS.
           IF WS-STATUS-FERIADOS EQUAL '00'
              SET WS-HAY-MAS-REGISTROS TO TRUE
              PERFORM 1100-CARGAR-FERIADOS
                 THRU 1100-CARGAR-FERIADOS-EXIT
                 UNTIL WS-NO-HAY-MAS-REGISTROS
              CLOSE FERIADOS
           ELSE
              DISPLAY 'FERIADOS no disponible: solo se saltean los'
                 ' fines de semana.'
           END-IF.

           PERFORM 1200-DETERMINAR-FIN-DE-MES
              THRU 1200-DETERMINAR-FIN-DE-MES-EXIT.

           OPEN OUTPUT REPCADEN.

      *    Sin el archivo de estado la cadena no corre: no habria
      *    forma de saber que paso termino ni de retomarla.
           OPEN I-O CADENAES.
           IF WS-STATUS-CADENAES EQUAL '35'
              OPEN OUTPUT CADENAES
              CLOSE CADENAES
              OPEN I-O CADENAES
           END-IF.
           IF WS-STATUS-CADENAES NOT EQUAL '00'
              DISPLAY 'CADENAES no disponible, status '
                 WS-STATUS-CADENAES ': la cadena no se corre.'
              GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           SET WS-CADENAES-OK TO TRUE.

           PERFORM 1300-LEER-ESTADO
              THRU 1300-LEER-ESTADO-EXIT
              VARYING WS-PASO FROM 1 BY 1
              UNTIL WS-PASO > WS-CANT-PASOS.

       1000-INICIALIZAR-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       1100-CARGAR-FERIADOS.

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

       1100-CARGAR-FERIADOS-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       1200-DETERMINAR-FIN-DE-MES.

      *    Hoy es el ultimo dia habil del mes si el proximo dia habil
      *    ya cae en el mes siguiente.
           MOVE WS-FECHA-PROCESO TO WS-FECHA-HABIL-NUM.
           PERFORM 5200-AVANZAR-UN-DIA
              THRU 5200-AVANZAR-UN-DIA-EXIT.
           PERFORM 5200-AVANZAR-UN-DIA
              THRU 5200-AVANZAR-UN-DIA-EXIT
              UNTIL WS-DIA-HABIL.

           IF WS-FH-MES NOT EQUAL WS-FECHA-PROC-MES
              SET WS-ES-FIN-DE-MES TO TRUE
              DISPLAY 'CLCADENA - ' WS-FECHA-PROCESO-TEXTO
                 ' es el ultimo dia habil del mes: corren los pasos'
                 ' de fin de mes.'
           END-IF.

       1200-DETERMINAR-FIN-DE-MES-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       1300-LEER-ESTADO.

      *    El paso sin registro para la fecha de negocio arranca
      *    pendiente; el que ya tiene registro es una recorrida.  El
      *    registro se busca por el programa del paso, no por su
      *    numero, que cambia cuando se agrega un paso a la cadena.
           MOVE WS-FECHA-PROCESO         TO CE-FECHA-NEGOCIO.
           MOVE WS-DEF-PROGRAMA(WS-PASO) TO CE-PROGRAMA.
           READ CADENAES.

           IF WS-STATUS-CADENAES EQUAL '00'
              MOVE CE-ESTADO         TO WS-EST-ESTADO(WS-PASO)
              MOVE CE-FECHA-INICIO   TO WS-EST-FECHA-INICIO(WS-PASO)
              MOVE CE-HORA-INICIO    TO WS-EST-HORA-INICIO(WS-PASO)
              MOVE CE-FECHA-FIN      TO WS-EST-FECHA-FIN(WS-PASO)
              MOVE CE-HORA-FIN       TO WS-EST-HORA-FIN(WS-PASO)
              MOVE CE-CODIGO-RETORNO TO WS-EST-CODIGO-RETORNO(WS-PASO)
              MOVE CE-CANT-CORRIDAS  TO WS-EST-CANT-CORRIDAS(WS-PASO)
              MOVE CE-OBSERVACION    TO WS-EST-OBSERVACION(WS-PASO)
              MOVE SPACE             TO WS-EST-CORRIDO-HOY(WS-PASO)
              GO TO 1300-LEER-ESTADO-EXIT
           END-IF.

           MOVE SPACES TO WS-EST-DET(WS-PASO).
           MOVE ZERO   TO WS-EST-CODIGO-RETORNO(WS-PASO)
                          WS-EST-CANT-CORRIDAS(WS-PASO).

           MOVE WS-FECHA-PROCESO         TO CE-FECHA-NEGOCIO.
           MOVE WS-DEF-PROGRAMA(WS-PASO) TO CE-PROGRAMA.
           MOVE WS-PASO                  TO CE-NRO-PASO.
           MOVE SPACES TO CE-ESTADO CE-FECHA-INICIO CE-HORA-INICIO
                          CE-FECHA-FIN CE-HORA-FIN CE-OBSERVACION.
           MOVE ZERO   TO CE-CODIGO-RETORNO CE-CANT-CORRIDAS.
           WRITE CE-ESTADO-PASO.
           IF WS-STATUS-CADENAES NOT EQUAL '00'
              DISPLAY 'Error grabando CADENAES paso ' CE-NRO-PASO
                 ', status ' WS-STATUS-CADENAES
           END-IF.

       1300-LEER-ESTADO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       1900-TOMAR-HORA.

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-FECHA-SISTEMA-TEXTO.
           STRING WS-FECHA-SIS-DIA  DELIMITED BY SIZE
                  '-'               DELIMITED BY SIZE
                  WS-FECHA-SIS-MES  DELIMITED BY SIZE
                  '-'               DELIMITED BY SIZE
                  WS-FECHA-SIS-ANIO DELIMITED BY SIZE
             INTO WS-FECHA-SISTEMA-TEXTO.

           ACCEPT WS-HORA-SISTEMA FROM TIME.
           MOVE SPACES TO WS-HORA-SISTEMA-TEXTO.
           STRING WS-HORA-SIS-HH DELIMITED BY SIZE
                  ':'            DELIMITED BY SIZE
                  WS-HORA-SIS-MM DELIMITED BY SIZE
                  ':'            DELIMITED BY SIZE
                  WS-HORA-SIS-SS DELIMITED BY SIZE
             INTO WS-HORA-SISTEMA-TEXTO.

       1900-TOMAR-HORA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3000-EJECUTAR-PASO.

           MOVE WS-PASO TO WS-PASO-EDIT.

      *    Lo terminado en una corrida anterior del dia no se repite:
      *    la recorrida retoma en el primer paso sin terminar.
           IF WS-EST-TERMINADO(WS-PASO)
           OR WS-EST-NO-CORRESPONDE(WS-PASO)
              SET WS-EST-SALTEADO(WS-PASO) TO TRUE
              ADD 1 TO WS-CANT-SALTEADOS
              DISPLAY 'CLCADENA - Paso ' WS-PASO-EDIT ' '
                 WS-DEF-PROGRAMA(WS-PASO) ' ya terminado: se saltea.'
              GO TO 3000-EJECUTAR-PASO-EXIT
           END-IF.

           IF WS-EST-EN-CURSO(WS-PASO)
              DISPLAY 'CLCADENA - Paso ' WS-PASO-EDIT ' '
                 WS-DEF-PROGRAMA(WS-PASO) ' quedo en curso en la'
                 ' corrida anterior: se vuelve a correr.'
           END-IF.

           IF WS-DEF-FIN-DE-MES(WS-PASO)
           AND WS-NO-ES-FIN-DE-MES
              SET WS-EST-NO-CORRESPONDE(WS-PASO) TO TRUE
              SET WS-EST-CORRIDO(WS-PASO) TO TRUE
              MOVE 'SOLO ULTIMO DIA HABIL DEL MES'
                TO WS-EST-OBSERVACION(WS-PASO)
              PERFORM 3900-GRABAR-ESTADO
                 THRU 3900-GRABAR-ESTADO-EXIT
              GO TO 3000-EJECUTAR-PASO-EXIT
           END-IF.

           PERFORM 3100-VERIFICAR-PREVIOS
              THRU 3100-VERIFICAR-PREVIOS-EXIT.
           IF WS-PREVIOS-NOTOK
              SET WS-EST-BLOQUEADO(WS-PASO) TO TRUE
              SET WS-EST-CORRIDO(WS-PASO) TO TRUE
              MOVE SPACES TO WS-EST-OBSERVACION(WS-PASO)
              STRING 'FALTA PASO '             DELIMITED BY SIZE
                     WS-PASO-FALTANTE          DELIMITED BY SIZE
                     ' '                       DELIMITED BY SIZE
                     WS-DEF-PROGRAMA(WS-PASO-FALTANTE)
                                               DELIMITED BY SIZE
                 INTO WS-EST-OBSERVACION(WS-PASO)
              PERFORM 3900-GRABAR-ESTADO
                 THRU 3900-GRABAR-ESTADO-EXIT
              DISPLAY 'CLCADENA - Paso ' WS-PASO-EDIT ' '
                 WS-DEF-PROGRAMA(WS-PASO) ' no se inicia: falta '
                 'terminar el paso ' WS-PASO-FALTANTE ' '
                 WS-DEF-PROGRAMA(WS-PASO-FALTANTE) '.'
              GO TO 3000-EJECUTAR-PASO-EXIT
           END-IF.

           PERFORM 3200-CORRER-PASO
              THRU 3200-CORRER-PASO-EXIT.

       3000-EJECUTAR-PASO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3100-VERIFICAR-PREVIOS.

      *    El corte exige todos los pasos anteriores; los demas, los
      *    previos de su definicion.  Un paso de fin de mes que hoy
      *    no corresponde cuenta como cumplido.
           SET WS-PREVIOS-OK TO TRUE.
           IF WS-DEF-CORTE(WS-PASO)
              PERFORM 3120-VERIFICAR-PREVIO
                 THRU 3120-VERIFICAR-PREVIO-EXIT
                 VARYING WS-PREVIO FROM 1 BY 1
                 UNTIL WS-PREVIO NOT < WS-PASO
                    OR WS-PREVIOS-NOTOK
           ELSE
              PERFORM 3110-TOMAR-PREVIO
                 THRU 3110-TOMAR-PREVIO-EXIT
                 VARYING WS-NRO-PREVIO FROM 1 BY 1
                 UNTIL WS-NRO-PREVIO > 6
                    OR WS-PREVIOS-NOTOK
           END-IF.

       3100-VERIFICAR-PREVIOS-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3110-TOMAR-PREVIO.

           MOVE WS-DEF-PREVIO(WS-PASO, WS-NRO-PREVIO) TO WS-PREVIO.
           IF WS-PREVIO > ZERO
              PERFORM 3120-VERIFICAR-PREVIO
                 THRU 3120-VERIFICAR-PREVIO-EXIT
           END-IF.

       3110-TOMAR-PREVIO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3120-VERIFICAR-PREVIO.

           IF NOT WS-EST-TERMINADO(WS-PREVIO)
           AND NOT WS-EST-NO-CORRESPONDE(WS-PREVIO)
              SET WS-PREVIOS-NOTOK TO TRUE
              MOVE WS-PREVIO TO WS-PASO-FALTANTE
           END-IF.

       3120-VERIFICAR-PREVIO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3200-CORRER-PASO.

      *    El paso se marca en curso antes de llamarlo: si la cadena
      *    cae durante el paso, la recorrida lo encuentra asi y lo
      *    vuelve a correr.
           PERFORM 1900-TOMAR-HORA
              THRU 1900-TOMAR-HORA-EXIT.
           SET WS-EST-EN-CURSO(WS-PASO) TO TRUE.
           SET WS-EST-CORRIDO(WS-PASO)  TO TRUE.
           MOVE WS-FECHA-SISTEMA-TEXTO TO WS-EST-FECHA-INICIO(WS-PASO).
           MOVE WS-HORA-SISTEMA-TEXTO  TO WS-EST-HORA-INICIO(WS-PASO).
           MOVE SPACES TO WS-EST-FECHA-FIN(WS-PASO)
                          WS-EST-HORA-FIN(WS-PASO)
                          WS-EST-OBSERVACION(WS-PASO).
           MOVE ZERO   TO WS-EST-CODIGO-RETORNO(WS-PASO).
           IF WS-EST-CANT-CORRIDAS(WS-PASO) < 99
              ADD 1 TO WS-EST-CANT-CORRIDAS(WS-PASO)
           END-IF.
           PERFORM 3900-GRABAR-ESTADO
              THRU 3900-GRABAR-ESTADO-EXIT.

           DISPLAY 'CLCADENA - Paso ' WS-PASO-EDIT ' '
              WS-DEF-PROGRAMA(WS-PASO) ' comienza a las '
              WS-HORA-SISTEMA-TEXTO.
           ADD 1 TO WS-CANT-CORRIDOS.

           MOVE SPACES TO WS-COMANDO.
           MOVE WS-DEF-PROGRAMA(WS-PASO) TO WS-COMANDO.
           CALL 'SYSTEM' USING WS-COMANDO.
           MOVE RETURN-CODE TO WS-RETORNO-PASO.
           MOVE ZERO TO RETURN-CODE.
           IF WS-RETORNO-PASO < ZERO
              MULTIPLY -1 BY WS-RETORNO-PASO
           END-IF.
      *    SYSTEM devuelve el estado de terminacion del proceso: el
      *    codigo de retorno del programa viene en el byte alto.
           IF WS-RETORNO-PASO > 255
              DIVIDE WS-RETORNO-PASO BY 256 GIVING WS-RETORNO-PASO
           END-IF.
           IF WS-RETORNO-PASO > 9999
              MOVE 9999 TO WS-RETORNO-PASO
           END-IF.

           PERFORM 1900-TOMAR-HORA
              THRU 1900-TOMAR-HORA-EXIT.
           MOVE WS-FECHA-SISTEMA-TEXTO TO WS-EST-FECHA-FIN(WS-PASO).
           MOVE WS-HORA-SISTEMA-TEXTO  TO WS-EST-HORA-FIN(WS-PASO).
           MOVE WS-RETORNO-PASO      TO WS-EST-CODIGO-RETORNO(WS-PASO).

           IF WS-RETORNO-PASO EQUAL ZERO
              SET WS-EST-TERMINADO(WS-PASO) TO TRUE
              DISPLAY 'CLCADENA - Paso ' WS-PASO-EDIT ' '
                 WS-DEF-PROGRAMA(WS-PASO) ' terminado a las '
                 WS-HORA-SISTEMA-TEXTO
              PERFORM 3900-GRABAR-ESTADO
                 THRU 3900-GRABAR-ESTADO-EXIT
              GO TO 3200-CORRER-PASO-EXIT
           END-IF.

      *    Un control que falla detiene la cadena; cualquier otro
      *    paso que falla deja sin correr solo a los que dependen de
      *    el (y al corte, que exige todos).
           SET WS-EST-FALLIDO(WS-PASO) TO TRUE.
           IF WS-DEF-CONTROL(WS-PASO)
              MOVE 'CONTROL CON DIFERENCIAS'
                TO WS-EST-OBSERVACION(WS-PASO)
              SET WS-CADENA-DETENIDA TO TRUE
              MOVE WS-PASO TO WS-PASO-DETENCION
           ELSE
              MOVE 'TERMINO CON ERROR'
                TO WS-EST-OBSERVACION(WS-PASO)
           END-IF.
           PERFORM 3900-GRABAR-ESTADO
              THRU 3900-GRABAR-ESTADO-EXIT.

           DISPLAY 'CLCADENA - Paso ' WS-PASO-EDIT ' '
              WS-DEF-PROGRAMA(WS-PASO) ' FALLO, codigo de retorno '
              WS-EST-CODIGO-RETORNO(WS-PASO).
           IF WS-CADENA-DETENIDA
              DISPLAY 'CLCADENA - Fallo un control: la cadena se'
                 ' detiene en el paso ' WS-PASO-EDIT '.'
           END-IF.

       3200-CORRER-PASO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3900-GRABAR-ESTADO.

           MOVE WS-FECHA-PROCESO                TO CE-FECHA-NEGOCIO.
           MOVE WS-DEF-PROGRAMA(WS-PASO)        TO CE-PROGRAMA.
           MOVE WS-PASO                         TO CE-NRO-PASO.
           MOVE WS-EST-ESTADO(WS-PASO)          TO CE-ESTADO.
           MOVE WS-EST-FECHA-INICIO(WS-PASO)    TO CE-FECHA-INICIO.
           MOVE WS-EST-HORA-INICIO(WS-PASO)     TO CE-HORA-INICIO.
           MOVE WS-EST-FECHA-FIN(WS-PASO)       TO CE-FECHA-FIN.
           MOVE WS-EST-HORA-FIN(WS-PASO)        TO CE-HORA-FIN.
           MOVE WS-EST-CODIGO-RETORNO(WS-PASO)  TO CE-CODIGO-RETORNO.
           MOVE WS-EST-CANT-CORRIDAS(WS-PASO)   TO CE-CANT-CORRIDAS.
           MOVE WS-EST-OBSERVACION(WS-PASO)     TO CE-OBSERVACION.

           REWRITE CE-ESTADO-PASO.
           IF WS-STATUS-CADENAES NOT EQUAL '00'
              DISPLAY 'Error grabando CADENAES paso ' CE-NRO-PASO
                 ', status ' WS-STATUS-CADENAES
           END-IF.

       3900-GRABAR-ESTADO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       5100-VERIFICAR-DIA-HABIL.

           SET WS-DIA-HABIL TO TRUE.

           PERFORM 5110-CALCULAR-DIA-SEMANA
              THRU 5110-CALCULAR-DIA-SEMANA-EXIT.
           IF WS-DIA-SEMANA EQUAL 0 OR 1
              SET WS-DIA-NO-HABIL TO TRUE
              GO TO 5100-VERIFICAR-DIA-HABIL-EXIT
           END-IF.

           SET WS-FERIADO-NO TO TRUE.
           IF WS-CANT-FERIADOS > 0
              PERFORM 5120-BUSCAR-FERIADO
                 THRU 5120-BUSCAR-FERIADO-EXIT
                 VARYING WS-IDX-FERIADO FROM 1 BY 1
                 UNTIL WS-IDX-FERIADO > WS-CANT-FERIADOS
                    OR WS-FERIADO-SI
           END-IF.
           IF WS-FERIADO-SI
              SET WS-DIA-NO-HABIL TO TRUE
           END-IF.

       5100-VERIFICAR-DIA-HABIL-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       5110-CALCULAR-DIA-SEMANA.

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

       5110-CALCULAR-DIA-SEMANA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       5120-BUSCAR-FERIADO.

           IF WS-FERIADO-NUM(WS-IDX-FERIADO) EQUAL WS-FECHA-HABIL-NUM
              SET WS-FERIADO-SI TO TRUE
           END-IF.

       5120-BUSCAR-FERIADO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       5200-AVANZAR-UN-DIA.

           PERFORM 5210-CALCULAR-DIAS-MES
              THRU 5210-CALCULAR-DIAS-MES-EXIT.

           IF WS-FH-DIA < WS-DIAS-MES-MAX
              ADD 1 TO WS-FH-DIA
           ELSE
              MOVE 1 TO WS-FH-DIA
              IF WS-FH-MES < 12
                 ADD 1 TO WS-FH-MES
              ELSE
                 MOVE 1 TO WS-FH-MES
                 ADD 1 TO WS-FH-ANIO
              END-IF
           END-IF.

           PERFORM 5100-VERIFICAR-DIA-HABIL
              THRU 5100-VERIFICAR-DIA-HABIL-EXIT.

       5200-AVANZAR-UN-DIA-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       5210-CALCULAR-DIAS-MES.

           DIVIDE WS-FH-ANIO BY 4   GIVING WS-COCIENTE
                                    REMAINDER WS-RESTO-4.
           DIVIDE WS-FH-ANIO BY 100 GIVING WS-COCIENTE
                                    REMAINDER WS-RESTO-100.
           DIVIDE WS-FH-ANIO BY 400 GIVING WS-COCIENTE
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

           MOVE WS-DIAS-MES(WS-FH-MES) TO WS-DIAS-MES-MAX.
           IF WS-FH-MES EQUAL 2 AND WS-ANIO-BISIESTO
              MOVE 29 TO WS-DIAS-MES-MAX
           END-IF.

       5210-CALCULAR-DIAS-MES-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       7000-EMITIR-RESUMEN.

           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'RESUMEN DE LA CADENA NOCTURNA' DELIMITED BY SIZE
                  ' - '                     DELIMITED BY SIZE
                  WS-FECHA-PROCESO-TEXTO    DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           IF WS-ES-FIN-DE-MES
              MOVE '(ULTIMO DIA HABIL DEL MES)'
                TO WS-LINEA-REPORTE(47:26)
           END-IF.
           MOVE WS-LINEA-REPORTE TO RD-LINEA.
           WRITE RD-LINEA.
           MOVE ALL '=' TO RD-LINEA.
           WRITE RD-LINEA.

           IF WS-CADENAES-NOTOK
              MOVE SPACES TO RD-LINEA
              WRITE RD-LINEA
              MOVE '*** CADENAES NO DISPONIBLE: LA CADENA NO SE CORRIO'
                TO RD-LINEA
              WRITE RD-LINEA
              GO TO 7000-EMITIR-RESUMEN-EXIT
           END-IF.

           MOVE SPACES TO WS-LINEA-REPORTE.
           MOVE 'PASO'               TO WS-LINEA-REPORTE(1:4).
           MOVE 'PROGRAMA'           TO WS-LINEA-REPORTE(7:8).
           MOVE 'TIPO'               TO WS-LINEA-REPORTE(17:4).
           MOVE 'ESTADO'             TO WS-LINEA-REPORTE(27:6).
           MOVE 'COMIENZO'           TO WS-LINEA-REPORTE(43:8).
           MOVE 'FIN'                TO WS-LINEA-REPORTE(64:3).
           MOVE 'RC'                 TO WS-LINEA-REPORTE(85:2).
           MOVE 'CORR.'              TO WS-LINEA-REPORTE(89:5).
           MOVE 'OBSERVACION'        TO WS-LINEA-REPORTE(96:11).
           MOVE WS-LINEA-REPORTE TO RD-LINEA.
           WRITE RD-LINEA.
           MOVE ALL '-' TO RD-LINEA.
           WRITE RD-LINEA.

           PERFORM 7100-DETALLE-PASO
              THRU 7100-DETALLE-PASO-EXIT
              VARYING WS-PASO FROM 1 BY 1
              UNTIL WS-PASO > WS-CANT-PASOS.

           MOVE ALL '-' TO RD-LINEA.
           WRITE RD-LINEA.

           MOVE WS-CANT-TERMINADOS TO WS-CANT-EDIT.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'PASOS TERMINADOS ..........: ' DELIMITED BY SIZE
                  WS-CANT-EDIT                   DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO RD-LINEA.
           WRITE RD-LINEA.

           MOVE WS-CANT-NO-CORRESPONDE TO WS-CANT-EDIT.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'NO CORRESPONDEN HOY .......: ' DELIMITED BY SIZE
                  WS-CANT-EDIT                   DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO RD-LINEA.
           WRITE RD-LINEA.

           MOVE WS-CANT-FALLIDOS TO WS-CANT-EDIT.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'PASOS FALLIDOS ............: ' DELIMITED BY SIZE
                  WS-CANT-EDIT                   DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO RD-LINEA.
           WRITE RD-LINEA.

           MOVE WS-CANT-BLOQUEADOS TO WS-CANT-EDIT.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'NO INICIADOS POR PREVIOS ..: ' DELIMITED BY SIZE
                  WS-CANT-EDIT                   DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO RD-LINEA.
           WRITE RD-LINEA.

           MOVE WS-CANT-PENDIENTES TO WS-CANT-EDIT.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'PENDIENTES ................: ' DELIMITED BY SIZE
                  WS-CANT-EDIT                   DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO RD-LINEA.
           WRITE RD-LINEA.

           MOVE WS-CANT-SALTEADOS TO WS-CANT-EDIT.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'SALTEADOS (YA TERMINADOS) .: ' DELIMITED BY SIZE
                  WS-CANT-EDIT                   DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO RD-LINEA.
           WRITE RD-LINEA.

           MOVE SPACES TO RD-LINEA.
           WRITE RD-LINEA.
           MOVE SPACES TO WS-LINEA-REPORTE.
           EVALUATE TRUE
              WHEN WS-CADENA-DETENIDA
                 MOVE WS-PASO-DETENCION TO WS-PASO-EDIT
                 STRING '*** CADENA DETENIDA: FALLO EL CONTROL'
                                             DELIMITED BY SIZE
                        ' DEL PASO '         DELIMITED BY SIZE
                        WS-PASO-EDIT         DELIMITED BY SIZE
                        ' '                  DELIMITED BY SIZE
                        WS-DEF-PROGRAMA(WS-PASO-DETENCION)
                                             DELIMITED BY SIZE
                        '. REVISAR SU REPORTE Y VOLVER A CORRER'
                                             DELIMITED BY SIZE
                        ' CLCADENA.'         DELIMITED BY SIZE
                    INTO WS-LINEA-REPORTE
              WHEN WS-CANT-TERMINADOS + WS-CANT-NO-CORRESPONDE
                   EQUAL WS-CANT-PASOS
                 MOVE 'CADENA COMPLETA.' TO WS-LINEA-REPORTE
              WHEN OTHER
                 MOVE '*** CADENA INCOMPLETA: CORREGIR LOS PASOS FALLIDO
      -               'S Y VOLVER A CORRER CLCADENA.'
                   TO WS-LINEA-REPORTE
           END-EVALUATE.
           MOVE WS-LINEA-REPORTE TO RD-LINEA.
           WRITE RD-LINEA.

       7000-EMITIR-RESUMEN-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       7100-DETALLE-PASO.

           EVALUATE TRUE
              WHEN WS-DEF-PROCESO(WS-PASO)
                 MOVE 'PROCESO'  TO WS-TIPO-TEXTO
              WHEN WS-DEF-REPORTE(WS-PASO)
                 MOVE 'REPORTE'  TO WS-TIPO-TEXTO
              WHEN WS-DEF-CONTROL(WS-PASO)
                 MOVE 'CONTROL'  TO WS-TIPO-TEXTO
              WHEN OTHER
                 MOVE 'CORTE'    TO WS-TIPO-TEXTO
           END-EVALUATE.

           EVALUATE TRUE
              WHEN WS-EST-TERMINADO(WS-PASO)
                 MOVE 'TERMINADO'      TO WS-ESTADO-TEXTO
                 ADD 1 TO WS-CANT-TERMINADOS
              WHEN WS-EST-NO-CORRESPONDE(WS-PASO)
                 MOVE 'NO CORRESPONDE' TO WS-ESTADO-TEXTO
                 ADD 1 TO WS-CANT-NO-CORRESPONDE
              WHEN WS-EST-FALLIDO(WS-PASO)
                 MOVE 'FALLIDO'        TO WS-ESTADO-TEXTO
                 ADD 1 TO WS-CANT-FALLIDOS
              WHEN WS-EST-BLOQUEADO(WS-PASO)
                 MOVE 'NO INICIADO'    TO WS-ESTADO-TEXTO
                 ADD 1 TO WS-CANT-BLOQUEADOS
              WHEN WS-EST-EN-CURSO(WS-PASO)
                 MOVE 'INTERRUMPIDO'   TO WS-ESTADO-TEXTO
                 ADD 1 TO WS-CANT-FALLIDOS
              WHEN OTHER
                 MOVE 'PENDIENTE'      TO WS-ESTADO-TEXTO
                 ADD 1 TO WS-CANT-PENDIENTES
           END-EVALUATE.

      *    Lo terminado en una corrida anterior se marca, para que el
      *    turno de la manana vea que parte corrio en la recorrida.
           IF WS-EST-SALTEADO(WS-PASO)
           AND WS-EST-TERMINADO(WS-PASO)
              MOVE '(CORRIDA ANTERIOR)' TO WS-EST-OBSERVACION(WS-PASO)
           END-IF.

           MOVE WS-PASO TO WS-PASO-EDIT.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING ' '                               DELIMITED BY SIZE
                  WS-PASO-EDIT                      DELIMITED BY SIZE
                  '   '                             DELIMITED BY SIZE
                  WS-DEF-PROGRAMA(WS-PASO)          DELIMITED BY SIZE
                  '  '                              DELIMITED BY SIZE
                  WS-TIPO-TEXTO                     DELIMITED BY SIZE
                  '  '                              DELIMITED BY SIZE
                  WS-ESTADO-TEXTO                   DELIMITED BY SIZE
                  '  '                              DELIMITED BY SIZE
                  WS-EST-FECHA-INICIO(WS-PASO)      DELIMITED BY SIZE
                  ' '                               DELIMITED BY SIZE
                  WS-EST-HORA-INICIO(WS-PASO)       DELIMITED BY SIZE
                  '  '                              DELIMITED BY SIZE
                  WS-EST-FECHA-FIN(WS-PASO)         DELIMITED BY SIZE
                  ' '                               DELIMITED BY SIZE
                  WS-EST-HORA-FIN(WS-PASO)          DELIMITED BY SIZE
                  '  '                              DELIMITED BY SIZE
                  WS-EST-CODIGO-RETORNO(WS-PASO)    DELIMITED BY SIZE
                  '  '                              DELIMITED BY SIZE
                  WS-EST-CANT-CORRIDAS(WS-PASO)     DELIMITED BY SIZE
                  '     '                           DELIMITED BY SIZE
                  WS-EST-OBSERVACION(WS-PASO)       DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO RD-LINEA.
           WRITE RD-LINEA.

       7100-DETALLE-PASO-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       8000-TOTALES.

           DISPLAY 'CLCADENA - Pasos corridos .........: '
              WS-CANT-CORRIDOS.
           DISPLAY 'CLCADENA - Salteados (terminados) .: '
              WS-CANT-SALTEADOS.
           DISPLAY 'CLCADENA - Fallidos ...............: '
              WS-CANT-FALLIDOS.
           DISPLAY 'CLCADENA - No iniciados ...........: '
              WS-CANT-BLOQUEADOS.

      *    La cadena incompleta vuelve con codigo de retorno para el
      *    planificador.
           IF WS-CANT-TERMINADOS + WS-CANT-NO-CORRESPONDE
              NOT EQUAL WS-CANT-PASOS
              DISPLAY 'CLCADENA - Cadena del ' WS-FECHA-PROCESO-TEXTO
                 ' INCOMPLETA: ver REPCADEN.'
              MOVE 8 TO RETURN-CODE
           ELSE
              DISPLAY 'CLCADENA - Cadena del ' WS-FECHA-PROCESO-TEXTO
                 ' completa.'
           END-IF.

       8000-TOTALES-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       9000-FINALIZAR.

           IF WS-CADENAES-OK
              CLOSE CADENAES
           END-IF.
           CLOSE REPCADEN.

       9000-FINALIZAR-EXIT.
           EXIT.


       END PROGRAM CLCADENA.
