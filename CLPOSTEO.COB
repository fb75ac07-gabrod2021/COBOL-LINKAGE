      *           se debita de la cuenta debitada y se acredita a la
      *           cuenta de ingresos por comisiones (CTACOMIS), con
      *           constancia en COMISION para el extracto y el
      *           reporte diario de comisiones.  Las retenciones y
      *           embargos vigentes de la cuenta debito (RETENCIO)
      *           se descuentan del disponible: un bloqueo total no
      *           deja debitar, uno parcial reserva su importe, y la
      *           operacion que frenan queda ademas en OPDETEN.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-BANCOEXT.

           SELECT RETENCIO ASSIGN TO "RETENCIO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RN-NRO-CUENTA
               FILE STATUS IS WS-STATUS-RETENCIO.

           SELECT OPDETEN ASSIGN TO "OPDETEN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-OPDETEN.


       DATA DIVISION.

       FD  BANCOEXT.
           COPY BANCOEXT.

       FD  RETENCIO.
           COPY RETENCIO.

       FD  OPDETEN.
           COPY OPDETEN.


       WORKING-STORAGE SECTION.

          05 WS-STATUS-CTACOMIS                PIC X(02).
          05 WS-STATUS-COMISION                PIC X(02).
          05 WS-STATUS-BANCOEXT                PIC X(02).
          05 WS-STATUS-RETENCIO                PIC X(02).
          05 WS-STATUS-OPDETEN                 PIC X(02).

       01 WS-FIN-ARCHIVO                       PIC X(01).
          88 WS-HAY-MAS-REGISTROS              VALUE 'N'.
       01 WS-LINEA-EDIT                        PIC Z(11)9,99.
       01 WS-UTILIZADA-EDIT                    PIC Z(11)9,99.

      *    -- retenciones y embargos de la cuenta a debitar -----------*
      *    La disponibilidad de RETENCIO se fija al abrirlo, igual
      *    que la de SOBGIROS.  WS-IMPORTE-RETENIDO suma las
      *    retenciones parciales vigentes; un bloqueo total vigente
      *    impide el debito cualquiera sea el saldo.
       01 WS-RETENCIO-DISPONIBLE               PIC X(01) VALUE 'N'.
          88 WS-HAY-RETENCIO                   VALUE 'S'.
          88 WS-NO-HAY-RETENCIO                VALUE 'N'.
       01 WS-BLOQUEO-RETENCION                 PIC X(01).
          88 WS-CUENTA-BLOQUEADA               VALUE 'S'.
          88 WS-CUENTA-NO-BLOQUEADA            VALUE 'N'.
       01 WS-DETENCION-RETENCION               PIC X(01).
          88 WS-DETENIDA-POR-RETENCION         VALUE 'S'.
          88 WS-NO-DETENIDA-POR-RETENCION      VALUE 'N'.
       01 WS-IMPORTE-RETENIDO                  PIC 9(12)V9(02).
       01 WS-RETENIDO-EDIT                     PIC Z(11)9,99.
       01 WS-HORA-SISTEMA.
          05 WS-HORA-SIS-HH                    PIC 9(02).
          05 WS-HORA-SIS-MM                    PIC 9(02).
          05 WS-HORA-SIS-SS                    PIC 9(02).
          05 FILLER                            PIC 9(02).

      *    -- conversion del vencimiento dd-mm-aaaa a aaaammdd --------*
       01 WS-FECHA-TEXTO                       PIC X(10).
       01 WS-FECHA-CONV-NUM                    PIC 9(08).
                                                VALUE ZERO.
          05 WS-CANT-YA-EXCEPTUADAS            PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-DETENIDAS                 PIC 9(07) COMP
                                                VALUE ZERO.


       PROCEDURE DIVISION.
              SET WS-HAY-SOBGIROS TO TRUE
           END-IF.

      *    Sin archivo de retenciones todo el saldo esta disponible.
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

      *    Sin tarifa de comisiones (o sin cuenta de ingresos para la
      *    moneda) el posteo no cobra comision, como hasta ahora.
           OPEN INPUT TARIFCON.
      *    corre por el circuito de reparacion, no por reintentos de
      *    esta corrida.  La cuenta con linea de sobregiro vigente
      *    (SOBGIROS) puede debitar hasta dejar el saldo en menos el
      *    importe acordado.  El disponible es el saldo menos las
      *    retenciones parciales vigentes mas la linea; con un
      *    bloqueo total vigente no hay disponible.  Si sin las
      *    retenciones la operacion hubiera pasado, queda marcada
      *    como detenida por retencion.
           SET WS-POSTEO-OK TO TRUE.
           SET WS-NO-DETENIDA-POR-RETENCION TO TRUE.
           MOVE ZEROS TO WS-SALDO-DEBITO.
           SET WS-SIN-LINEA TO TRUE.
           MOVE ZEROS TO WS-IMPORTE-LINEA WS-LINEA-UTILIZADA.
                  SET WS-POSTEO-NOTOK TO TRUE
               NOT INVALID KEY
                  MOVE SA-SALDO TO WS-SALDO-DEBITO
                  PERFORM 2112-BUSCAR-RETENCIONES
                     THRU 2112-BUSCAR-RETENCIONES-EXIT
                  IF WS-CUENTA-BLOQUEADA
                     SET WS-POSTEO-NOTOK TO TRUE
                     SET WS-DETENIDA-POR-RETENCION TO TRUE
                  ELSE
                     IF SA-SALDO - WS-IMPORTE-RETENIDO < PO-IMPORTE
                        PERFORM 2115-BUSCAR-LINEA-SOBGIRO
                           THRU 2115-BUSCAR-LINEA-SOBGIRO-EXIT
                        IF SA-SALDO - WS-IMPORTE-RETENIDO
                           + WS-IMPORTE-LINEA < PO-IMPORTE
                           SET WS-POSTEO-NOTOK TO TRUE
                           IF SA-SALDO + WS-IMPORTE-LINEA
                                          NOT < PO-IMPORTE
                              SET WS-DETENIDA-POR-RETENCION TO TRUE
                           END-IF
                        END-IF
                     END-IF
                  END-IF
           END-READ.
           EXIT.


      *----------------------------------------------------------------*
       2112-BUSCAR-RETENCIONES.

      *    Solo cuentan las retenciones activas no vencidas: la que
      *    vencio deja de retener en el dia aunque CLREPRET todavia no
      *    la haya marcado como vencida en el archivo.
           SET WS-CUENTA-NO-BLOQUEADA TO TRUE.
           MOVE ZEROS TO WS-IMPORTE-RETENIDO.
           IF WS-NO-HAY-RETENCIO
              GO TO 2112-BUSCAR-RETENCIONES-EXIT
           END-IF.

           MOVE PO-CUENTA-DEBITO TO RN-NRO-CUENTA.
           READ RETENCIO
               INVALID KEY
                  GO TO 2112-BUSCAR-RETENCIONES-EXIT
           END-READ.

           PERFORM 2113-EVALUAR-RETENCION
              THRU 2113-EVALUAR-RETENCION-EXIT
              VARYING RN-IDX-RETENCION FROM 1 BY 1
                UNTIL RN-IDX-RETENCION > 10.

       2112-BUSCAR-RETENCIONES-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2113-EVALUAR-RETENCION.

           IF NOT RN-ACTIVA(RN-IDX-RETENCION)
              GO TO 2113-EVALUAR-RETENCION-EXIT
           END-IF.

           IF RN-FECHA-VENCIMIENTO(RN-IDX-RETENCION) NOT EQUAL SPACES
              MOVE RN-FECHA-VENCIMIENTO(RN-IDX-RETENCION)
                TO WS-FECHA-TEXTO
              PERFORM 2160-CONVERTIR-FECHA
                 THRU 2160-CONVERTIR-FECHA-EXIT
              IF WS-CONVERSION-OK
              AND WS-FECHA-CONV-NUM < WS-FECHA-SISTEMA
                 GO TO 2113-EVALUAR-RETENCION-EXIT
              END-IF
           END-IF.

           IF RN-BLOQUEO-TOTAL(RN-IDX-RETENCION)
              SET WS-CUENTA-BLOQUEADA TO TRUE
           ELSE
              ADD RN-IMPORTE(RN-IDX-RETENCION) TO WS-IMPORTE-RETENIDO
           END-IF.

       2113-EVALUAR-RETENCION-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2115-BUSCAR-LINEA-SOBGIRO.

              MOVE 'SALDO INSUFICIENTE EN CUENTA DEBITO'
                TO PX-MOTIVO-EXCEPCION
           END-IF.
      *    La operacion frenada por una retencion lo dice en el
      *    motivo, con el importe retenido, y queda en OPDETEN.
           IF WS-DETENIDA-POR-RETENCION
              PERFORM 2145-REGISTRAR-DETENCION
                 THRU 2145-REGISTRAR-DETENCION-EXIT
           END-IF.
           WRITE PX-EXCEPCION.
           IF WS-STATUS-POSTEXCE NOT EQUAL '00'
              DISPLAY 'Error grabando POSTEXCE, status '
           EXIT.


      *----------------------------------------------------------------*
       2145-REGISTRAR-DETENCION.

           MOVE SPACES TO PX-MOTIVO-EXCEPCION.
           IF WS-CUENTA-BLOQUEADA
              MOVE 'CUENTA DEBITO BLOQUEADA POR RETENCION'
                TO PX-MOTIVO-EXCEPCION
           ELSE
              MOVE WS-IMPORTE-RETENIDO TO WS-RETENIDO-EDIT
              MOVE WS-IMPORTE-LINEA    TO WS-LINEA-EDIT
              STRING 'FONDOS RETENIDOS EN CUENTA DEBITO.'
                                          DELIMITED BY SIZE
                     ' RETENIDO '         DELIMITED BY SIZE
                     WS-RETENIDO-EDIT     DELIMITED BY SIZE
                     ' LINEA SOBGIRO '    DELIMITED BY SIZE
                     WS-LINEA-EDIT        DELIMITED BY SIZE
                INTO PX-MOTIVO-EXCEPCION
           END-IF.

           ACCEPT WS-HORA-SISTEMA FROM TIME.
           MOVE SPACES TO OD-DETENCION.
           MOVE WS-FECHA-SISTEMA-TEXTO TO OD-FECHA.
           STRING WS-HORA-SIS-HH DELIMITED BY SIZE
                  ':'            DELIMITED BY SIZE
                  WS-HORA-SIS-MM DELIMITED BY SIZE
                  ':'            DELIMITED BY SIZE
                  WS-HORA-SIS-SS DELIMITED BY SIZE
             INTO OD-HORA.
           MOVE 'CLPOSTEO'          TO OD-PROGRAMA.
           MOVE PO-NRO-OPERACION    TO OD-NRO-OPERACION.
           MOVE PO-CUENTA-DEBITO    TO OD-CUENTA-DEBITO.
           MOVE PO-CUENTA-CREDITO   TO OD-CUENTA-CREDITO.
           MOVE PO-IMPORTE          TO OD-IMPORTE.
           MOVE WS-SALDO-DEBITO     TO OD-SALDO.
           MOVE WS-IMPORTE-RETENIDO TO OD-IMPORTE-RETENIDO.
           IF WS-CUENTA-BLOQUEADA
              SET OD-BLOQUEO-TOTAL TO TRUE
           ELSE
              SET OD-BLOQUEO-PARCIAL TO TRUE
           END-IF.
           WRITE OD-DETENCION.
           IF WS-STATUS-OPDETEN NOT EQUAL '00'
              DISPLAY 'Error grabando OPDETEN, status '
                 WS-STATUS-OPDETEN ' - operacion ' PO-NRO-OPERACION
           END-IF.

           ADD 1 TO WS-CANT-DETENIDAS.

       2145-REGISTRAR-DETENCION-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       8000-INFORMAR-TOTALES.

              WS-CANT-YA-REALIZADAS.
           DISPLAY 'CLPOSTEO - Ya en excepcion (omit.) : '
              WS-CANT-YA-EXCEPTUADAS.
           DISPLAY 'CLPOSTEO - Detenidas por retencion : '
              WS-CANT-DETENIDAS.

       8000-INFORMAR-TOTALES-EXIT.
           EXIT.
           IF WS-HAY-SOBGIROS
              CLOSE SOBGIROS
           END-IF.
           IF WS-HAY-RETENCIO
              CLOSE RETENCIO OPDETEN
           END-IF.

       9000-FINALIZAR-EXIT.
           EXIT.
