      *           paga la comision de su concepto (TARIFCON/CTACOMIS)
      *           igual que si la hubiera posteado CLPOSTEO.  El
      *           reporte REPREPOS dice que se recupero y que sigue
      *           fallando.  Las retenciones y embargos vigentes
      *           (RETENCIO) se descuentan del disponible igual que en
      *           CLPOSTEO, y el reintento que frenan queda en OPDETEN.
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

           SELECT REPREPOS ASSIGN TO "REPREPOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REPREPOS.
       FD  BANCOEXT.
           COPY BANCOEXT.

       FD  RETENCIO.
           COPY RETENCIO.

       FD  OPDETEN.
           COPY OPDETEN.

       FD  REPREPOS.
       01  RP-LINEA                            PIC X(80).

          05 WS-STATUS-CTACOMIS                PIC X(02).
          05 WS-STATUS-COMISION                PIC X(02).
          05 WS-STATUS-BANCOEXT                PIC X(02).
          05 WS-STATUS-RETENCIO                PIC X(02).
          05 WS-STATUS-OPDETEN                 PIC X(02).
          05 WS-STATUS-REPREPOS                PIC X(02).

       01 WS-FIN-ARCHIVO                       PIC X(01).
          88 WS-NO-HAY-SOBGIROS                VALUE 'N'.
       01 WS-IMPORTE-LINEA                     PIC 9(12)V9(02).

      *    -- retenciones y embargos de la cuenta a debitar, igual
      *       que en CLPOSTEO: la disponibilidad de RETENCIO se fija
      *       una sola vez al abrirlo ---------------------------------*
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
       01 WS-HORA-SISTEMA.
          05 WS-HORA-SIS-HH                    PIC 9(02).
          05 WS-HORA-SIS-MM                    PIC 9(02).
          05 WS-HORA-SIS-SS                    PIC 9(02).
          05 FILLER                            PIC 9(02).

      *    -- tarifa de comisiones por concepto, cargada al inicio,
      *       igual que en CLPOSTEO ----------------------------------*
       01 WS-TABLA-TARIFAS.
                                                VALUE ZERO.
          05 WS-CANT-AGOTADAS                  PIC 9(07) COMP
                                                VALUE ZERO.
          05 WS-CANT-DETENIDAS                 PIC 9(07) COMP
                                                VALUE ZERO.

       01 WS-LINEA-REPORTE                     PIC X(80).
       01 WS-CANT-EDIT                         PIC ZZZZ.ZZ9.
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

           PERFORM 1100-CARGAR-REINTENTOS
              THRU 1100-CARGAR-REINTENTOS-EXIT.

      *    Misma regla que 2110-VERIFICAR-SALDO-DEBITO de CLPOSTEO:
      *    la operacion solo se postea si la cuenta a debitar tiene
      *    saldo registrado y alcanza para cubrir el importe, o si la
      *    linea de sobregiro vigente (SOBGIROS) cubre la diferencia,
      *    descontadas las retenciones parciales vigentes; con un
      *    bloqueo total vigente no se postea.
           SET WS-POSTEO-OK TO TRUE.
           SET WS-NO-DETENIDA-POR-RETENCION TO TRUE.
           MOVE ZEROS TO WS-SALDO-DEBITO.
           MOVE ZEROS TO WS-IMPORTE-LINEA.

                  SET WS-POSTEO-NOTOK TO TRUE
               NOT INVALID KEY
                  MOVE SA-SALDO TO WS-SALDO-DEBITO
                  PERFORM 2230-BUSCAR-RETENCIONES
                     THRU 2230-BUSCAR-RETENCIONES-EXIT
                  IF WS-CUENTA-BLOQUEADA
                     SET WS-POSTEO-NOTOK TO TRUE
                     SET WS-DETENIDA-POR-RETENCION TO TRUE
                  ELSE
                     IF SA-SALDO - WS-IMPORTE-RETENIDO < PO-IMPORTE
                        PERFORM 2210-BUSCAR-LINEA-SOBGIRO
                           THRU 2210-BUSCAR-LINEA-SOBGIRO-EXIT
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
       2230-BUSCAR-RETENCIONES.

      *    Misma regla que 2112-BUSCAR-RETENCIONES de CLPOSTEO: solo
      *    cuentan las retenciones activas no vencidas.
           SET WS-CUENTA-NO-BLOQUEADA TO TRUE.
           MOVE ZEROS TO WS-IMPORTE-RETENIDO.
           IF WS-NO-HAY-RETENCIO
              GO TO 2230-BUSCAR-RETENCIONES-EXIT
           END-IF.

           MOVE PO-CUENTA-DEBITO TO RN-NRO-CUENTA.
           READ RETENCIO
               INVALID KEY
                  GO TO 2230-BUSCAR-RETENCIONES-EXIT
           END-READ.

           PERFORM 2240-EVALUAR-RETENCION
              THRU 2240-EVALUAR-RETENCION-EXIT
              VARYING RN-IDX-RETENCION FROM 1 BY 1
                UNTIL RN-IDX-RETENCION > 10.

       2230-BUSCAR-RETENCIONES-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2240-EVALUAR-RETENCION.

           IF NOT RN-ACTIVA(RN-IDX-RETENCION)
              GO TO 2240-EVALUAR-RETENCION-EXIT
           END-IF.

           IF RN-FECHA-VENCIMIENTO(RN-IDX-RETENCION) NOT EQUAL SPACES
              MOVE RN-FECHA-VENCIMIENTO(RN-IDX-RETENCION)
                TO WS-FECHA-TEXTO
              PERFORM 2220-CONVERTIR-FECHA
                 THRU 2220-CONVERTIR-FECHA-EXIT
              IF WS-CONVERSION-OK
              AND WS-FECHA-CONV-NUM < WS-FECHA-SISTEMA
                 GO TO 2240-EVALUAR-RETENCION-EXIT
              END-IF
           END-IF.

           IF RN-BLOQUEO-TOTAL(RN-IDX-RETENCION)
              SET WS-CUENTA-BLOQUEADA TO TRUE
           ELSE
              ADD RN-IMPORTE(RN-IDX-RETENCION) TO WS-IMPORTE-RETENIDO
           END-IF.

       2240-EVALUAR-RETENCION-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       2300-DETALLE-RECUPERADA.

      *----------------------------------------------------------------*
       2500-DETALLE-SIN-SALDO.

           IF WS-DETENIDA-POR-RETENCION
              PERFORM 2510-REGISTRAR-DETENCION
                 THRU 2510-REGISTRAR-DETENCION-EXIT
              GO TO 2500-DETALLE-SIN-SALDO-EXIT
           END-IF.

           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'OPERACION '        DELIMITED BY SIZE
                  PO-NRO-OPERACION    DELIMITED BY SIZE
           EXIT.


      *----------------------------------------------------------------*
       2510-REGISTRAR-DETENCION.

      *    El reintento frenado por una retencion se informa aparte y
      *    queda en OPDETEN para el reporte de cuentas retenidas.
           ADD 1 TO WS-CANT-DETENIDAS.

           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'OPERACION '        DELIMITED BY SIZE
                  PO-NRO-OPERACION    DELIMITED BY SIZE
                  ' DETENIDA POR RETENCION, INTENTO '
                                      DELIMITED BY SIZE
                  WS-RT-CANT-INTENTOS(WS-IDX-HALLADO)
                                      DELIMITED BY SIZE
                  ' DE '              DELIMITED BY SIZE
                  WS-MAX-INTENTOS     DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO RP-LINEA.
           WRITE RP-LINEA.

           ACCEPT WS-HORA-SISTEMA FROM TIME.
           MOVE SPACES TO OD-DETENCION.
           MOVE WS-FECHA-SISTEMA-TEXTO TO OD-FECHA.
           STRING WS-HORA-SIS-HH DELIMITED BY SIZE
                  ':'            DELIMITED BY SIZE
                  WS-HORA-SIS-MM DELIMITED BY SIZE
                  ':'            DELIMITED BY SIZE
                  WS-HORA-SIS-SS DELIMITED BY SIZE
             INTO OD-HORA.
           MOVE 'CLREPOST'          TO OD-PROGRAMA.
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

       2510-REGISTRAR-DETENCION-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       3000-DEBITAR-CUENTA.

           MOVE WS-LINEA-REPORTE TO RP-LINEA.
           WRITE RP-LINEA.

           MOVE WS-CANT-DETENIDAS TO WS-CANT-EDIT.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING '  DETENIDAS POR RETENCION .....: ' DELIMITED BY SIZE
                  WS-CANT-EDIT                        DELIMITED BY SIZE
              INTO WS-LINEA-REPORTE.
           MOVE WS-LINEA-REPORTE TO RP-LINEA.
           WRITE RP-LINEA.

           MOVE WS-CANT-AGOTADAS TO WS-CANT-EDIT.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING 'AGOTARON LOS REINTENTOS .......: ' DELIMITED BY SIZE
              WS-CANT-RECUPERADAS.
           DISPLAY 'CLREPOST - Siguen sin saldo .......: '
              WS-CANT-SIN-SALDO.
           DISPLAY 'CLREPOST - Detenidas por retencion : '
              WS-CANT-DETENIDAS.
           DISPLAY 'CLREPOST - Agotaron reintentos ....: '
              WS-CANT-AGOTADAS.

           IF WS-HAY-SOBGIROS
              CLOSE SOBGIROS
           END-IF.
           IF WS-HAY-RETENCIO
              CLOSE RETENCIO OPDETEN
           END-IF.

       9000-FINALIZAR-EXIT.
           EXIT.
