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

             05 WS-STATUS-LIMITES              PIC X(02).
             05 WS-STATUS-ACUMDIA              PIC X(02).
             05 WS-STATUS-BANCOEXT             PIC X(02).
             05 WS-STATUS-RETENCIO             PIC X(02).
             05 WS-STATUS-OPDETEN              PIC X(02).

          01 WS-FIN-ARCHIVO                    PIC X(01).
             88 WS-HAY-MAS-REGISTROS           VALUE 'N'.
          01 WS-LIMITE-DIARIO-EDIT             PIC Z(11)9,99.
          01 WS-ACUMULADO-EDIT                 PIC Z(11)9,99.

      *    -- retenciones y embargos de la cuenta debito ----------*
      *    Igual que LIMITES, la disponibilidad de RETENCIO se fija
      *    al abrirlo.  Solo un bloqueo total frena la transferencia
      *    en la validacion; las retenciones parciales se descuentan
      *    del saldo disponible en el posteo.
          01 WS-RETENCIO-DISPONIBLE            PIC X(01) VALUE 'N'.
             88 WS-HAY-RETENCIO                VALUE 'S'.
             88 WS-NO-HAY-RETENCIO             VALUE 'N'.
          01 WS-BLOQUEO-RETENCION              PIC X(01).
             88 WS-CUENTA-BLOQUEADA            VALUE 'S'.
             88 WS-CUENTA-NO-BLOQUEADA         VALUE 'N'.
          01 WS-RET-VENCIMIENTO-NUM.
             05 WS-RET-VTO-ANIO                PIC X(04).
             05 WS-RET-VTO-MES                 PIC X(02).
             05 WS-RET-VTO-DIA                 PIC X(02).
          01 WS-HORA-SISTEMA.
             05 WS-HORA-SIS-HH                 PIC 9(02).
             05 WS-HORA-SIS-MM                 PIC 9(02).
             05 WS-HORA-SIS-SS                 PIC 9(02).
             05 FILLER                         PIC 9(02).

      *    -- armado del motivo de rechazo ------------------------*
          01 WS-MOTIVO-RECHAZO                 PIC X(250).
          01 WS-MOTIVO-TEXTO-TMP               PIC X(70).
              SET WS-HAY-LIMITES TO TRUE
           END-IF.

      *    Sin archivo de retenciones ninguna cuenta esta bloqueada.
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

           OPEN I-O ACUMDIA.
           IF WS-STATUS-ACUMDIA EQUAL '35'
              OPEN OUTPUT ACUMDIA
                     PERFORM 1900-AGREGAR-MOTIVO
                        THRU 1900-AGREGAR-MOTIVO-EXIT
                  END-IF
                  IF WS-HAY-RETENCIO
                     PERFORM 1215-VERIFICAR-RETENCIONES
                        THRU 1215-VERIFICAR-RETENCIONES-EXIT
                  END-IF
                  IF CM-COD-MONEDA NOT EQUAL LK-COD-MONEDA
                     SET LK-VALIDACION-NOTOK TO TRUE
                     MOVE 'MONEDA CTA DEBITO NO COINCIDE'
           EXIT.


      *----------------------------------------------------------------*
       1215-VERIFICAR-RETENCIONES.

      *    Una cuenta con un embargo o retencion de alcance total
      *    vigente no admite debitos.  La retencion vencida ya no
      *    bloquea aunque CLREPRET todavia no la haya marcado.
           SET WS-CUENTA-NO-BLOQUEADA TO TRUE.
           MOVE LK-CUENTA-DEBITO TO RN-NRO-CUENTA.
           READ RETENCIO
               INVALID KEY
                  GO TO 1215-VERIFICAR-RETENCIONES-EXIT
           END-READ.

           PERFORM 1216-EVALUAR-RETENCION
              THRU 1216-EVALUAR-RETENCION-EXIT
              VARYING RN-IDX-RETENCION FROM 1 BY 1
                UNTIL RN-IDX-RETENCION > 10
                   OR WS-CUENTA-BLOQUEADA.

           IF WS-CUENTA-BLOQUEADA
              SET LK-VALIDACION-NOTOK TO TRUE
              MOVE 'CUENTA DEBITO BLOQUEADA POR RETENCION'
                TO WS-MOTIVO-TEXTO-TMP
              PERFORM 1900-AGREGAR-MOTIVO
                 THRU 1900-AGREGAR-MOTIVO-EXIT
              PERFORM 1217-REGISTRAR-DETENCION
                 THRU 1217-REGISTRAR-DETENCION-EXIT
           END-IF.

       1215-VERIFICAR-RETENCIONES-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       1216-EVALUAR-RETENCION.

           IF NOT RN-ACTIVA(RN-IDX-RETENCION)
           OR NOT RN-BLOQUEO-TOTAL(RN-IDX-RETENCION)
              GO TO 1216-EVALUAR-RETENCION-EXIT
           END-IF.

           IF RN-FECHA-VENCIMIENTO(RN-IDX-RETENCION) NOT EQUAL SPACES
              MOVE RN-FECHA-VENCIMIENTO(RN-IDX-RETENCION)(7:4)
                TO WS-RET-VTO-ANIO
              MOVE RN-FECHA-VENCIMIENTO(RN-IDX-RETENCION)(4:2)
                TO WS-RET-VTO-MES
              MOVE RN-FECHA-VENCIMIENTO(RN-IDX-RETENCION)(1:2)
                TO WS-RET-VTO-DIA
              IF WS-RET-VENCIMIENTO-NUM IS NUMERIC
              AND WS-RET-VENCIMIENTO-NUM < WS-FECHA-SISTEMA
                 GO TO 1216-EVALUAR-RETENCION-EXIT
              END-IF
           END-IF.

           SET WS-CUENTA-BLOQUEADA TO TRUE.

       1216-EVALUAR-RETENCION-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       1217-REGISTRAR-DETENCION.

      *    La transferencia frenada por la retencion queda en OPDETEN
      *    para el reporte diario de cuentas retenidas (CLREPRET).
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           MOVE SPACES TO OD-DETENCION.
           MOVE WS-FECHA-SISTEMA-TEXTO TO OD-FECHA.
           STRING WS-HORA-SIS-HH DELIMITED BY SIZE
                  ':'            DELIMITED BY SIZE
                  WS-HORA-SIS-MM DELIMITED BY SIZE
                  ':'            DELIMITED BY SIZE
                  WS-HORA-SIS-SS DELIMITED BY SIZE
             INTO OD-HORA.
           MOVE 'CLVALTRAN'       TO OD-PROGRAMA.
           MOVE LK-NRO-OPERACION  TO OD-NRO-OPERACION.
           MOVE LK-CUENTA-DEBITO  TO OD-CUENTA-DEBITO.
           MOVE LK-CUENTA-CREDITO TO OD-CUENTA-CREDITO.
           MOVE LK-IMPORTE        TO OD-IMPORTE.
           MOVE ZEROS             TO OD-SALDO OD-IMPORTE-RETENIDO.
           SET OD-BLOQUEO-TOTAL   TO TRUE.
           WRITE OD-DETENCION.
           IF WS-STATUS-OPDETEN NOT EQUAL '00'
              DISPLAY 'Error grabando OPDETEN, status '
                 WS-STATUS-OPDETEN ' - operacion ' LK-NRO-OPERACION
           END-IF.

       1217-REGISTRAR-DETENCION-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       1220-BUSCAR-CUENTA-CREDITO.

      *    de fin de proceso.
           IF NOT WS-ES-PRIMERA-VEZ
              CLOSE CTAMAEST RECHAZOS LIMITES ACUMDIA
              IF WS-HAY-RETENCIO
                 CLOSE RETENCIO OPDETEN
              END-IF
           END-IF.

       9000-FINALIZAR-EXIT.
