           MOVE WS-FECHA-PROCESO-TEXTO TO IE-FECHA-ENVIO.
           SET IE-ENVIADA TO TRUE.
           MOVE SPACES                TO IE-MOTIVO-DEVOLUCION.
           MOVE SPACES                TO IE-FECHA-LIQUIDACION.
           WRITE IE-ENVIO.
           IF WS-STATUS-INTERENV NOT EQUAL '00'
              DISPLAY 'Error grabando INTERENV, status '
