           EVALUATE TRUE
              WHEN RT-LIQUIDADA
                 SET IE-LIQUIDADA TO TRUE
                 MOVE WS-FECHA-SISTEMA-TEXTO TO IE-FECHA-LIQUIDACION
                 REWRITE IE-ENVIO
                 IF WS-STATUS-INTERENV NOT EQUAL '00'
                    DISPLAY 'Error marcando INTERENV, status '
              WHEN RT-DEVUELTA
                 SET IE-DEVUELTA TO TRUE
                 MOVE RT-MOTIVO TO IE-MOTIVO-DEVOLUCION
                 MOVE WS-FECHA-SISTEMA-TEXTO TO IE-FECHA-LIQUIDACION
                 REWRITE IE-ENVIO
                 IF WS-STATUS-INTERENV NOT EQUAL '00'
                    DISPLAY 'Error marcando INTERENV, status '
