      *  saliente.  Guarda los datos completos de la transferencia
      *  para que la devuelta por el banco contraparte pueda pasar a
      *  RECHAZOS y al circuito de reparacion.  El estado lo marca
      *  CLINTERD al procesar el archivo de retorno, junto con la
      *  fecha de proceso en que la envio quedo liquidada o devuelta
      *  (dd-mm-aaaa, en blanco mientras sigue enviada).
      *----------------------------------------------------------------*
       01 IE-ENVIO.
          05 IE-NRO-OPERACION                  PIC 9(10).
             88 IE-LIQUIDADA                   VALUE 'L'.
             88 IE-DEVUELTA                    VALUE 'D'.
          05 IE-MOTIVO-DEVOLUCION              PIC X(30).
          05 IE-FECHA-LIQUIDACION              PIC X(10).
