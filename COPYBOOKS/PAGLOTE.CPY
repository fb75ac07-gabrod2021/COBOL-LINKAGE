      *----------------------------------------------------------------*
      *  Registro del control de lotes de pagos masivos (PAGLOTES),
      *  que graba CLPAGMAS.  Por cada lote recibido queda una
      *  cabecera ('C'), aceptada o rechazada, y por cada credito de
      *  un lote aceptado un detalle ('D') con el numero de
      *  operacion del credito: asi cada credito se rastrea hasta su
      *  lote y el lote hasta el debito unico en la cuenta del
      *  cliente.  PL-NRO-LOTE es el numero de operacion de ese
      *  debito (de CONTADOR); en la cabecera PL-CUENTA-CREDITO es
      *  la cuenta puente de pagos masivos.  Una referencia ya
      *  aceptada para la misma cuenta debito no se vuelve a pagar.
      *----------------------------------------------------------------*
       01 PL-LOTE.
          05 PL-NRO-LOTE                       PIC 9(10).
          05 PL-TIPO-REGISTRO                  PIC X(01).
             88 PL-ES-CABECERA                 VALUE 'C'.
             88 PL-ES-DETALLE                  VALUE 'D'.
          05 PL-NRO-LINEA                      PIC 9(06).
          05 PL-FECHA-PROCESO                  PIC X(10).
          05 PL-REFERENCIA-LOTE                PIC X(20).
          05 PL-CUENTA-DEBITO                  PIC X(22).
          05 PL-CUENTA-CREDITO                 PIC X(22).
          05 PL-COD-MONEDA                     PIC X(02).
          05 PL-COD-CONCEPTO                   PIC X(03).
          05 PL-IMPORTE                        PIC 9(10)V9(02).
          05 PL-IMPORTE-COMISION               PIC 9(10)V9(02).
          05 PL-NRO-OPERACION                  PIC 9(10).
          05 PL-CANT-DETALLES                  PIC 9(06).
          05 PL-ESTADO                         PIC X(01).
             88 PL-ACEPTADO                    VALUE 'A'.
             88 PL-ENVIADO-OTRO-BANCO          VALUE 'E'.
             88 PL-RECHAZADO                   VALUE 'R'.
          05 PL-OPERADOR                       PIC X(08).
