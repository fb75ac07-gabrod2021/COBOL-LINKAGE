      *----------------------------------------------------------------*
      *  Registro del archivo de resultado de pagos masivos
      *  (PAGMASRS) que se devuelve al cliente: una cabecera ('C')
      *  con el resultado del lote y un registro ('D') por cada
      *  detalle recibido.  El lote se acepta o se rechaza entero:
      *  si se rechaza, cada detalle dice su propio error o, si no
      *  tenia ninguno, que quedo sin procesar.  En el lote aceptado
      *  cada detalle lleva el numero de operacion de su credito.
      *  PR-CUENTA es la cuenta debitada en la cabecera y la
      *  acreditada en el detalle; PR-NRO-LOTE es el numero de
      *  operacion del debito unico del lote.
      *----------------------------------------------------------------*
       01 PR-RESULTADO.
          05 PR-TIPO-REGISTRO                  PIC X(01).
             88 PR-ES-CABECERA                 VALUE 'C'.
             88 PR-ES-DETALLE                  VALUE 'D'.
          05 PR-REFERENCIA-LOTE                PIC X(20).
          05 PR-NRO-LOTE                       PIC 9(10).
          05 PR-NRO-LINEA                      PIC 9(06).
          05 PR-CUENTA                         PIC X(22).
          05 PR-IMPORTE                        PIC 9(10)V9(02).
          05 PR-IMPORTE-COMISION               PIC 9(10)V9(02).
          05 PR-NRO-OPERACION                  PIC 9(10).
          05 PR-ESTADO                         PIC X(01).
             88 PR-ACEPTADO                    VALUE 'A'.
             88 PR-ENVIADO-OTRO-BANCO          VALUE 'E'.
             88 PR-RECHAZADO                   VALUE 'R'.
             88 PR-NO-PROCESADO                VALUE 'N'.
          05 PR-MOTIVO                         PIC X(60).
