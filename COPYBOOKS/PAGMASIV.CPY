      *----------------------------------------------------------------*
      *  Registros del archivo de pagos masivos (PAGMASIV) que envia
      *  el cliente corporativo para sueldos o proveedores: una
      *  cabecera ('C') con la cuenta a debitar y los totales de
      *  control, seguida de un detalle ('D') por beneficiario,
      *  numerados desde 1.  Todos los importes estan en la moneda
      *  de la cabecera.  Los dos registros comparten el area del
      *  FD y se distinguen por el primer caracter.
      *----------------------------------------------------------------*
       01 PM-CABECERA.
          05 PM-CAB-TIPO-REGISTRO              PIC X(01).
             88 PM-ES-CABECERA                 VALUE 'C'.
             88 PM-ES-DETALLE                  VALUE 'D'.
          05 PM-REFERENCIA-LOTE                PIC X(20).
          05 PM-FECHA                          PIC X(10).
          05 PM-CUENTA-DEBITO                  PIC X(22).
          05 PM-NRO-DOCUMENTO-D                PIC X(15).
          05 PM-COD-MONEDA                     PIC X(02).
          05 PM-COD-CONCEPTO                   PIC X(03).
          05 PM-CANT-DETALLES                  PIC 9(06).
          05 PM-IMPORTE-TOTAL                  PIC 9(10)V9(02).
          05 PM-OBSERVACION                    PIC X(11).
       01 PM-DETALLE.
          05 PM-DET-TIPO-REGISTRO              PIC X(01).
          05 PM-NRO-LINEA                      PIC 9(06).
          05 PM-CUENTA-CREDITO                 PIC X(22).
          05 PM-NRO-DOCUMENTO-C                PIC X(15).
          05 PM-IMPORTE                        PIC 9(10)V9(02).
          05 PM-OBSERVACION-LINEA              PIC X(11).
          05 FILLER                            PIC X(35).
