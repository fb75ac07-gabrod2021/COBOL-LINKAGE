      *  (inclusive) paga el importe de comision del tramo, en la
      *  moneda de la cuenta debitada.  El concepto sin registro (o
      *  sin tramo que alcance el importe) no paga comision.
      *  La modalidad de cobro vale para todos los tramos del
      *  concepto y solo distingue en los pagos masivos (CLPAGMAS):
      *  'L' cobra una comision por lote segun el total del lote;
      *  'O' (o blanco) cobra una por cada linea segun su importe.
      *  La transferencia individual paga siempre su tramo.
      *----------------------------------------------------------------*
       01 TF-TARIFA.
          05 TF-COD-CONCEPTO                   PIC X(03).
          05 TF-IMPORTE-DESDE                  PIC 9(10)V9(02).
          05 TF-IMPORTE-HASTA                  PIC 9(10)V9(02).
          05 TF-IMPORTE-COMISION               PIC 9(10)V9(02).
          05 TF-MODALIDAD-COBRO                PIC X(01).
             88 TF-COBRO-POR-OPERACION         VALUE 'O' ' '.
             88 TF-COBRO-POR-LOTE              VALUE 'L'.
