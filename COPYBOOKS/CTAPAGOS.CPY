      *----------------------------------------------------------------*
      *  Registro del parametro de cuentas puente de pagos masivos
      *  (CTAPAGOS): la cuenta de SALDOS que recibe el debito unico
      *  de cada lote de CLPAGMAS y desde la que salen los creditos
      *  a los beneficiarios, una por moneda.  Terminado el lote
      *  queda en cero; lo que vuelve devuelto por otro banco entra
      *  a ella hasta su reparacion.  Sin registro para la moneda
      *  los lotes de esa moneda se rechazan.
      *----------------------------------------------------------------*
       01 PP-CUENTA-PUENTE.
          05 PP-COD-MONEDA                     PIC X(02).
          05 PP-NRO-CUENTA                     PIC X(22).
