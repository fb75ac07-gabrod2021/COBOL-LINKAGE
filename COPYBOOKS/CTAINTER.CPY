      *----------------------------------------------------------------*
      *  Registro del parametro de cuentas de ingresos por intereses
      *  de descubierto (CTAINTER): la cuenta de SALDOS que recibe los
      *  intereses capitalizados, una por moneda.  Sin registro para
      *  la moneda de la cuenta el interes no se capitaliza y queda
      *  pendiente en DEVINTER.
      *----------------------------------------------------------------*
       01 IT-CUENTA-INTERES.
          05 IT-COD-MONEDA                     PIC X(02).
          05 IT-NRO-CUENTA                     PIC X(22).
