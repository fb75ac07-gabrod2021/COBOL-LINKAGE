      *----------------------------------------------------------------*
      *  Registro de control del devengamiento de intereses (DEVCTL),
      *  llevado por CLDEVINT.  Guarda la fecha (aaaammdd) de la
      *  ultima corrida que devengo, haya o no habido cuentas en
      *  descubierto, para que la corrida siguiente cuente los dias
      *  desde ella y no desde el ultimo registro de DEVINTER.
      *----------------------------------------------------------------*
       01 DC-CONTROL-DEVENGAMIENTO.
          05 DC-FECHA-ULTIMO-DEVENGAMIENTO     PIC 9(08).
