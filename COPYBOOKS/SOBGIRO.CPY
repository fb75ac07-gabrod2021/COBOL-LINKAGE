      *  la linea esta vigente (fecha de vencimiento no alcanzada) el
      *  posteo admite debitar hasta dejar el saldo en menos el
      *  importe acordado.  La cuenta sin registro no tiene linea.
      *  Las tasas son nominales anuales en porcentaje y las usa el
      *  devengamiento diario de intereses por descubierto (CLDEVINT):
      *  la tasa de la linea rige sobre lo utilizado dentro del importe
      *  acordado mientras la linea esta vigente; la punitoria, sobre
      *  lo que excede la linea y sobre todo el descubierto una vez
      *  vencida.
      *----------------------------------------------------------------*
       01 SG-LINEA-SOBGIRO.
          05 SG-NRO-CUENTA                     PIC X(22).
          05 SG-IMPORTE-LINEA                  PIC 9(12)V9(02).
          05 SG-FECHA-VENCIMIENTO              PIC X(10).
          05 SG-TASA-LINEA                     PIC 9(03)V9(04).
          05 SG-TASA-PUNITORIA                 PIC 9(03)V9(04).
