      *----------------------------------------------------------------*
      *  Registro del archivo de intereses devengados por descubierto
      *  (DEVINTER): uno por cuenta en descubierto y por corrida del
      *  devengamiento diario CLDEVINT.  Cubre los dias corridos desde
      *  el devengamiento anterior sobre el saldo negativo de SALDOS,
      *  separado en lo utilizado dentro de la linea vigente (tasa de
      *  la linea) y lo punitorio (excedente de la linea, o todo el
      *  descubierto con la linea vencida o sin linea).  Los intereses
      *  llevan cuatro decimales: el redondeo a centavos se hace una
      *  sola vez, al capitalizar.  La capitalizacion de fin de mes
      *  (CLCAPINT) marca el registro capitalizado con la fecha y el
      *  numero de operacion del debito.
      *----------------------------------------------------------------*
       01 DV-DEVENGAMIENTO.
          05 DV-FECHA-DEVENGAMIENTO            PIC X(10).
          05 DV-NRO-CUENTA                     PIC X(22).
          05 DV-COD-MONEDA                     PIC X(02).
          05 DV-SALDO                          PIC S9(12)V9(02).
          05 DV-DIAS                           PIC 9(03).
          05 DV-SITUACION-LINEA                PIC X(01).
             88 DV-LINEA-VIGENTE               VALUE 'V'.
             88 DV-LINEA-VENCIDA               VALUE 'X'.
             88 DV-LINEA-INEXISTENTE           VALUE 'N'.
          05 DV-BASE-LINEA                     PIC 9(12)V9(02).
          05 DV-TASA-LINEA                     PIC 9(03)V9(04).
          05 DV-INTERES-LINEA                  PIC 9(10)V9(04).
          05 DV-BASE-PUNITORIA                 PIC 9(12)V9(02).
          05 DV-TASA-PUNITORIA                 PIC 9(03)V9(04).
          05 DV-INTERES-PUNITORIO              PIC 9(10)V9(04).
          05 DV-ESTADO                         PIC X(01).
             88 DV-PENDIENTE                   VALUE 'P'.
             88 DV-CAPITALIZADO                VALUE 'C'.
          05 DV-FECHA-CAPITALIZACION           PIC X(10).
          05 DV-NRO-OPERACION                  PIC 9(10).
