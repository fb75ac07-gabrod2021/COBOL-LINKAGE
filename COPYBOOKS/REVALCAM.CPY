      *----------------------------------------------------------------*
      *  Registro del historico de revaluaciones de fin de mes de los
      *  saldos en moneda extranjera (REVALCAM), grabado por CLREVALU:
      *  uno por moneda y por revaluacion, con el total de los saldos
      *  de SALDOS en la moneda, la tasa de cierre contra la moneda
      *  local (y su vigencia en TASACAMB), el equivalente en moneda
      *  local y el resultado no realizado contra la revaluacion del
      *  mes anterior.  La revaluacion siguiente toma de aca la tasa y
      *  el equivalente anteriores.
      *----------------------------------------------------------------*
       01 RM-REVALUACION.
          05 RM-FECHA-REVALUACION              PIC X(10).
          05 RM-COD-MONEDA                     PIC X(02).
          05 RM-CANT-CUENTAS                   PIC 9(07).
          05 RM-SALDO-MONEDA                   PIC S9(14)V9(02).
          05 RM-TASA-CIERRE                    PIC 9(04)V9(06).
          05 RM-FECHA-VIGENCIA                 PIC X(10).
          05 RM-EQUIVALENTE                    PIC S9(14)V9(02).
          05 RM-TASA-ANTERIOR                  PIC 9(04)V9(06).
          05 RM-EQUIVALENTE-ANTERIOR           PIC S9(14)V9(02).
          05 RM-RESULTADO                      PIC S9(14)V9(02).
