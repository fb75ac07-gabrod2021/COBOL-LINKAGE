      *----------------------------------------------------------------*
      *  Registro del archivo de asientos para contabilidad
      *  (ASICONT.Gaaaammdd), que arma CLCONTAB al cierre del dia:
      *  un par debe/haber por cuenta del mayor y moneda, con la
      *  cantidad de movimientos resumidos en cada lado.  El archivo
      *  solo se libera si el debe y el haber calzan en cada moneda.
      *----------------------------------------------------------------*
       01 AS-ASIENTO.
          05 AS-FECHA-PROCESO                  PIC X(10).
          05 AS-CUENTA-CONTABLE                PIC X(12).
          05 AS-COD-MONEDA                     PIC X(02).
          05 AS-TIPO-MOVIMIENTO                PIC X(01).
             88 AS-DEBE                        VALUE 'D'.
             88 AS-HABER                       VALUE 'C'.
          05 AS-IMPORTE                        PIC 9(12)V9(02).
          05 AS-CANT-MOVIMIENTOS               PIC 9(07).
          05 AS-DESCRIPCION                    PIC X(30).
