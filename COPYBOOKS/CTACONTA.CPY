      *----------------------------------------------------------------*
      *  Registro de la tabla de imputacion contable (CTACONTA): la
      *  cuenta del mayor general donde la interfaz contable diaria
      *  (CLCONTAB) imputa cada clase de movimiento, por moneda.  Los
      *  movimientos de clientes y las comisiones se imputan por
      *  concepto (CC-COD-CONCEPTO); el registro con concepto en
      *  blanco es el que rige para los conceptos sin registro
      *  propio.  El suspenso de compensacion interbancaria, la
      *  cuenta de liquidacion con los bancos contraparte y la
      *  posicion de cambio van sin concepto, igual que los ingresos
      *  por intereses de descubierto capitalizados (CLCAPINT).
      *----------------------------------------------------------------*
       01 CG-IMPUTACION.
          05 CG-TIPO-IMPUTACION                PIC X(01).
             88 CG-IMP-CLIENTES                VALUE 'T'.
             88 CG-IMP-COMISIONES              VALUE 'I'.
             88 CG-IMP-SUSPENSO                VALUE 'S'.
             88 CG-IMP-LIQUIDACION             VALUE 'L'.
             88 CG-IMP-POSICION                VALUE 'P'.
             88 CG-IMP-INTERESES               VALUE 'N'.
          05 CG-COD-CONCEPTO                   PIC X(03).
          05 CG-COD-MONEDA                     PIC X(02).
          05 CG-CUENTA-CONTABLE                PIC X(12).
          05 CG-DESCRIPCION                    PIC X(30).
