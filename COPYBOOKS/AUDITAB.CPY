      *----------------------------------------------------------------*
      *  Registro del archivo de auditoria de cambios a las tablas de
      *  parametros (AUDITAB): LIMITES, SOBGIROS, TARIFCON, CONCTAB,
      *  FERIADOS, BANCOEXT, TASACAMB y UMBRALAP.  Igual que AUDICTA
      *  para el maestro de cuentas: operador, programa y momento de
      *  cada alta, modificacion o baja, con la clave del registro y
      *  su imagen anterior y posterior (el registro de la tabla tal
      *  cual, vacia en el alta la anterior y en la baja la
      *  posterior).  CLREPPAR imprime el reporte diario de cambios.
      *----------------------------------------------------------------*
       01 TA-AUDITORIA.
          05 TA-FECHA                          PIC X(10).
          05 TA-HORA                           PIC X(08).
          05 TA-OPERADOR                       PIC X(08).
          05 TA-PROGRAMA                       PIC X(08).
          05 TA-TABLA                          PIC X(08).
          05 TA-ACCION                         PIC X(01).
             88 TA-ACCION-ALTA                 VALUE 'A'.
             88 TA-ACCION-MODIFICACION         VALUE 'M'.
             88 TA-ACCION-BAJA                 VALUE 'B'.
          05 TA-CLAVE                          PIC X(40).
          05 TA-IMAGEN-ANTES                   PIC X(80).
          05 TA-IMAGEN-DESPUES                 PIC X(80).
