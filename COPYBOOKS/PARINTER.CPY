      *----------------------------------------------------------------*
      *  Registro del parametro de intereses por descubierto
      *  (PARINTER), leido por el devengamiento diario CLDEVINT.  Un
      *  solo registro:
      *  - dias del anio sobre los que se prorratea la tasa nominal
      *    anual (360 o 365);
      *  - tasa punitoria nominal anual en porcentaje para la cuenta
      *    en descubierto sin registro en SOBGIROS, o cuyo registro
      *    no trae tasa punitoria propia.
      *----------------------------------------------------------------*
       01 PI-PARAMETRO.
          05 PI-DIAS-ANIO                      PIC 9(03).
          05 PI-TASA-PUNITORIA                 PIC 9(03)V9(04).
