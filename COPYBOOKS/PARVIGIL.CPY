      *----------------------------------------------------------------*
      *  Registro del parametro de vigilancia de operaciones inusuales
      *  (PARVIGIL), leido por CLVIGILA.  Un solo registro:
      *  - dias de revision hacia atras (incluido el dia de proceso) y
      *    dias de historia previos a la revision, donde se toman los
      *    beneficiarios ya conocidos de cada cuenta debitada;
      *  - porcentaje por debajo del umbral de UMBRALAP o del maximo
      *    por operacion de LIMITES que se considera "justo debajo",
      *    y cantidad de esas transferencias que dispara la regla;
      *  - cantidad de cuentas de credito nuevas que dispara la regla
      *    de dispersion;
      *  - importe minimo acreditado en el dia y porcentaje de ese
      *    importe que debe salir el mismo dia para la regla de
      *    entrada y salida.
      *  La suma de dias de revision e historia no puede pasar la
      *  retencion de generaciones de CLCORTED.
      *----------------------------------------------------------------*
       01 PV-PARAMETRO.
          05 PV-DIAS-REVISION                  PIC 9(02).
          05 PV-DIAS-HISTORIA                  PIC 9(02).
          05 PV-PORC-CERCANIA                  PIC 9(02).
          05 PV-MIN-FRACCIONADAS               PIC 9(03).
          05 PV-MIN-CUENTAS-NUEVAS             PIC 9(03).
          05 PV-IMPORTE-MIN-ENTRADA            PIC 9(10)V9(02).
          05 PV-PORC-SALIDA                    PIC 9(03).
