      *----------------------------------------------------------------*
      *  Registro del archivo de intereses capitalizados (INTCAPIT):
      *  uno por cuenta y por capitalizacion de fin de mes (CLCAPINT),
      *  con el numero de operacion de CONTADOR que llevan en el
      *  jornal SALDOJRN el debito al cliente y el credito a la cuenta
      *  de ingresos.  Es la fuente de la imputacion contable del
      *  ingreso por intereses (CLCONTAB).
      *----------------------------------------------------------------*
       01 CP-CAPITALIZACION.
          05 CP-FECHA-PROCESO                  PIC X(10).
          05 CP-NRO-OPERACION                  PIC 9(10).
          05 CP-NRO-CUENTA                     PIC X(22).
          05 CP-CUENTA-INTERESES               PIC X(22).
          05 CP-COD-MONEDA                     PIC X(02).
          05 CP-DIAS                           PIC 9(04).
          05 CP-INTERES-LINEA                  PIC 9(10)V9(02).
          05 CP-INTERES-PUNITORIO              PIC 9(10)V9(02).
          05 CP-IMPORTE                        PIC 9(10)V9(02).
