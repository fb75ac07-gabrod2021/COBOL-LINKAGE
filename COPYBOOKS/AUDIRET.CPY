      *----------------------------------------------------------------*
      *  Registro del archivo de auditoria de retenciones y embargos
      *  (AUDIRET): imagen anterior y posterior de la retencion,
      *  operador y momento de cada alta o liberacion, y supervisor
      *  que avalo la liberacion de un embargo judicial.  La
      *  liberacion automatica por vencimiento queda con el programa
      *  batch como operador.
      *----------------------------------------------------------------*
       01 RA-AUDITORIA.
          05 RA-FECHA                          PIC X(10).
          05 RA-HORA                           PIC X(08).
          05 RA-OPERADOR                       PIC X(08).
          05 RA-SUPERVISOR                     PIC X(08).
          05 RA-ACCION                         PIC X(01).
             88 RA-ACCION-ALTA                 VALUE 'A'.
             88 RA-ACCION-LIBERACION           VALUE 'L'.
             88 RA-ACCION-VENCIMIENTO          VALUE 'V'.
          05 RA-NRO-CUENTA                     PIC X(22).
          05 RA-IMAGEN-ANTES.
             10 RA-ANT-NRO-RETENCION           PIC 9(04).
             10 RA-ANT-TIPO-RETENCION          PIC X(01).
             10 RA-ANT-ALCANCE                 PIC X(01).
             10 RA-ANT-IMPORTE                 PIC 9(12)V9(02).
             10 RA-ANT-FECHA-VENCIMIENTO       PIC X(10).
             10 RA-ANT-ESTADO                  PIC X(01).
             10 RA-ANT-REFERENCIA              PIC X(20).
          05 RA-IMAGEN-DESPUES.
             10 RA-DES-NRO-RETENCION           PIC 9(04).
             10 RA-DES-TIPO-RETENCION          PIC X(01).
             10 RA-DES-ALCANCE                 PIC X(01).
             10 RA-DES-IMPORTE                 PIC 9(12)V9(02).
             10 RA-DES-FECHA-VENCIMIENTO       PIC X(10).
             10 RA-DES-ESTADO                  PIC X(01).
             10 RA-DES-REFERENCIA              PIC X(20).
