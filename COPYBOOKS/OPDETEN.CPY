      *----------------------------------------------------------------*
      *  Registro de transferencias detenidas por retenciones o
      *  embargos (OPDETEN).  Lo graban la validacion (CLVALTRAN), el
      *  posteo (CLPOSTEO) y el reposteo (CLREPOST) cada vez que una
      *  retencion vigente frena un debito; CLREPRET lo lista por
      *  cuenta retenida en el reporte diario.
      *  OD-SALDO es el saldo de la cuenta y OD-IMPORTE-RETENIDO la
      *  suma de las retenciones parciales vigentes en ese momento.
      *----------------------------------------------------------------*
       01 OD-DETENCION.
          05 OD-FECHA                          PIC X(10).
          05 OD-HORA                           PIC X(08).
          05 OD-PROGRAMA                       PIC X(10).
          05 OD-NRO-OPERACION                  PIC 9(10).
          05 OD-CUENTA-DEBITO                  PIC X(22).
          05 OD-CUENTA-CREDITO                 PIC X(22).
          05 OD-IMPORTE                        PIC 9(10)V9(02).
          05 OD-SALDO                          PIC S9(12)V9(02).
          05 OD-IMPORTE-RETENIDO               PIC 9(12)V9(02).
          05 OD-BLOQUEO                        PIC X(01).
             88 OD-BLOQUEO-TOTAL               VALUE 'T'.
             88 OD-BLOQUEO-PARCIAL             VALUE 'P'.
