      *----------------------------------------------------------------*
      *  Registro del archivo de retenciones y embargos (RETENCIO),
      *  indexado por numero de cuenta.  Un registro por cuenta con
      *  hasta 10 retenciones; cada una es un embargo judicial o una
      *  retencion interna, y bloquea la cuenta entera (alcance 'T')
      *  o solo un importe (alcance 'P').
      *  Una retencion esta vigente si esta activa y su fecha de
      *  vencimiento es vacia (hasta su liberacion) o no es anterior
      *  al dia de proceso.  Las posiciones liberadas o vencidas se
      *  reutilizan en altas posteriores.
      *----------------------------------------------------------------*
       01 RN-RETENCIONES-CUENTA.
          05 RN-NRO-CUENTA                     PIC X(22).
          05 RN-ULTIMO-NRO-RETENCION           PIC 9(04).
          05 RN-RETENCION OCCURS 10 TIMES
                          INDEXED BY RN-IDX-RETENCION.
             10 RN-NRO-RETENCION               PIC 9(04).
             10 RN-TIPO-RETENCION              PIC X(01).
                88 RN-EMBARGO-JUDICIAL         VALUE 'J'.
                88 RN-RETENCION-INTERNA        VALUE 'I'.
             10 RN-ALCANCE                     PIC X(01).
                88 RN-BLOQUEO-TOTAL            VALUE 'T'.
                88 RN-BLOQUEO-PARCIAL          VALUE 'P'.
             10 RN-IMPORTE                     PIC 9(12)V9(02).
             10 RN-FECHA-ALTA                  PIC X(10).
             10 RN-FECHA-VENCIMIENTO           PIC X(10).
             10 RN-ESTADO                      PIC X(01).
                88 RN-POSICION-LIBRE           VALUE ' '.
                88 RN-ACTIVA                   VALUE 'A'.
                88 RN-LIBERADA                 VALUE 'L'.
                88 RN-VENCIDA                  VALUE 'V'.
             10 RN-REFERENCIA                  PIC X(20).
             10 RN-OPERADOR-ALTA               PIC X(08).
             10 RN-FECHA-BAJA                  PIC X(10).
             10 RN-OPERADOR-BAJA               PIC X(08).
