      *----------------------------------------------------------------*
      *  Registro del parametro de la auditoria de operadores
      *  (PARAUDIT), leido por CLAUDOPE.  Un solo registro:
      *  - periodo a revisar, fechas desde y hasta dd-mm-aaaa (en
      *    blanco: los ultimos 30 dias hasta el dia de proceso);
      *  - horario habil de firma, hora de inicio y de fin hhmm: la
      *    firma fuera de ese horario, en fin de semana o en un
      *    feriado de FERIADOS se informa;
      *  - cantidad de aprobaciones cruzadas entre el mismo par de
      *    operador y supervisor que dispara la marca;
      *  - cantidad de rechazos de firma y de bloqueos de un operador
      *    en un mismo programa que dispara la marca.
      *----------------------------------------------------------------*
       01 PD-PARAMETRO.
          05 PD-FECHA-DESDE                    PIC X(10).
          05 PD-FECHA-HASTA                    PIC X(10).
          05 PD-HORA-INICIO                    PIC 9(04).
          05 PD-HORA-FIN                       PIC 9(04).
          05 PD-MIN-APROBACIONES               PIC 9(03).
          05 PD-MIN-RECHAZOS                   PIC 9(03).
          05 PD-MIN-BLOQUEOS                   PIC 9(03).
