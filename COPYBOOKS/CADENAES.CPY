      *----------------------------------------------------------------*
      *  Registro del estado de la cadena nocturna (CADENAES), llevado
      *  por CLCADENA.  Un registro por fecha de negocio y por paso de
      *  la cadena, con el estado, el comienzo y el fin de la ultima
      *  corrida del paso, su codigo de retorno y la cantidad de
      *  corridas.  La recorrida del mismo dia saltea los pasos
      *  terminados y retoma desde el que fallo.  La clave lleva el
      *  programa y no la posicion del paso, asi un cambio en el orden
      *  de la cadena no le atribuye a un paso el estado de otro; el
      *  numero de paso queda solo como dato.
      *----------------------------------------------------------------*
       01 CE-ESTADO-PASO.
          05 CE-CLAVE.
             10 CE-FECHA-NEGOCIO               PIC 9(08).
             10 CE-PROGRAMA                    PIC X(08).
          05 CE-NRO-PASO                       PIC 9(02).
          05 CE-ESTADO                         PIC X(01).
             88 CE-PASO-PENDIENTE              VALUE ' '.
             88 CE-PASO-EN-CURSO               VALUE 'C'.
             88 CE-PASO-TERMINADO              VALUE 'T'.
             88 CE-PASO-FALLIDO                VALUE 'F'.
             88 CE-PASO-BLOQUEADO              VALUE 'B'.
             88 CE-PASO-NO-CORRESPONDE         VALUE 'N'.
          05 CE-FECHA-INICIO                   PIC X(10).
          05 CE-HORA-INICIO                    PIC X(08).
          05 CE-FECHA-FIN                      PIC X(10).
          05 CE-HORA-FIN                       PIC X(08).
          05 CE-CODIGO-RETORNO                 PIC 9(04).
          05 CE-CANT-CORRIDAS                  PIC 9(02).
          05 CE-OBSERVACION                    PIC X(30).
