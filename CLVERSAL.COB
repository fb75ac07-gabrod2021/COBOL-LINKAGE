           DISPLAY 'CLVERSAL - Saldos con diferencia ..: '
              WS-CANT-DIFERENCIAS.

      *    Toda cuenta que no verifica (diferente, de un solo lado o
      *    fuera de la tabla) vuelve con codigo de retorno, para que
      *    la cadena nocturna (CLCADENA) se detenga antes del corte.
           IF WS-CANT-DIFERENCIAS > 0
           OR WS-CANT-SIN-CALCULO > 0
           OR WS-CANT-SIN-REGISTRO > 0
           OR WS-CUENTAS-DESBORDADAS > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       8000-EMITIR-TOTALES-EXIT.
           EXIT.

