           MOVE ALL '-' TO RC-LINEA.
           WRITE RC-LINEA.

      *    Un descalce vuelve con codigo de retorno, para que la
      *    cadena nocturna (CLCADENA) se detenga antes del corte.
           IF WS-CANT-HUERFANAS-TRAN > 0
           OR WS-CANT-HUERFANAS-POST > 0
           OR WS-TR-TOTAL-PESOS NOT EQUAL WS-PO-TOTAL-PESOS
           OR WS-TR-TOTAL-DOLARES NOT EQUAL WS-PO-TOTAL-DOLARES
              MOVE 4 TO RETURN-CODE
           END-IF.

       5000-EMITIR-TOTALES-EXIT.
           EXIT.

