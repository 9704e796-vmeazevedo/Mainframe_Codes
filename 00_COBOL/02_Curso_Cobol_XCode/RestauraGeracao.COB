               IF WS-QTD-RESTAURADOS = WS-QTD-ESPERADA
                   AND WS-TOTAL-RESTAURADO = WS-TOTAL-ESPERADO
                   DISPLAY 'RESTAURACAO: PASSA'
                   IF WS-OPCAO-MASTER = '1'
                       DISPLAY 'PARA REAPLICAR O DIARIO DESDE A '
                           'GERACAO, RODE RecuperaContas.'
                   END-IF
               ELSE
                   DISPLAY 'RESTAURACAO: FALHA - TOTAIS NAO BATEM'
                   MOVE 8 TO RETURN-CODE
