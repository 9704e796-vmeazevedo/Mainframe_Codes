      * arquivo anual ja existente nao arquiva de novo. O extrato de
      * conta (ExtratoConta) busca nos arquivos anuais quando o
      * periodo pedido alcanca ano anterior.
      * Diario vivo e arquivo anual tem o mesmo layout indexado (conta
      * + data + NSU): o registro passa inteiro de um para o outro,
      * com o NSU original -- arquivar nunca renumera movimento.
      * ATENCAO as janelas que leem o historico do diario: a corrida
      * de dormencia (N meses) e o recolhimento legal (N anos) so
      * enxergam o diario VIVO -- arquive apenas anos mais antigos

       FILE-CONTROL.
           SELECT MOVIMENTOS ASSIGN TO 'movimentos.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-CHAVE
           FILE STATUS IS WS-MOV-STATUS.

           SELECT MOVIMENTOS-ARQUIVO ASSIGN TO DYNAMIC WS-NOME-ARQUIVO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARQ-CHAVE
           FILE STATUS IS WS-ARQ-STATUS.

           SELECT MOVIMENTOS-TRABALHO ASSIGN TO 'movimentos.wrk'
           OPEN OUTPUT MOVIMENTOS-TRABALHO

           PERFORM UNTIL WS-EOF = 'Y'
               READ MOVIMENTOS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
           MOVE 'N' TO WS-EOF
           OPEN INPUT MOVIMENTOS-ARQUIVO
           PERFORM UNTIL WS-EOF = 'Y'
               READ MOVIMENTOS-ARQUIVO NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
