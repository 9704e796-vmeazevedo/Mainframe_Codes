      * fechamento de cada conta e a abertura (saldo_abertura.dat,
      * gravado pela fotografia antes do passo 1) mais os movimentos
      * da noite (diario movimentos.dat: DEP e JUR somam, SAQ
      * subtrai). Os movimentos do dia saem do diario indexado ja em
      * ordem de conta e sao casados co-sequencialmente com a
      * fotografia e com o master -- os tres estao em ordem de chave.
      * Conta que nao amarra vira linha de divergencia, e uma noite
      * fora de banco termina com RETURN-CODE 8, impossivel de passar
      * despercebida. Os ciclos
      * intradiarios de postagem somam na MESMA data de movimento,
      * entao o balancete do fim do dia prova todos os ciclos juntos.
      * Divergencia APONTADA vira item do livro de divergencias
           FILE STATUS IS WS-SNAP-STATUS.

           SELECT MOVIMENTOS ASSIGN TO 'movimentos.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-CHAVE
           FILE STATUS IS WS-MOV-STATUS.

           SELECT MOVS-DIA ASSIGN TO 'movs_dia.srt'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-DIA-STATUS.

           SELECT RELATORIO-BALANCETE ASSIGN TO 'balancete_rpt.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-REL-STATUS.
       01  MOV-DIA-REC.
           COPY MOVREC REPLACING ==:PREFIX:== BY ==DIA==.

       FD  RELATORIO-BALANCETE.
       01  LINHA-RELATORIO         PIC X(80).

       77 WS-EOF-SNAP          PIC X(1)    VALUE 'N'.
       77 WS-EOF-DIA           PIC X(1)    VALUE 'N'.
       77 WS-MOV-EOF           PIC X(1)    VALUE 'N'.
       77 WS-EOF-ARQUIVAR      PIC X(1)    VALUE 'N'.

       77 WS-DATA-PROC         PIC 9(8)    VALUE ZEROS.
       77 WS-DTM-STATUS        PIC X(2)    VALUE '00'.
           05 DIV-SALDO         PIC -9(9).99.
           05 FILLER            PIC X(18) VALUE SPACES.

      *AREA DE COMUNICACAO COM O ESCRITOR DE RELATORIOS COMPARTILHADO
      *(GravaRelatorio): O RELATORIO PRONTO E REPASSADO A ELE PARA
      *FICAR ARQUIVADO NO REPOSITORIO DE RELATORIOS COM A DATA.
       01  WS-REL-AREA.
           COPY RELLINK REPLACING ==:PREFIX:== BY ==REL==.

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-PROC
           PERFORM LER-DATA-MOVIMENTO

      *SEPARA OS MOVIMENTOS DO DIA PARA O CASAMENTO CO-SEQUENCIAL COM
      *A FOTOGRAFIA E COM O MASTER. O DIARIO E INDEXADO POR CONTA +
      *DATA + NSU, ENTAO ELES JA SAEM EM ORDEM DE CONTA, SEM SORT.
           PERFORM SELECIONAR-MOVS-DO-DIA

           PERFORM CONFERIR-PORTFOLIO

           PERFORM IMPRIMIR-TOTAIS-BALANCETE
           PERFORM ARQUIVAR-BALANCETE

           IF WS-QTD-DIVERGENTES > ZEROS
               MOVE 8 TO RETURN-CODE

       SELECIONAR-MOVS-DO-DIA.

           OPEN OUTPUT MOVS-DIA

           MOVE 'N' TO WS-MOV-EOF

           OPEN INPUT MOVIMENTOS
           END-IF

           PERFORM UNTIL WS-MOV-EOF = 'Y'
               READ MOVIMENTOS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-MOV-EOF
                   NOT AT END
                       IF MOV-DATA = WS-DATA-PROC
                           WRITE MOV-DIA-REC FROM MOVIMENTO-REC
                       END-IF
               END-READ
           END-PERFORM

           IF WS-MOV-STATUS = '00' OR WS-MOV-STATUS = '10'
               CLOSE MOVIMENTOS
           END-IF

           CLOSE MOVS-DIA.

      *CASAMENTO CO-SEQUENCIAL: O MASTER E PERCORRIDO EM ORDEM DE
      *CHAVE; A FOTOGRAFIA E OS MOVIMENTOS DO DIA (AMBOS EM ORDEM DE
                       WHEN 'LIB'
                       WHEN 'SAL'
                       WHEN 'ECR'
                       WHEN 'TDV'
                       WHEN 'CDR'
                       WHEN 'CDY'
                           ADD DIA-VALOR TO WS-LIQUIDO-CONTA
                       WHEN 'SAQ'
                       WHEN 'PAR'
                       WHEN 'MOR'
                       WHEN 'DVC'
                       WHEN 'ESC'
                       WHEN 'TED'
                       WHEN 'CDA'
                       WHEN 'IRF'
                       WHEN 'TJD'
                       WHEN 'MEN'
                       WHEN 'CHQ'
                       WHEN 'TDC'
                           SUBTRACT DIA-VALOR FROM WS-LIQUIDO-CONTA
      *BOLETO PAGO NO BANCO COBRADOR: ENTRA NO DIARIO DA CONTA DO
      *TOMADOR, MAS O DINHEIRO NAO PASSOU PELO SALDO DELA.
                       WHEN 'BOL'
                           CONTINUE
      *TED ACATADA PELO BANCO RECEBEDOR: O DEBITO JA SAIU NO ENVIO.
                       WHEN 'TEL'
                           CONTINUE
      *RENDIMENTO DE CDB APROPRIADO NA NOITE: SO RAZAO (JUROS A
      *PAGAR), NAO MEXE NO SALDO DA CONTA.
                       WHEN 'CDJ'
                           CONTINUE
                       WHEN OTHER
                           DISPLAY 'TIPO DE LANCAMENTO DESCONHECIDO '
                               'NO DIARIO: ' DIA-TIPO ' CONTA '
           DISPLAY 'TOTAL DE ABERTURA....: ' WS-TOTAL-ABERTURA
           DISPLAY 'MOVIMENTO LIQUIDO....: ' WS-TOTAL-LIQUIDO
           DISPLAY 'TOTAL DE FECHAMENTO..: ' WS-TOTAL-FECHAMENTO.

      *O RELATORIO FECHADO E RELIDO E REPASSADO LINHA A LINHA AO
      *ESCRITOR COMPARTILHADO, QUE O ARQUIVA NO REPOSITORIO SOB O ID
      *BALANCET E A DATA DE MOVIMENTO.
       ARQUIVAR-BALANCETE.

           MOVE 'A' TO REL-COMANDO
           MOVE 'BalanceteNoturno' TO REL-PROGRAMA
           MOVE 'BALANCET' TO REL-ID
           MOVE 'BALANCETE DE FIM DE DIA' TO REL-TITULO
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE 'N' TO WS-EOF-ARQUIVAR
           OPEN INPUT RELATORIO-BALANCETE
           IF WS-REL-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-ARQUIVAR
           END-IF
           PERFORM UNTIL WS-EOF-ARQUIVAR = 'Y'
               READ RELATORIO-BALANCETE
                   AT END
                       MOVE 'Y' TO WS-EOF-ARQUIVAR
                   NOT AT END
                       MOVE 'L' TO REL-COMANDO
                       MOVE LINHA-RELATORIO TO REL-LINHA
                       CALL 'GravaRelatorio' USING WS-REL-AREA
               END-READ
           END-PERFORM
           IF WS-REL-STATUS = '00' OR WS-REL-STATUS = '10'
               CLOSE RELATORIO-BALANCETE
           END-IF

           MOVE 'F' TO REL-COMANDO
           CALL 'GravaRelatorio' USING WS-REL-AREA.
