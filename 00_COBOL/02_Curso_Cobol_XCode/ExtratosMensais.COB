      * relatorios compartilhado -- em ordem de CPF, para a
      * expedicao envelopar em sequencia. Antes desta corrida dois
      * operadores rodavam o ExtratoConta conta a conta por tres
      * dias. Os movimentos do mes sao separados do diario uma unica
      * vez na partida, ja em ordem de conta e data pela chave do
      * diario indexado; a abertura de cada conta e reconstruida
      * do fechamento menos o liquido do mes, com a mesma tabela de
      * tipos do balancete.
      ******************************************************************
           FILE STATUS IS WS-CONTA-STATUS.

           SELECT MOVIMENTOS ASSIGN TO 'movimentos.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-CHAVE
           FILE STATUS IS WS-MOV-STATUS.

           SELECT MOVS-MES ASSIGN TO 'movs_extrato.srt'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-MES-STATUS.

      *=================================================================
       DATA                                            DIVISION.
      *=================================================================
       01  MOV-MES-REC.
           COPY MOVREC REPLACING ==:PREFIX:== BY ==MES==.

      *-----------------------------------------------------------------
       WORKING-STORAGE                         SECTION.
      *-----------------------------------------------------------------
           DISPLAY 'COMPETENCIA DOS EXTRATOS (AAAAMM): '
           ACCEPT WS-COMPETENCIA

      *SEPARA SO OS MOVIMENTOS DA COMPETENCIA, UMA UNICA PASSADA NO
      *DIARIO PARA A CORRIDA INTEIRA. A CHAVE DO DIARIO (CONTA + DATA
      *+ NSU) JA OS ENTREGA EM ORDEM DE CONTA E DATA.
           PERFORM SELECIONAR-MOVS-DO-MES

           MOVE 'A' TO REL-COMANDO
           MOVE 'ExtratosMensais' TO REL-PROGRAMA
           MOVE 'EXTRMENS' TO REL-ID
           MOVE 'EXTRATOS MENSAIS CONSOLIDADOS POR CLIENTE'
               TO REL-TITULO

       SELECIONAR-MOVS-DO-MES.

           OPEN OUTPUT MOVS-MES

           MOVE 'N' TO WS-EOF

           OPEN INPUT MOVIMENTOS
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ MOVIMENTOS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF MOV-DATA(1:6) = WS-COMPETENCIA
                           WRITE MOV-MES-REC FROM MOVIMENTO-REC
                       END-IF
               END-READ
           END-PERFORM
               CLOSE MOVIMENTOS
           END-IF

           CLOSE MOVS-MES

           MOVE 'N' TO WS-EOF.

      *CLIENTES EM ORDEM DE CPF: E A ORDEM EM QUE A EXPEDICAO

           PERFORM IMPRIMIR-RESUMO-CLIENTE.

      *UMA PASSADA NO ARQUIVO SEPARADO DO MES FILTRANDO A CONTA
      *EM EXAME: IMPRIME CADA MOVIMENTO E ACUMULA O LIQUIDO DO MES.
      *A ABERTURA E O FECHAMENTO (SALDO ATUAL DO MASTER, A CORRIDA E
      *DE FIM DE MES) MENOS O LIQUIDO.
               WHEN 'LIB'
               WHEN 'SAL'
               WHEN 'ECR'
               WHEN 'TDV'
               WHEN 'CDR'
               WHEN 'CDY'
                   ADD MES-VALOR TO WS-LIQUIDO-CONTA
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
                   SUBTRACT MES-VALOR FROM WS-LIQUIDO-CONTA
      *BOLETO PAGO NO BANCO COBRADOR: LISTADO, MAS NAO MEXE NO SALDO.
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
                   DISPLAY 'TIPO DE LANCAMENTO DESCONHECIDO NO '
                       'EXTRATO: ' MES-TIPO ' CONTA ' MES-CONTA
