      * recolhimento -- debito 'ESC' na conta do cliente e credito
      * 'ECR' na custodia -- e a conta e ENCERRADA pela mesma regra
      * da manutencao de contas (so encerra com saldo zerado, que a
      * transferencia acabou de garantir), com a data no registro de
      * contas encerradas (contas_encerradas.dat). Conta dormente no
      * vermelho nao recolhe: vai para a linha de excecao, e caso de
      * cobranca. Conta com bloqueio judicial ativo
      * (bloqueios_judiciais.dat) tambem nao recolhe: o valor
      * bloqueado pertence a ordem do juizo, nao a custodia, e a conta
      * fica aberta para a transferencia ou o desbloqueio.
      * O relogio depende do diario VIVO cobrir todo o periodo ate a
      * data de corte: se a virada de ano (ArquivaMovimentos) ja
      * arquivou movimentos de ano igual ou posterior ao corte, uma
           FILE STATUS IS WS-CONTA-STATUS.

           SELECT MOVIMENTOS ASSIGN TO 'movimentos.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-CHAVE
           FILE STATUS IS WS-MOV-STATUS.

           SELECT CONTAS-ENCERRADAS ASSIGN TO 'contas_encerradas.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CEN-CONTA
           FILE STATUS IS WS-CEN-STATUS.

           SELECT CONTROLE-RECOLHIMENTO ASSIGN TO
           'recolhimento_ctl.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-DTM-STATUS.

           SELECT BLOQUEIOS-JUDICIAIS ASSIGN TO
           'bloqueios_judiciais.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BLQ-CHAVE
           ALTERNATE RECORD KEY IS BLQ-CONTA WITH DUPLICATES
           FILE STATUS IS WS-BLQ-STATUS.

      *=================================================================
       DATA                                            DIVISION.
      *=================================================================
       01  MOVIMENTO-REC.
           COPY MOVREC REPLACING ==:PREFIX:== BY ==MOV==.

      *PARAMETROS: ANOS DE DORMENCIA ATE O RECOLHIMENTO E A CONTA DE
      *CUSTODIA QUE RECEBE OS SALDOS -- SEM ELA NADA RECOLHE.
       FD  CONTAS-ENCERRADAS.
       01  CONTA-ENCERRADA-REC.
           COPY CTAENCREC REPLACING ==:PREFIX:== BY ==CEN==.

       FD  CONTROLE-RECOLHIMENTO.
       01  CONTROLE-RECOLHIMENTO-REC.
           05 RCT-ANOS             PIC 9(2).
           05 DTM-DATA             PIC 9(8).
           05 DTM-SITUACAO         PIC X(1).

       FD  BLOQUEIOS-JUDICIAIS.
       01  BLOQUEIO-REC.
           COPY BLQREC REPLACING ==:PREFIX:== BY ==BLQ==.

      *-----------------------------------------------------------------
       WORKING-STORAGE                         SECTION.
      *-----------------------------------------------------------------
       77 WS-CONTA-STATUS      PIC X(2)    VALUE '00'.
       77 WS-MOV-STATUS        PIC X(2)    VALUE '00'.
       77 WS-CTL-STATUS        PIC X(2)    VALUE '00'.
       77 WS-CEN-STATUS        PIC X(2)    VALUE '00'.
       77 WS-REL-STATUS        PIC X(2)    VALUE '00'.
       77 WS-DTM-STATUS        PIC X(2)    VALUE '00'.
       77 WS-BLQ-STATUS        PIC X(2)    VALUE '00'.

       77 WS-EOF-CONTAS        PIC X(1)    VALUE 'N'.
       77 WS-EOF-MOV           PIC X(1)    VALUE 'N'.
       77 WS-SCAN-EOF          PIC X(1)    VALUE 'N'.
      *SEM O ARQUIVO DE BLOQUEIOS NENHUMA CONTA TEM VALOR RETIDO.
       77 WS-TEM-BLOQUEIOS     PIC X(1)    VALUE 'N'.
       77 WS-VALOR-BLOQUEADO   PIC 9(9)V99 VALUE ZEROS.
       77 WS-BLOQUEADO-ED      PIC 9(9).99 VALUE ZEROS.

       77 WS-DATA-PROC         PIC 9(8)    VALUE ZEROS.
       77 WS-DATA-CORTE        PIC 9(8)    VALUE ZEROS.
           05 REM-ULTIMO        PIC 9(8).
           05 FILLER            PIC X(5)  VALUE SPACES.

      *AREA DE COMUNICACAO COM O MODULO DE NUMERACAO DE MOVIMENTOS
      *(NumeraMovimento): TODO MOVIMENTO GRAVADO NO DIARIO LEVA O
      *PROXIMO NSU, QUE FECHA A CHAVE CONTA + DATA + NSU.
       01  WS-NSU-AREA.
           COPY NSULINK REPLACING ==:PREFIX:== BY ==NSU==.

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================
           PERFORM CALCULAR-DATA-CORTE
           PERFORM CONFERIR-COBERTURA-DIARIO

      *COMO NA CORRIDA DE DORMENCIA, O ULTIMO MOVIMENTO DE CLIENTE
      *DE CADA CONTA (LIDO DIRETO NO DIARIO INDEXADO POR CONTA E
      *DATA) E O RELOGIO DO RECOLHIMENTO.
           PERFORM VARRER-DORMENTES

           DISPLAY ' '
      *RECOLHER ERRADO (RESTAURE O HISTORICO OU AJUSTE O PRAZO).
       CONFERIR-COBERTURA-DIARIO.

           MOVE 'N' TO WS-EOF-MOV
           MOVE 'N' TO WS-TEM-DIARIO
           MOVE ZEROS TO WS-MENOR-DATA-DIARIO

           OPEN INPUT MOVIMENTOS
           IF WS-MOV-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-MOV
           END-IF

           PERFORM UNTIL WS-EOF-MOV = 'Y'
               READ MOVIMENTOS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-MOV
                   NOT AT END
                       MOVE 'Y' TO WS-TEM-DIARIO
                       IF WS-MENOR-DATA-DIARIO = ZEROS
           IF WS-MOV-STATUS = '00' OR WS-MOV-STATUS = '10'
               CLOSE MOVIMENTOS
           END-IF
           MOVE 'N' TO WS-EOF-MOV

           IF WS-TEM-DIARIO = 'N'
               OR WS-MENOR-DATA-DIARIO > WS-DATA-CORTE
       VARRER-DORMENTES.

           OPEN I-O CONTAS
           OPEN OUTPUT RELATORIO-REMESSA
      *O DIARIO FICA ABERTO (I-O) PARA A CORRIDA INTEIRA: LEITURA DOS
      *MOVIMENTOS DE CADA CONTA E AS PERNAS 'ESC' E 'ECR' DE CADA
      *RECOLHIMENTO.
           OPEN I-O MOVIMENTOS
           IF WS-MOV-STATUS = '35'
               OPEN OUTPUT MOVIMENTOS
           END-IF

           MOVE 'N' TO WS-TEM-BLOQUEIOS
           OPEN INPUT BLOQUEIOS-JUDICIAIS
           IF WS-BLQ-STATUS = '00'
               MOVE 'Y' TO WS-TEM-BLOQUEIOS
           END-IF

           MOVE 'RELATORIO DE REMESSA DO RECOLHIMENTO DE DORMENTES'
               TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           MOVE 'N' TO WS-EOF-CONTAS
           MOVE ZEROS TO CONTA-NUMERO
           START CONTAS KEY IS NOT LESS THAN CONTA-NUMERO
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           IF WS-TEM-BLOQUEIOS = 'Y'
               CLOSE BLOQUEIOS-JUDICIAIS
           END-IF
           CLOSE MOVIMENTOS
           CLOSE RELATORIO-REMESSA
           CLOSE CONTAS.

      *ACHA O ULTIMO MOVIMENTO DE CLIENTE DA CONTA NO DIARIO,
      *POSICIONADO NA CONTA E LIDO EM ORDEM DE DATA (MESMA TABELA DE
      *TIPOS DA CORRIDA DE DORMENCIA) E DECIDE: DORMENTE ATIVA SEM
      *MOVIMENTO DESDE O CORTE LEGAL E RECOLHIDA E ENCERRADA.
       EXAMINAR-CONTA.

           MOVE ZEROS TO WS-ULTIMO-MOVIMENTO

           MOVE 'N' TO WS-EOF-MOV
           MOVE CONTA-NUMERO TO MOV-CONTA
           MOVE ZEROS        TO MOV-DATA MOV-NSU
           START MOVIMENTOS KEY IS NOT LESS THAN MOV-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-MOV
           END-START
           PERFORM LER-PROXIMO-MOVIMENTO

           PERFORM UNTIL WS-EOF-MOV = 'Y'
               OR MOV-CONTA > CONTA-NUMERO
               IF MOV-CONTA = CONTA-NUMERO
                   EVALUATE MOV-TIPO
                       WHEN 'DEP'
                       WHEN 'SAQ'
                       WHEN 'PAR'
                       WHEN 'TRD'
                       WHEN 'TRC'
                       WHEN 'ORD'
                       WHEN 'TED'
                       WHEN 'MEN'
                       WHEN 'CHQ'
                       WHEN 'LIQ'
                       WHEN 'LIB'
                       WHEN 'SAL'
                       WHEN 'CDA'
                           MOVE MOV-DATA TO WS-ULTIMO-MOVIMENTO
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               PERFORM LER-PROXIMO-MOVIMENTO
           END-PERFORM

           IF CONTA-NUMERO = WS-CONTA-DESTINO
               PERFORM RECOLHER-CONTA
           END-IF.

       LER-PROXIMO-MOVIMENTO.

           IF WS-EOF-MOV = 'Y'
               EXIT PARAGRAPH
           END-IF
           READ MOVIMENTOS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-MOV
           END-READ
           IF WS-MOV-STATUS NOT = '00' AND NOT = '10'
               MOVE 'Y' TO WS-EOF-MOV
           END-IF.

      *TRANSFERE O SALDO REMANESCENTE PARA A CUSTODIA (DEBITO 'ESC'
               EXIT PARAGRAPH
           END-IF

      *BLOQUEIO JUDICIAL ATIVO: O SALDO RETIDO E DO JUIZO. A CONTA NAO
      *RECOLHE NEM ENCERRA -- UMA ORDEM DE TRANSFERENCIA POSTERIOR TEM
      *QUE ACHAR O VALOR NA CONTA.
           PERFORM BUSCAR-BLOQUEIO-CONTA
           IF WS-VALOR-BLOQUEADO > ZEROS
               ADD 1 TO WS-QTD-EXCECOES
               MOVE WS-VALOR-BLOQUEADO TO WS-BLOQUEADO-ED
               MOVE SPACES TO LINHA-RELATORIO
               STRING 'EXCECAO   ' CONTA-NUMERO
                   ' DORMENTE COM BLOQUEIO JUDICIAL, NAO RECOLHIDA: '
                   WS-BLOQUEADO-ED
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               DISPLAY 'DORMENTE COM BLOQUEIO JUDICIAL NAO RECOLHIDA: '
                   CONTA-NUMERO
               EXIT PARAGRAPH
           END-IF

           MOVE CONTA-SALDO TO WS-VALOR-RECOLHIDO

           IF WS-VALOR-RECOLHIDO > ZEROS
               SUBTRACT WS-VALOR-RECOLHIDO FROM CONTA-SALDO
               MOVE 'ESC' TO MOV-TIPO
               PERFORM GRAVAR-MOVIMENTO-RECOLHIMENTO
               ADD 1 TO WS-QTD-RECOLHIDAS
               ADD WS-VALOR-RECOLHIDO TO WS-TOTAL-RECOLHIDO
           MOVE 'E' TO CONTA-SITUACAO
           REWRITE CONTA-REC
           ADD 1 TO WS-QTD-ENCERRADAS
           PERFORM REGISTRAR-ENCERRAMENTO

           MOVE CONTA-NUMERO        TO REM-CONTA
           MOVE CONTA-CPF-TITULAR   TO REM-TITULAR
               PERFORM CREDITAR-CUSTODIA
           END-IF.

      *SOMA OS BLOQUEIOS JUDICIAIS ATIVOS DA CONTA (CHAVE ALTERNATIVA
      *POR CONTA), COMO NOS DEMAIS PROGRAMAS DE DEBITO.
       BUSCAR-BLOQUEIO-CONTA.

           MOVE ZEROS TO WS-VALOR-BLOQUEADO

           IF WS-TEM-BLOQUEIOS NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-SCAN-EOF
           MOVE CONTA-NUMERO TO BLQ-CONTA
           START BLOQUEIOS-JUDICIAIS KEY IS NOT LESS THAN BLQ-CONTA
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START

           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ BLOQUEIOS-JUDICIAIS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF BLQ-CONTA NOT = CONTA-NUMERO
                           MOVE 'Y' TO WS-SCAN-EOF
                       ELSE
                           IF BLQ-SITUACAO = 'A'
                               ADD BLQ-VALOR-BLOQUEADO
                                   TO WS-VALOR-BLOQUEADO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *A DATA DO ENCERRAMENTO VAI PARA O REGISTRO DE CONTAS
      *ENCERRADAS, COMO NO ENCERRAMENTO PELA MANUTENCAO.
       REGISTRAR-ENCERRAMENTO.

           OPEN I-O CONTAS-ENCERRADAS
           IF WS-CEN-STATUS = '35'
               OPEN OUTPUT CONTAS-ENCERRADAS
               CLOSE CONTAS-ENCERRADAS
               OPEN I-O CONTAS-ENCERRADAS
           END-IF
           IF WS-CEN-STATUS NOT = '00'
               DISPLAY 'REGISTRO DE CONTAS ENCERRADAS INDISPONIVEL, '
                   'STATUS: ' WS-CEN-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE CONTA-NUMERO   TO CEN-CONTA
           MOVE WS-DATA-PROC   TO CEN-DATA
           MOVE 'RECOLHIMENTO' TO CEN-PROGRAMA
           WRITE CONTA-ENCERRADA-REC
               INVALID KEY
                   REWRITE CONTA-ENCERRADA-REC
           END-WRITE

           CLOSE CONTAS-ENCERRADAS.

      *ASSUME MOVIMENTOS ABERTO (I-O) E MOV-TIPO JA
      *CARREGADO PELO CHAMADOR; O VALOR E O RECOLHIDO DA CONTA EM
      *EXAME.
       GRAVAR-MOVIMENTO-RECOLHIMENTO.

           MOVE CONTA-NUMERO      TO MOV-CONTA
           MOVE WS-DATA-PROC      TO MOV-DATA
           MOVE WS-VALOR-RECOLHIDO         TO MOV-VALOR
           MOVE CONTA-SALDO                TO MOV-SALDO-RESULT
           MOVE 'RECOLHIMENTO'             TO MOV-PROGRAMA

           PERFORM GRAVAR-MOVIMENTO.

      *A PERNA DE CREDITO NA CUSTODIA E UM READ DIRETO NO MEIO DA
      *VARREDURA SEQUENCIAL DO MASTER, O QUE MOVE O PONTEIRO DO READ
               NOT INVALID KEY
                   ADD WS-VALOR-RECOLHIDO TO CONTA-SALDO
                   REWRITE CONTA-REC
                   MOVE 'ECR' TO MOV-TIPO
                   PERFORM GRAVAR-MOVIMENTO-RECOLHIMENTO
           END-READ

                       MOVE 'Y' TO WS-EOF-CONTAS
               END-READ
           END-IF.

      *CARIMBA O MOVIMENTO COM O PROXIMO NSU E GRAVA NO DIARIO
      *INDEXADO. SEM NSU, OU COM O NSU JA PRESENTE NO DIARIO, NAO HA
      *GRAVACAO E O PROGRAMA PARA.
       GRAVAR-MOVIMENTO.

           CALL 'NumeraMovimento' USING WS-NSU-AREA
           IF NSU-RETORNO NOT = '00'
               DISPLAY 'SEM NSU PARA O MOVIMENTO DA CONTA '
                   MOV-CONTA ', STATUS: ' NSU-RETORNO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE NSU-NUMERO TO MOV-NSU
           WRITE MOVIMENTO-REC
               INVALID KEY
                   DISPLAY 'MOVIMENTO JA EXISTE NO DIARIO: CONTA '
                       MOV-CONTA ' NSU ' MOV-NSU
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-WRITE.
