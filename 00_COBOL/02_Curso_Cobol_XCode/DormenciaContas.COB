      * demais noites o passo termina sem fazer nada. Assim a tarifa
      * entra no diario com a data de movimento e o balancete da
      * propria noite amarra o debito contra a fotografia.
      * Corrida mensal: percorre o master e, para cada conta, le os
      * movimentos dela direto no diario (indexado por conta + data +
      * NSU, sem classificar o diario inteiro) e marca como
      * dormente toda conta ativa sem movimento dentro da janela de
      * N meses do arquivo de parametros (dormencia_ctl.dat). Conta
      * marcada gera linha no relatorio de dormencia para a agencia e
      * recebe a tarifa contratual de manutencao, com lancamento 'TAR'
      * no diario; conta pequena demais para tarifar vai para o
      * arquivo de excecoes de tarifa. Conta dormente que voltou a se
      * movimentar tem a marca limpa. Conta marcada pela primeira vez
      * vai tambem para dormencia_novas.dat (aviso ao cliente).
      ******************************************************************
      *=================================================================
       ENVIRONMENT                                     DIVISION.
           FILE STATUS IS WS-CONTA-STATUS.

           SELECT MOVIMENTOS ASSIGN TO 'movimentos.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-CHAVE
           FILE STATUS IS WS-MOV-STATUS.

           SELECT CONTROLE-DORMENCIA ASSIGN TO 'dormencia_ctl.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CTL-STATUS.
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-EXC-STATUS.

           SELECT DORMENTES-NOVAS ASSIGN TO 'dormencia_novas.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-DNV-STATUS.

           SELECT DATA-MOVIMENTO ASSIGN TO 'data_movimento.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-DTM-STATUS.
       01  MOVIMENTO-REC.
           COPY MOVREC REPLACING ==:PREFIX:== BY ==MOV==.

       FD  CONTROLE-DORMENCIA.
       01  CONTROLE-DORMENCIA-REC.
           05 DCT-MESES-JANELA     PIC 9(3).
           05 TEX-SALDO            PIC 9(9)V99.
           05 TEX-TARIFA           PIC 9(5)V99.

      *CONTA QUE PASSOU DE ATIVA A DORMENTE NESTA CORRIDA (A MARCA ERA
      *'N'), ACUMULADA POR DATA DE MOVIMENTO PARA O AVISO AO CLIENTE.
       FD  DORMENTES-NOVAS.
       01  DORMENTE-NOVA-REC.
           05 DNV-DATA             PIC 9(8).
           05 DNV-CONTA            PIC 9(6).
           05 DNV-ULTIMO           PIC 9(8).

      *-----------------------------------------------------------------
       WORKING-STORAGE                         SECTION.
      *-----------------------------------------------------------------
       77 WS-CONTA-STATUS      PIC X(2)    VALUE '00'.
       77 WS-MOV-STATUS        PIC X(2)    VALUE '00'.
       77 WS-CTL-STATUS        PIC X(2)    VALUE '00'.
       77 WS-REL-STATUS        PIC X(2)    VALUE '00'.
       77 WS-EXC-STATUS        PIC X(2)    VALUE '00'.
       77 WS-DNV-STATUS        PIC X(2)    VALUE '00'.

       77 WS-EOF-CONTAS        PIC X(1)    VALUE 'N'.
       77 WS-EOF-MOV           PIC X(1)    VALUE 'N'.

      *PARAMETROS COM PADRAO DE 6 MESES E TARIFA DE 10,00 QUANDO O
      *ARQUIVO DE CONTROLE NAO INFORMA NADA.
           05 DOR-SALDO         PIC 9(9).99.
           05 FILLER            PIC X(26) VALUE SPACES.

      *AREA DE COMUNICACAO COM O MODULO DE NUMERACAO DE MOVIMENTOS
      *(NumeraMovimento): TODO MOVIMENTO GRAVADO NO DIARIO LEVA O
      *PROXIMO NSU, QUE FECHA A CHAVE CONTA + DATA + NSU.
       01  WS-NSU-AREA.
           COPY NSULINK REPLACING ==:PREFIX:== BY ==NSU==.

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================

           PERFORM CALCULAR-DATA-CORTE

           PERFORM VARRER-PORTFOLIO

           DISPLAY ' '

       VARRER-PORTFOLIO.

      *O DIARIO FICA ABERTO (I-O) PARA A CORRIDA INTEIRA: LEITURA DOS
      *MOVIMENTOS DE CADA CONTA E GRAVACAO DO LANCAMENTO 'TAR'.
           OPEN I-O CONTAS
           OPEN I-O MOVIMENTOS
           IF WS-MOV-STATUS = '35'
               OPEN OUTPUT MOVIMENTOS
           END-IF
           OPEN OUTPUT RELATORIO-DORMENCIA
           OPEN EXTEND DORMENTES-NOVAS
           IF WS-DNV-STATUS = '35'
               OPEN OUTPUT DORMENTES-NOVAS
           END-IF

           MOVE 'DORMENCIA DE CONTAS - RELATORIO PARA A AGENCIA'
               TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           MOVE 'N' TO WS-EOF-CONTAS
           MOVE ZEROS TO CONTA-NUMERO
           START CONTAS KEY IS NOT LESS THAN CONTA-NUMERO
           END-PERFORM

           CLOSE CONTAS
           CLOSE MOVIMENTOS
           CLOSE RELATORIO-DORMENCIA
           CLOSE DORMENTES-NOVAS.

      *ACHA O ULTIMO MOVIMENTO DA CONTA NO DIARIO (POSICIONADO NA
      *CONTA E LIDO EM ORDEM DE DATA E NSU, ENTAO O ULTIMO DO GRUPO E
      *O MAIS RECENTE) E DECIDE:
      *ATIVA SEM MOVIMENTO DESDE O CORTE VIRA DORMENTE; DORMENTE COM
      *MOVIMENTO NOVO E REATIVADA. BLOQUEADA/ENCERRADA FICA FORA.
      *SO MOVIMENTO DO CLIENTE (DEP, SAQ, PAR, EDP, ESQ) ZERA O
           MOVE ZEROS TO WS-ULTIMO-MOVIMENTO
           MOVE 'N' TO WS-TARIFADA-HOJE

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
                       WHEN 'TAR'
                           IF MOV-DATA = WS-DATA-PROC
                               MOVE 'S' TO WS-TARIFADA-HOJE
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               PERFORM LER-PROXIMO-MOVIMENTO
           END-PERFORM

           IF CONTA-SITUACAO = 'B' OR CONTA-SITUACAO = 'E'

           ADD 1 TO WS-QTD-DORMENTES

           IF CONTA-DORMENTE NOT = 'S'
               MOVE WS-DATA-PROC        TO DNV-DATA
               MOVE CONTA-NUMERO        TO DNV-CONTA
               MOVE WS-ULTIMO-MOVIMENTO TO DNV-ULTIMO
               WRITE DORMENTE-NOVA-REC
           END-IF

           MOVE 'S' TO CONTA-DORMENTE

           MOVE CONTA-NUMERO        TO DOR-CONTA
           END-IF
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

      *ASSUME MOVIMENTOS JA ABERTO (I-O) PELA CORRIDA.
       GRAVAR-MOVIMENTO-TARIFA.

           MOVE CONTA-NUMERO      TO MOV-CONTA
           MOVE WS-DATA-PROC      TO MOV-DATA
           MOVE 'TAR'             TO MOV-TIPO
           MOVE WS-VALOR-TARIFA            TO MOV-VALOR
           MOVE CONTA-SALDO                TO MOV-SALDO-RESULT
           MOVE 'DORMENCIA'                TO MOV-PROGRAMA

           PERFORM GRAVAR-MOVIMENTO.

       REGISTRAR-EXCECAO-TARIFA.


           DISPLAY 'CONTA DORMENTE ISENTA DE TARIFA (SALDO BAIXO): '
               CONTA-NUMERO.

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
