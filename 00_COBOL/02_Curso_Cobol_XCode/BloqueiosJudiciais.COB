      *=================================================================
       IDENTIFICATION                                  DIVISION.
      *=================================================================
       PROGRAM-ID. BloqueiosJudiciais.
      *******************************************************************
      * Author: Vinícius Azevedo
      * Date: 15/10/2026
      * Purpose: Ordens judiciais de bloqueio (SISBAJUD)
      * Tectonics: cobc
      ******************************************************************
      * Processa as ordens judiciais da noite (sisbajud_ordens.dat,
      * envelopado como os demais feeds). Ate aqui a ordem do juizo
      * virava bloqueio da conta inteira (SITUACAO 'B'), o que para
      * toda a movimentacao do cliente quando o juizo so manda
      * congelar um VALOR. Agora, por ordem:
      *   'B' bloqueio: procura as contas do CPF (titular e
      *       co-titulares 'T', so contas em reais nao encerradas) e
      *       retem, conta a conta, o saldo livre (saldo menos o que
      *       outras ordens ja retem) ate completar o valor ordenado,
      *       gravando uma retencao por ordem e conta no cadastro de
      *       bloqueios (bloqueios_judiciais.dat). O saldo NAO sai da
      *       conta: os programas de debito (saques, reapresentacao,
      *       transferencias, TED, ordens permanentes, cobranca de
      *       parcelas e os debitos de balcao) tiram o valor retido do
      *       disponivel.
      *   'D' desbloqueio: libera o valor informado (zero = tudo) das
      *       retencoes da ordem.
      *   'T' transferencia ao juizo: debita da conta o valor
      *       informado (zero = tudo) das retencoes da ordem -- tipo
      *       TJD no diario, que o razao leva para a conta de
      *       depositos judiciais a repassar -- e baixa a retencao.
      * A resposta ao juizo (sisbajud_resposta.dat) leva uma linha por
      * ordem e conta com o valor solicitado e o valor EFETIVAMENTE
      * bloqueado, liberado ou transferido, no mesmo envelope da
      * remessa de TED (header 'H', detalhes 'D', trailer 'T' com
      * contagem e hash), com o recibo em sisbajud_ctl.dat. Ordem que
      * nao pode ser cumprida (CPF sem conta, ordem desconhecida,
      * ordem invalida ou repetida) responde com o codigo do motivo e
      * vai tambem para o arquivo de excecoes (sisbajud_exc.dat).
      ******************************************************************
      *=================================================================
       ENVIRONMENT                                     DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       CONFIGURATION                           SECTION.
      *-----------------------------------------------------------------

       SPECIAL-NAMES.

      *-----------------------------------------------------------------
       INPUT-OUTPUT                            SECTION.
      *-----------------------------------------------------------------

       FILE-CONTROL.
           SELECT CONTAS ASSIGN TO 'contas.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONTA-NUMERO
           FILE STATUS IS WS-CONTA-STATUS.

           SELECT COTITULARES ASSIGN TO 'cotitulares.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COT-CHAVE
           FILE STATUS IS WS-COT-STATUS.

           SELECT ORDENS-JUDICIAIS ASSIGN TO 'sisbajud_ordens.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-OJD-STATUS.

           SELECT BLOQUEIOS ASSIGN TO 'bloqueios_judiciais.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BLQ-CHAVE
           ALTERNATE RECORD KEY IS BLQ-CONTA WITH DUPLICATES
           FILE STATUS IS WS-BLQ-STATUS.

           SELECT RESPOSTA-JUDICIAL ASSIGN TO 'sisbajud_resposta.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RSP-STATUS.

           SELECT SISBAJUD-CONTROLE ASSIGN TO 'sisbajud_ctl.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CTL-STATUS.

           SELECT EXCECOES-JUDICIAIS ASSIGN TO 'sisbajud_exc.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-EXC-STATUS.

           SELECT MOVIMENTOS ASSIGN TO 'movimentos.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-CHAVE
           FILE STATUS IS WS-MOV-STATUS.

           SELECT DATA-MOVIMENTO ASSIGN TO 'data_movimento.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-DTM-STATUS.

           SELECT CONTROLE-EXECUCAO ASSIGN TO 'controle_execucao.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTE-CHAVE
           FILE STATUS IS WS-CTE-STATUS.

      *=================================================================
       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                    SECTION.
      *-----------------------------------------------------------------
       FD  CONTAS.
       01  CONTA-REC.
           COPY CONTAREC REPLACING ==:PREFIX:== BY ==CONTA==.

       FD  COTITULARES.
       01  COTITULAR-REC.
           COPY COTITREC REPLACING ==:PREFIX:== BY ==COT==.

      *AS ORDENS CHEGAM ENVELOPADAS (HEADER 'H', DETALHES 'D',
      *TRAILER 'T' COM CONTAGEM E HASH DOS VALORES), VALIDADAS
      *INTEIRAS ANTES DE QUALQUER RETENCAO.
      *OJD-ACAO: 'B' BLOQUEIO, 'D' DESBLOQUEIO, 'T' TRANSFERENCIA AO
      *JUIZO. EM 'D' E 'T' O NUMERO E O DA ORDEM DE BLOQUEIO ORIGINAL
      *E VALOR ZERO QUER DIZER TUDO O QUE ESTA RETIDO.
       FD  ORDENS-JUDICIAIS.
       01  ORDEM-JUDICIAL-HEADER.
           05 OJH-TIPO             PIC X(1).
           05 OJH-DATA             PIC 9(8).
           05 OJH-SEQUENCIA        PIC 9(6).
           05 FILLER               PIC X(37).
       01  ORDEM-JUDICIAL-REC.
           05 OJD-TIPO             PIC X(1).
           05 OJD-ACAO             PIC X(1).
           05 OJD-NUMERO           PIC X(20).
           05 OJD-CPF              PIC 9(11).
           05 OJD-VALOR            PIC 9(9)V99.
           05 OJD-DATA-ORDEM       PIC 9(8).
       01  ORDEM-JUDICIAL-TRAILER.
           05 OJT-TIPO             PIC X(1).
           05 OJT-QTD              PIC 9(6).
           05 OJT-HASH             PIC 9(11)V99.
           05 FILLER               PIC X(32).

       FD  BLOQUEIOS.
       01  BLOQUEIO-REC.
           COPY BLQREC REPLACING ==:PREFIX:== BY ==BLQ==.

      *LAYOUT FIXO DE 80 POSICOES DA RESPOSTA AO JUIZO: UM DETALHE
      *POR ORDEM E CONTA ALCANCADA (CONTA ZERADA QUANDO A ORDEM NAO
      *CHEGOU A NENHUMA CONTA).
      *RPD-RESULTADO: '00' EFETIVADO, '01' EFETIVADO EM PARTE, '02'
      *SEM SALDO LIVRE NA CONTA, '03' CPF SEM CONTA NA INSTITUICAO,
      *'04' ORDEM DE BLOQUEIO NAO ENCONTRADA, '05' ORDEM INVALIDA,
      *'06' ORDEM DE BLOQUEIO JA RECEBIDA.
       FD  RESPOSTA-JUDICIAL.
       01  RESPOSTA-HEADER.
           05 RPH-TIPO             PIC X(1).
           05 RPH-DATA             PIC 9(8).
           05 RPH-SEQUENCIA        PIC 9(6).
           05 FILLER               PIC X(65).
       01  RESPOSTA-DETALHE.
           05 RPD-TIPO             PIC X(1).
           05 RPD-ACAO             PIC X(1).
           05 RPD-ORDEM            PIC X(20).
           05 RPD-CPF              PIC 9(11).
           05 RPD-CONTA            PIC 9(6).
           05 RPD-VALOR-SOLICITADO PIC 9(9)V99.
           05 RPD-VALOR-EFETIVADO  PIC 9(9)V99.
           05 RPD-RESULTADO        PIC X(2).
           05 FILLER               PIC X(17).
       01  RESPOSTA-TRAILER.
           05 RPT-TIPO             PIC X(1).
           05 RPT-QTD              PIC 9(6).
           05 RPT-HASH             PIC 9(13)V99.
           05 FILLER               PIC X(58).

      *UM REGISTRO POR RESPOSTA ENVIADA: RECIBO DO ENVELOPE.
       FD  SISBAJUD-CONTROLE.
       01  SISBAJUD-CONTROLE-REC.
           05 SCT-DATA             PIC 9(8).
           05 SCT-SEQUENCIA        PIC 9(6).
           05 SCT-QTD              PIC 9(6).
           05 SCT-HASH             PIC 9(13)V99.

       FD  EXCECOES-JUDICIAIS.
       01  EXCECAO-JUDICIAL-REC.
           05 EXJ-TIMESTAMP        PIC X(21).
           05 EXJ-ORDEM            PIC X(20).
           05 EXJ-CPF              PIC 9(11).
           05 EXJ-VALOR            PIC 9(9)V99.
           05 EXJ-MOTIVO           PIC X(20).

       FD  MOVIMENTOS.
       01  MOVIMENTO-REC.
           COPY MOVREC REPLACING ==:PREFIX:== BY ==MOV==.

       FD  DATA-MOVIMENTO.
       01  DATA-MOVIMENTO-REC.
           05 DTM-DATA             PIC 9(8).
           05 DTM-SITUACAO         PIC X(1).

       FD  CONTROLE-EXECUCAO.
       01  CONTROLE-EXECUCAO-REC.
           COPY RUNCTL REPLACING ==:PREFIX:== BY ==CTE==.

      *-----------------------------------------------------------------
       WORKING-STORAGE                         SECTION.
      *-----------------------------------------------------------------
       77 WS-CONTA-STATUS      PIC X(2)    VALUE '00'.
       77 WS-COT-STATUS        PIC X(2)    VALUE '00'.
       77 WS-OJD-STATUS        PIC X(2)    VALUE '00'.
       77 WS-BLQ-STATUS        PIC X(2)    VALUE '00'.
       77 WS-RSP-STATUS        PIC X(2)    VALUE '00'.
       77 WS-CTL-STATUS        PIC X(2)    VALUE '00'.
       77 WS-EXC-STATUS        PIC X(2)    VALUE '00'.
       77 WS-MOV-STATUS        PIC X(2)    VALUE '00'.

       77 WS-EOF               PIC X(1)    VALUE 'N'.
       77 WS-CTL-EOF           PIC X(1)    VALUE 'N'.
       77 WS-BLQ-EOF           PIC X(1)    VALUE 'N'.
       77 WS-SCAN-EOF          PIC X(1)    VALUE 'N'.
       77 WS-TEM-ORDENS        PIC X(1)    VALUE 'Y'.
       77 WS-TEM-COTITULARES   PIC X(1)    VALUE 'N'.
       77 WS-ORDEM-ACHADA      PIC X(1)    VALUE 'N'.
       77 WS-TUDO              PIC X(1)    VALUE 'N'.
       77 WS-MOTIVO            PIC X(20)   VALUE SPACES.
       77 WS-RESULTADO         PIC X(2)    VALUE SPACES.

       77 WS-SEQUENCIA         PIC 9(6)    VALUE ZEROS.
       77 WS-QTD-ORDENS        PIC 9(7)    VALUE ZEROS.
       77 WS-QTD-BLOQUEIOS     PIC 9(7)    VALUE ZEROS.
       77 WS-QTD-DESBLOQUEIOS  PIC 9(7)    VALUE ZEROS.
       77 WS-QTD-TRANSFERENCIAS PIC 9(7)   VALUE ZEROS.
       77 WS-QTD-EXCECOES      PIC 9(7)    VALUE ZEROS.
       77 WS-QTD-RESPOSTAS     PIC 9(6)    VALUE ZEROS.
       77 WS-HASH-RESPOSTAS    PIC 9(13)V99 VALUE ZEROS.
       77 WS-TOTAL-BLOQUEADO   PIC 9(13)V99 VALUE ZEROS.
       77 WS-TOTAL-LIBERADO    PIC 9(13)V99 VALUE ZEROS.
       77 WS-TOTAL-TRANSFERIDO PIC 9(13)V99 VALUE ZEROS.
       77 WS-TOTAL-ED          PIC 9(13).99 VALUE ZEROS.
       77 WS-QTD-PASSO         PIC 9(9)    VALUE ZEROS.

      *VALIDACAO DO ENVELOPE DO ARQUIVO DE ENTRADA, ANTES DE TOCAR O
      *MASTER.
       77 WS-ENV-QTD           PIC 9(6)    VALUE ZEROS.
       77 WS-ENV-HASH          PIC 9(11)V99 VALUE ZEROS.
       77 WS-ENV-TEM-HEADER    PIC X(1)    VALUE 'N'.
       77 WS-ENV-TEM-TRAILER   PIC X(1)    VALUE 'N'.
       77 WS-ENV-OK            PIC X(1)    VALUE 'Y'.

      *VALORES DA ORDEM EM EXAME: O QUE AINDA FALTA CUMPRIR, O QUE
      *CADA CONTA COMPORTA E O QUE FOI EFETIVADO NELA.
       77 WS-VALOR-RESTANTE    PIC 9(9)V99 VALUE ZEROS.
       77 WS-VALOR-BLOQUEADO   PIC 9(9)V99 VALUE ZEROS.
       77 WS-SALDO-LIVRE       PIC S9(9)V99 VALUE ZEROS.
       77 WS-VALOR-ACAO        PIC 9(9)V99 VALUE ZEROS.
       77 WS-VALOR-EFETIVADO   PIC 9(9)V99 VALUE ZEROS.
       77 WS-CONTA-ALVO        PIC 9(6)    VALUE ZEROS.

      *CONTAS DO CPF DA ORDEM: AS DE TITULARIDADE (CONTAREC) EM ORDEM
      *DE NUMERO, DEPOIS AS DE CO-TITULARIDADE (cotitulares.dat).
       77 WS-I-CONTA           PIC 9(3)    VALUE ZEROS.
       77 WS-CONTA-JA-LISTADA  PIC X(1)    VALUE 'N'.
       01 WS-QTD-CONTAS-CPF    PIC 9(3)    VALUE ZEROS.
       01 WS-TABELA-CONTAS-CPF.
           05 WS-CCP-CONTA OCCURS 50 TIMES PIC 9(6).

      *AREA DE COMUNICACAO COM O ESCRITOR DE RELATORIOS COMPARTILHADO
      *(GravaRelatorio): RELATORIOS SAEM EM ARQUIVO DE IMPRESSAO DE
      *132 COLUNAS COM CABECALHO PADRAO, ALEM DO CONSOLE.
       01  WS-REL-AREA.
           COPY RELLINK REPLACING ==:PREFIX:== BY ==REL==.

      *CONTROLE DE EXECUCAO DO PASSO: DATA DE MOVIMENTO ABERTA PELA
      *ABERTURA DIARIA E REGISTRO POR PASSO COM INICIO/FIM, REGISTROS
      *E RESULTADO. PASSO JA 'OK' NA DATA NAO RODA DE NOVO.
       77 WS-DTM-STATUS        PIC X(2)    VALUE '00'.
       77 WS-CTE-STATUS        PIC X(2)    VALUE '00'.
       77 WS-DATA-MOVIMENTO    PIC 9(8)    VALUE ZEROS.
       77 WS-NOME-PASSO        PIC X(12)   VALUE 'SISBAJUD    '.

      *AREA DE COMUNICACAO COM O MODULO DE NUMERACAO DE MOVIMENTOS
      *(NumeraMovimento): TODO MOVIMENTO GRAVADO NO DIARIO LEVA O
      *PROXIMO NSU, QUE FECHA A CHAVE CONTA + DATA + NSU.
       01  WS-NSU-AREA.
           COPY NSULINK REPLACING ==:PREFIX:== BY ==NSU==.

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================
       PROGRAM-BEGIN.

           PERFORM INICIAR-CONTROLE-EXECUCAO.
           PERFORM VALIDAR-ENVELOPE-ORDENS.

           IF WS-TEM-ORDENS = 'Y'
               PERFORM OBTER-PROXIMA-SEQUENCIA
               PERFORM PROCESSAR-ORDENS
               PERFORM REGISTRAR-ENVELOPE
           END-IF.

           MOVE WS-QTD-ORDENS TO WS-QTD-PASSO.
           PERFORM ENCERRAR-CONTROLE-EXECUCAO.
           PERFORM IMPRIMIR-TRAILER-SISBAJUD.

           STOP RUN.

      *PASSADA COMPLETA DE VALIDACAO DO ENVELOPE DAS ORDENS, ANTES DE
      *TOCAR O MASTER. SEM ARQUIVO NAO HA ORDEM NA NOITE; ENVELOPE
      *DIVERGENTE ABENDA O PASSO.
       VALIDAR-ENVELOPE-ORDENS.

           MOVE ZEROS TO WS-ENV-QTD WS-ENV-HASH
           MOVE 'N' TO WS-ENV-TEM-HEADER WS-ENV-TEM-TRAILER
           MOVE 'Y' TO WS-ENV-OK
           MOVE 'N' TO WS-EOF

           OPEN INPUT ORDENS-JUDICIAIS
           IF WS-OJD-STATUS NOT = '00'
               DISPLAY 'SEM ORDENS JUDICIAIS NA DATA (STATUS '
                   WS-OJD-STATUS ').'
               MOVE 'N' TO WS-TEM-ORDENS
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ ORDENS-JUDICIAIS
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM CONFERIR-REGISTRO-ENVELOPE
               END-READ
           END-PERFORM

           CLOSE ORDENS-JUDICIAIS
           MOVE 'N' TO WS-EOF

           IF WS-ENV-TEM-HEADER = 'N'
               DISPLAY 'ORDENS JUDICIAIS SEM HEADER DE ENVELOPE.'
               MOVE 'N' TO WS-ENV-OK
           END-IF
           IF WS-ENV-TEM-TRAILER = 'N'
               DISPLAY 'ORDENS JUDICIAIS SEM TRAILER DE ENVELOPE '
                   '(ARQUIVO TRUNCADO?).'
               MOVE 'N' TO WS-ENV-OK
           END-IF

           IF WS-ENV-OK NOT = 'Y'
               DISPLAY 'ENVELOPE DAS ORDENS JUDICIAIS INVALIDO: LOTE '
                   'ABORTADO.'
               PERFORM ABORTAR-PASSO
           END-IF.

       CONFERIR-REGISTRO-ENVELOPE.

           EVALUATE OJD-TIPO
               WHEN 'H'
                   MOVE 'Y' TO WS-ENV-TEM-HEADER
                   IF OJH-DATA NOT = WS-DATA-MOVIMENTO
                       DISPLAY 'HEADER DAS ORDENS JUDICIAIS COM DATA '
                           OJH-DATA ' DIFERENTE DA DATA DE '
                           'MOVIMENTO ' WS-DATA-MOVIMENTO
                       MOVE 'N' TO WS-ENV-OK
                   END-IF
               WHEN 'D'
                   ADD 1 TO WS-ENV-QTD
                   ADD OJD-VALOR TO WS-ENV-HASH
               WHEN 'T'
                   MOVE 'Y' TO WS-ENV-TEM-TRAILER
                   IF OJT-QTD NOT = WS-ENV-QTD
                       DISPLAY 'TRAILER DAS ORDENS JUDICIAIS: '
                           'CONTAGEM ' OJT-QTD ' DIFERE DOS '
                           'DETALHES ' WS-ENV-QTD
                       MOVE 'N' TO WS-ENV-OK
                   END-IF
                   IF OJT-HASH NOT = WS-ENV-HASH
                       DISPLAY 'TRAILER DAS ORDENS JUDICIAIS: HASH '
                           'NAO BATE COM OS DETALHES.'
                       MOVE 'N' TO WS-ENV-OK
                   END-IF
               WHEN OTHER
                   DISPLAY 'REGISTRO DE TIPO DESCONHECIDO NAS '
                       'ORDENS JUDICIAIS.'
                   MOVE 'N' TO WS-ENV-OK
           END-EVALUATE.

      *A SEQUENCIA DA RESPOSTA E A ULTIMA DO ARQUIVO DE CONTROLE + 1,
      *COMO NA REMESSA DE TED.
       OBTER-PROXIMA-SEQUENCIA.

           MOVE ZEROS TO WS-SEQUENCIA

           OPEN INPUT SISBAJUD-CONTROLE
           IF WS-CTL-STATUS = '00'
               MOVE 'N' TO WS-CTL-EOF
               PERFORM UNTIL WS-CTL-EOF = 'Y'
                   READ SISBAJUD-CONTROLE
                       AT END
                           MOVE 'Y' TO WS-CTL-EOF
                       NOT AT END
                           MOVE SCT-SEQUENCIA TO WS-SEQUENCIA
                   END-READ
               END-PERFORM
               CLOSE SISBAJUD-CONTROLE
           END-IF

           ADD 1 TO WS-SEQUENCIA.

       PROCESSAR-ORDENS.

           MOVE 'N' TO WS-EOF

           OPEN INPUT ORDENS-JUDICIAIS
           MOVE 'N' TO WS-TEM-COTITULARES
           OPEN INPUT COTITULARES
           IF WS-COT-STATUS = '00'
               MOVE 'Y' TO WS-TEM-COTITULARES
           END-IF
           OPEN I-O MOVIMENTOS
           IF WS-MOV-STATUS = '35'
               OPEN OUTPUT MOVIMENTOS
           END-IF
           OPEN I-O CONTAS
           IF WS-CONTA-STATUS = '35'
               OPEN OUTPUT CONTAS
               CLOSE CONTAS
               OPEN I-O CONTAS
           END-IF
           OPEN I-O BLOQUEIOS
           IF WS-BLQ-STATUS = '35'
               OPEN OUTPUT BLOQUEIOS
               CLOSE BLOQUEIOS
               OPEN I-O BLOQUEIOS
           END-IF
           IF WS-BLQ-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE BLOQUEIOS NAO ABRIU, STATUS: '
                   WS-BLQ-STATUS
               PERFORM ABORTAR-PASSO
           END-IF

           OPEN OUTPUT RESPOSTA-JUDICIAL
           MOVE SPACES            TO RESPOSTA-HEADER
           MOVE 'H'               TO RPH-TIPO
           MOVE WS-DATA-MOVIMENTO TO RPH-DATA
           MOVE WS-SEQUENCIA      TO RPH-SEQUENCIA
           WRITE RESPOSTA-HEADER

           PERFORM UNTIL WS-EOF = 'Y'
               READ ORDENS-JUDICIAIS
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF OJD-TIPO = 'D'
                           ADD 1 TO WS-QTD-ORDENS
                           PERFORM TRATAR-ORDEM
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES            TO RESPOSTA-TRAILER
           MOVE 'T'               TO RPT-TIPO
           MOVE WS-QTD-RESPOSTAS  TO RPT-QTD
           MOVE WS-HASH-RESPOSTAS TO RPT-HASH
           WRITE RESPOSTA-TRAILER
           CLOSE RESPOSTA-JUDICIAL

           CLOSE ORDENS-JUDICIAIS
           CLOSE BLOQUEIOS
           CLOSE CONTAS
           CLOSE MOVIMENTOS
           IF WS-TEM-COTITULARES = 'Y'
               CLOSE COTITULARES
           END-IF.

       TRATAR-ORDEM.

           IF OJD-NUMERO = SPACES
               MOVE '05' TO WS-RESULTADO
               MOVE 'ORDEM SEM NUMERO' TO WS-MOTIVO
               PERFORM RECUSAR-ORDEM
               EXIT PARAGRAPH
           END-IF

           EVALUATE OJD-ACAO
               WHEN 'B'
                   PERFORM BLOQUEAR-VALOR
               WHEN 'D'
                   PERFORM DESBLOQUEAR-VALOR
               WHEN 'T'
                   PERFORM TRANSFERIR-AO-JUIZO
               WHEN OTHER
                   MOVE '05' TO WS-RESULTADO
                   MOVE 'ACAO DESCONHECIDA' TO WS-MOTIVO
                   PERFORM RECUSAR-ORDEM
           END-EVALUATE.

      *BLOQUEIO: RETEM, CONTA A CONTA DO CPF, O SALDO LIVRE ATE
      *COMPLETAR O VALOR ORDENADO. CONTA SEM SALDO LIVRE RESPONDE
      *'02' COM ZERO RETIDO; O JUIZO VE CONTA A CONTA O QUE FICOU.
       BLOQUEAR-VALOR.

           IF OJD-CPF = ZEROS OR OJD-VALOR = ZEROS
               MOVE '05' TO WS-RESULTADO
               MOVE 'CPF OU VALOR ZERADO' TO WS-MOTIVO
               PERFORM RECUSAR-ORDEM
               EXIT PARAGRAPH
           END-IF

           PERFORM LOCALIZAR-ORDEM
           IF WS-ORDEM-ACHADA = 'Y'
               MOVE '06' TO WS-RESULTADO
               MOVE 'ORDEM JA RECEBIDA' TO WS-MOTIVO
               PERFORM RECUSAR-ORDEM
               EXIT PARAGRAPH
           END-IF

           PERFORM MONTAR-CONTAS-DO-CPF
           IF WS-QTD-CONTAS-CPF = ZEROS
               MOVE '03' TO WS-RESULTADO
               MOVE 'CPF SEM CONTA' TO WS-MOTIVO
               PERFORM RECUSAR-ORDEM
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-QTD-BLOQUEIOS
           MOVE OJD-VALOR TO WS-VALOR-RESTANTE

           PERFORM VARYING WS-I-CONTA FROM 1 BY 1
               UNTIL WS-I-CONTA > WS-QTD-CONTAS-CPF
               OR WS-VALOR-RESTANTE = ZEROS
               MOVE WS-CCP-CONTA(WS-I-CONTA) TO CONTA-NUMERO
               READ CONTAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CONTA-SITUACAO NOT = 'E'
                           AND CONTA-MOEDA = 'BRL'
                           PERFORM RETER-NA-CONTA
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY 'BLOQUEIO ' OJD-NUMERO ' CPF ' OJD-CPF
               ' ORDENADO ' OJD-VALOR ' NAO ATINGIDO '
               WS-VALOR-RESTANTE.

      *ASSUME A CONTA LIDA EM CONTA-REC. O SALDO LIVRE E O SALDO
      *MENOS O QUE OUTRAS ORDENS JA RETEM NA CONTA.
       RETER-NA-CONTA.

           PERFORM BUSCAR-BLOQUEIO-CONTA
           COMPUTE WS-SALDO-LIVRE = CONTA-SALDO - WS-VALOR-BLOQUEADO

           IF WS-SALDO-LIVRE NOT > ZEROS
               MOVE ZEROS TO WS-VALOR-EFETIVADO
               MOVE '02' TO WS-RESULTADO
               PERFORM RESPONDER-CONTA
               EXIT PARAGRAPH
           END-IF

           IF WS-SALDO-LIVRE < WS-VALOR-RESTANTE
               MOVE WS-SALDO-LIVRE TO WS-VALOR-EFETIVADO
               MOVE '01' TO WS-RESULTADO
           ELSE
               MOVE WS-VALOR-RESTANTE TO WS-VALOR-EFETIVADO
               MOVE '00' TO WS-RESULTADO
           END-IF

           MOVE OJD-NUMERO         TO BLQ-ORDEM
           MOVE CONTA-NUMERO       TO BLQ-CONTA
           MOVE OJD-CPF            TO BLQ-CPF
           MOVE OJD-DATA-ORDEM     TO BLQ-DATA-ORDEM
           MOVE OJD-VALOR          TO BLQ-VALOR-ORDEM
           MOVE WS-VALOR-EFETIVADO TO BLQ-VALOR-BLOQUEADO
           MOVE ZEROS              TO BLQ-VALOR-TRANSFERIDO
           MOVE 'A'                TO BLQ-SITUACAO
           MOVE WS-DATA-MOVIMENTO  TO BLQ-DATA-ULT-ACAO
           WRITE BLOQUEIO-REC
               INVALID KEY
                   DISPLAY 'RETENCAO JA EXISTE NO CADASTRO: '
                       BLQ-ORDEM ' CONTA ' BLQ-CONTA
                   PERFORM ABORTAR-PASSO
           END-WRITE

           SUBTRACT WS-VALOR-EFETIVADO FROM WS-VALOR-RESTANTE
           ADD WS-VALOR-EFETIVADO TO WS-TOTAL-BLOQUEADO
           PERFORM RESPONDER-CONTA

           DISPLAY 'RETIDO NA CONTA ' CONTA-NUMERO ': '
               WS-VALOR-EFETIVADO ' (ORDEM ' OJD-NUMERO ')'.

      *DESBLOQUEIO: LIBERA DAS RETENCOES ATIVAS DA ORDEM O VALOR
      *PEDIDO (ZERO = TUDO). O SALDO NAO SE MEXE.
       DESBLOQUEAR-VALOR.

           PERFORM LOCALIZAR-ORDEM
           IF WS-ORDEM-ACHADA NOT = 'Y'
               MOVE '04' TO WS-RESULTADO
               MOVE 'ORDEM NAO ENCONTRADA' TO WS-MOTIVO
               PERFORM RECUSAR-ORDEM
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-QTD-DESBLOQUEIOS
           PERFORM PREPARAR-VALOR-ACAO

           PERFORM UNTIL WS-BLQ-EOF = 'Y'
               IF BLQ-SITUACAO = 'A' AND BLQ-VALOR-BLOQUEADO > ZEROS
                   AND (WS-TUDO = 'Y' OR WS-VALOR-RESTANTE > ZEROS)
                   PERFORM LIBERAR-RETENCAO
               END-IF
               PERFORM LER-PROXIMA-RETENCAO
           END-PERFORM.

      *ASSUME A RETENCAO LIDA EM BLOQUEIO-REC.
       LIBERAR-RETENCAO.

           PERFORM CALCULAR-VALOR-ACAO

           SUBTRACT WS-VALOR-ACAO FROM BLQ-VALOR-BLOQUEADO
           IF BLQ-VALOR-BLOQUEADO = ZEROS
               MOVE 'L' TO BLQ-SITUACAO
           END-IF
           MOVE WS-DATA-MOVIMENTO TO BLQ-DATA-ULT-ACAO
           REWRITE BLOQUEIO-REC

           ADD WS-VALOR-ACAO TO WS-TOTAL-LIBERADO
           MOVE WS-VALOR-ACAO TO WS-VALOR-EFETIVADO
           MOVE BLQ-CONTA TO CONTA-NUMERO
           MOVE '00' TO WS-RESULTADO
           PERFORM RESPONDER-CONTA

           DISPLAY 'LIBERADO NA CONTA ' BLQ-CONTA ': ' WS-VALOR-ACAO
               ' (ORDEM ' BLQ-ORDEM ')'.

      *TRANSFERENCIA: DEBITA DA CONTA O VALOR PEDIDO (ZERO = TUDO) DAS
      *RETENCOES ATIVAS DA ORDEM E BAIXA A RETENCAO. SE O SALDO DA
      *CONTA CAIU ABAIXO DO RETIDO (TARIFAS E ENCARGOS DO PROPRIO
      *BANCO), SO O SALDO POSITIVO VAI, E A RESPOSTA SAI '01'.
       TRANSFERIR-AO-JUIZO.

           PERFORM LOCALIZAR-ORDEM
           IF WS-ORDEM-ACHADA NOT = 'Y'
               MOVE '04' TO WS-RESULTADO
               MOVE 'ORDEM NAO ENCONTRADA' TO WS-MOTIVO
               PERFORM RECUSAR-ORDEM
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-QTD-TRANSFERENCIAS
           PERFORM PREPARAR-VALOR-ACAO

           PERFORM UNTIL WS-BLQ-EOF = 'Y'
               IF BLQ-SITUACAO = 'A' AND BLQ-VALOR-BLOQUEADO > ZEROS
                   AND (WS-TUDO = 'Y' OR WS-VALOR-RESTANTE > ZEROS)
                   PERFORM TRANSFERIR-RETENCAO
               END-IF
               PERFORM LER-PROXIMA-RETENCAO
           END-PERFORM.

      *ASSUME A RETENCAO LIDA EM BLOQUEIO-REC.
       TRANSFERIR-RETENCAO.

           PERFORM CALCULAR-VALOR-ACAO
           MOVE '00' TO WS-RESULTADO

           MOVE BLQ-CONTA TO CONTA-NUMERO
           READ CONTAS
               INVALID KEY
                   MOVE ZEROS TO CONTA-SALDO
           END-READ
           IF CONTA-SALDO < WS-VALOR-ACAO
               IF CONTA-SALDO > ZEROS
                   MOVE CONTA-SALDO TO WS-VALOR-ACAO
               ELSE
                   MOVE ZEROS TO WS-VALOR-ACAO
               END-IF
               MOVE '01' TO WS-RESULTADO
           END-IF

           IF WS-VALOR-ACAO > ZEROS
               SUBTRACT WS-VALOR-ACAO FROM CONTA-SALDO
               REWRITE CONTA-REC

               MOVE CONTA-NUMERO      TO MOV-CONTA
               MOVE WS-DATA-MOVIMENTO TO MOV-DATA
               MOVE 'TJD'             TO MOV-TIPO
               MOVE WS-VALOR-ACAO     TO MOV-VALOR
               MOVE CONTA-SALDO       TO MOV-SALDO-RESULT
               MOVE 'SISBAJUD'        TO MOV-PROGRAMA
               PERFORM GRAVAR-MOVIMENTO
           END-IF

      *O QUE O SALDO NAO COBRIU DEIXA DE SER RETIDO: A CONTA NAO TEM
      *MAIS O DINHEIRO, E O JUIZO SABE PELA RESPOSTA '01'.
           IF WS-RESULTADO = '01'
               MOVE ZEROS TO BLQ-VALOR-BLOQUEADO
           ELSE
               SUBTRACT WS-VALOR-ACAO FROM BLQ-VALOR-BLOQUEADO
           END-IF
           ADD WS-VALOR-ACAO TO BLQ-VALOR-TRANSFERIDO
           IF BLQ-VALOR-BLOQUEADO = ZEROS
               MOVE 'T' TO BLQ-SITUACAO
           END-IF
           MOVE WS-DATA-MOVIMENTO TO BLQ-DATA-ULT-ACAO
           REWRITE BLOQUEIO-REC

           ADD WS-VALOR-ACAO TO WS-TOTAL-TRANSFERIDO
           MOVE WS-VALOR-ACAO TO WS-VALOR-EFETIVADO
           PERFORM RESPONDER-CONTA

           DISPLAY 'TRANSFERIDO AO JUIZO DA CONTA ' BLQ-CONTA ': '
               WS-VALOR-ACAO ' (ORDEM ' BLQ-ORDEM ')'.

      *VALOR ZERO NA ORDEM DE DESBLOQUEIO/TRANSFERENCIA = TUDO O QUE
      *ESTA RETIDO PELA ORDEM.
       PREPARAR-VALOR-ACAO.

           IF OJD-VALOR = ZEROS
               MOVE 'Y' TO WS-TUDO
           ELSE
               MOVE 'N' TO WS-TUDO
           END-IF
           MOVE OJD-VALOR TO WS-VALOR-RESTANTE.

      *ASSUME A RETENCAO LIDA EM BLOQUEIO-REC: DEIXA EM WS-VALOR-ACAO
      *O QUE SAI DELA (TUDO, OU O QUE FALTA DA ORDEM SE FOR MENOR).
       CALCULAR-VALOR-ACAO.

           MOVE BLQ-VALOR-BLOQUEADO TO WS-VALOR-ACAO
           IF WS-TUDO NOT = 'Y'
               IF WS-VALOR-RESTANTE < WS-VALOR-ACAO
                   MOVE WS-VALOR-RESTANTE TO WS-VALOR-ACAO
               END-IF
               SUBTRACT WS-VALOR-ACAO FROM WS-VALOR-RESTANTE
           END-IF.

      *POSICIONA NA PRIMEIRA RETENCAO DA ORDEM (CHAVE ORDEM + CONTA
      *ZERADA) E A DEIXA LIDA EM BLOQUEIO-REC. WS-BLQ-EOF = 'Y' QUANDO
      *A ORDEM NAO TEM RETENCAO NENHUMA.
       LOCALIZAR-ORDEM.

           MOVE 'N' TO WS-ORDEM-ACHADA
           MOVE 'N' TO WS-BLQ-EOF
           MOVE OJD-NUMERO TO BLQ-ORDEM
           MOVE ZEROS TO BLQ-CONTA
           START BLOQUEIOS KEY IS NOT LESS THAN BLQ-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-BLQ-EOF
           END-START

           IF WS-BLQ-EOF NOT = 'Y'
               PERFORM LER-PROXIMA-RETENCAO
               IF WS-BLQ-EOF NOT = 'Y'
                   MOVE 'Y' TO WS-ORDEM-ACHADA
               END-IF
           END-IF.

       LER-PROXIMA-RETENCAO.

           READ BLOQUEIOS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-BLQ-EOF
               NOT AT END
                   IF BLQ-ORDEM NOT = OJD-NUMERO
                       MOVE 'Y' TO WS-BLQ-EOF
                   END-IF
           END-READ.

      *SOMA EM WS-VALOR-BLOQUEADO O QUE AS RETENCOES ATIVAS PRENDEM
      *NA CONTA CORRENTE (CONTA-NUMERO), PELA CHAVE ALTERNATIVA.
       BUSCAR-BLOQUEIO-CONTA.

           MOVE ZEROS TO WS-VALOR-BLOQUEADO
           MOVE 'N' TO WS-SCAN-EOF
           MOVE CONTA-NUMERO TO BLQ-CONTA
           START BLOQUEIOS KEY IS NOT LESS THAN BLQ-CONTA
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START

           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ BLOQUEIOS NEXT RECORD
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

      *CONTAS DO CPF DA ORDEM: TITULAR PELA VARREDURA DO MASTER E
      *CO-TITULAR ('T') PELA VARREDURA DO CADASTRO DE CO-TITULARES.
      *PROCURADOR ('P') NAO E DONO DO SALDO E NAO ENTRA.
       MONTAR-CONTAS-DO-CPF.

           MOVE ZEROS TO WS-QTD-CONTAS-CPF

           MOVE 'N' TO WS-SCAN-EOF
           MOVE ZEROS TO CONTA-NUMERO
           START CONTAS KEY IS NOT LESS THAN CONTA-NUMERO
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ CONTAS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF CONTA-CPF-TITULAR = OJD-CPF
                           MOVE CONTA-NUMERO TO WS-CONTA-ALVO
                           PERFORM INCLUIR-CONTA-DO-CPF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-TEM-COTITULARES NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-SCAN-EOF
           MOVE ZEROS TO COT-CONTA COT-CPF
           START COTITULARES KEY IS NOT LESS THAN COT-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ COTITULARES NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF COT-CPF = OJD-CPF AND COT-PAPEL = 'T'
                           MOVE COT-CONTA TO WS-CONTA-ALVO
                           PERFORM INCLUIR-CONTA-DO-CPF
                       END-IF
               END-READ
           END-PERFORM.

       INCLUIR-CONTA-DO-CPF.

           MOVE 'N' TO WS-CONTA-JA-LISTADA
           PERFORM VARYING WS-I-CONTA FROM 1 BY 1
               UNTIL WS-I-CONTA > WS-QTD-CONTAS-CPF
               IF WS-CCP-CONTA(WS-I-CONTA) = WS-CONTA-ALVO
                   MOVE 'Y' TO WS-CONTA-JA-LISTADA
               END-IF
           END-PERFORM

           IF WS-CONTA-JA-LISTADA = 'N'
               IF WS-QTD-CONTAS-CPF < 50
                   ADD 1 TO WS-QTD-CONTAS-CPF
                   MOVE WS-CONTA-ALVO
                       TO WS-CCP-CONTA(WS-QTD-CONTAS-CPF)
               ELSE
                   DISPLAY 'TABELA DE CONTAS DO CPF CHEIA (50), '
                       'CONTA FORA DA ORDEM: ' WS-CONTA-ALVO
               END-IF
           END-IF.

      *ASSUME CONTA-NUMERO, WS-VALOR-EFETIVADO E WS-RESULTADO
      *CARREGADOS.
       RESPONDER-CONTA.

           MOVE SPACES             TO RESPOSTA-DETALHE
           MOVE 'D'                TO RPD-TIPO
           MOVE OJD-ACAO           TO RPD-ACAO
           MOVE OJD-NUMERO         TO RPD-ORDEM
           MOVE OJD-CPF            TO RPD-CPF
           MOVE CONTA-NUMERO       TO RPD-CONTA
           MOVE OJD-VALOR          TO RPD-VALOR-SOLICITADO
           MOVE WS-VALOR-EFETIVADO TO RPD-VALOR-EFETIVADO
           MOVE WS-RESULTADO       TO RPD-RESULTADO
           WRITE RESPOSTA-DETALHE

           ADD 1 TO WS-QTD-RESPOSTAS
           ADD WS-VALOR-EFETIVADO TO WS-HASH-RESPOSTAS.

      *ORDEM QUE NAO CHEGA A NENHUMA CONTA: RESPOSTA COM CONTA
      *ZERADA E O CODIGO DO MOTIVO, E EXCECAO PARA O OPERADOR.
       RECUSAR-ORDEM.

           MOVE ZEROS TO CONTA-NUMERO WS-VALOR-EFETIVADO
           PERFORM RESPONDER-CONTA

           ADD 1 TO WS-QTD-EXCECOES

           OPEN EXTEND EXCECOES-JUDICIAIS
           IF WS-EXC-STATUS = '35'
               OPEN OUTPUT EXCECOES-JUDICIAIS
           END-IF

           MOVE FUNCTION CURRENT-DATE TO EXJ-TIMESTAMP
           MOVE OJD-NUMERO            TO EXJ-ORDEM
           MOVE OJD-CPF               TO EXJ-CPF
           MOVE OJD-VALOR             TO EXJ-VALOR
           MOVE WS-MOTIVO             TO EXJ-MOTIVO

           WRITE EXCECAO-JUDICIAL-REC

           CLOSE EXCECOES-JUDICIAIS

           DISPLAY 'ORDEM JUDICIAL RECUSADA (' WS-MOTIVO '): '
               OJD-NUMERO ' CPF ' OJD-CPF.

      *O RECIBO DA RESPOSTA VAI PARA O ARQUIVO DE CONTROLE -- A
      *PROXIMA NOITE CONTINUA A SEQUENCIA DAI.
       REGISTRAR-ENVELOPE.

           OPEN EXTEND SISBAJUD-CONTROLE
           IF WS-CTL-STATUS = '35'
               OPEN OUTPUT SISBAJUD-CONTROLE
           END-IF

           MOVE WS-DATA-MOVIMENTO  TO SCT-DATA
           MOVE WS-SEQUENCIA       TO SCT-SEQUENCIA
           MOVE WS-QTD-RESPOSTAS   TO SCT-QTD
           MOVE WS-HASH-RESPOSTAS  TO SCT-HASH
           WRITE SISBAJUD-CONTROLE-REC

           CLOSE SISBAJUD-CONTROLE.

      *LE A DATA DE MOVIMENTO ABERTA E RECUSA O PASSO QUANDO NAO HA
      *DATA ABERTA, QUANDO O CONTROLE DE EXECUCAO ESTA INACESSIVEL OU
      *QUANDO O PASSO JA TERMINOU 'OK' NESTA DATA (DUPLA EXECUCAO).
       INICIAR-CONTROLE-EXECUCAO.

           OPEN INPUT DATA-MOVIMENTO
           IF WS-DTM-STATUS NOT = '00'
               DISPLAY WS-NOME-PASSO ': SEM DATA DE MOVIMENTO ABERTA '
                   '(RODE AberturaDiaria).'
               PERFORM ABORTAR-PASSO
           END-IF
           READ DATA-MOVIMENTO
               AT END
                   MOVE SPACES TO DTM-SITUACAO
           END-READ
           IF DTM-SITUACAO NOT = 'A'
               DISPLAY WS-NOME-PASSO ': DATA DE MOVIMENTO NAO ESTA '
                   'ABERTA.'
               PERFORM ABORTAR-PASSO
           END-IF
           MOVE DTM-DATA TO WS-DATA-MOVIMENTO
           CLOSE DATA-MOVIMENTO

           OPEN I-O CONTROLE-EXECUCAO
           IF WS-CTE-STATUS = '35'
               OPEN OUTPUT CONTROLE-EXECUCAO
               CLOSE CONTROLE-EXECUCAO
               OPEN I-O CONTROLE-EXECUCAO
           END-IF
           IF WS-CTE-STATUS NOT = '00'
               DISPLAY WS-NOME-PASSO ': CONTROLE DE EXECUCAO '
                   'INACESSIVEL, STATUS: ' WS-CTE-STATUS
               PERFORM ABORTAR-PASSO
           END-IF

           MOVE WS-DATA-MOVIMENTO TO CTE-DATA
           MOVE WS-NOME-PASSO     TO CTE-PASSO
           READ CONTROLE-EXECUCAO
               INVALID KEY
                   MOVE FUNCTION CURRENT-DATE TO CTE-INICIO
                   MOVE SPACES    TO CTE-FIM
                   MOVE ZEROS     TO CTE-REGISTROS
                   MOVE 'EM CURSO' TO CTE-RESULTADO
                   WRITE CONTROLE-EXECUCAO-REC
               NOT INVALID KEY
                   IF CTE-RESULTADO = 'OK'
      *PASSO JA COMPLETO NESTA DATA: EM UM RERUN DA NOITE O PASSO E
      *PULADO COM SUCESSO (RC 0) -- NENHUM VALOR E RETIDO OU
      *TRANSFERIDO DUAS VEZES.
                       DISPLAY WS-NOME-PASSO ': JA EXECUTADO NA DATA '
                           WS-DATA-MOVIMENTO ', PASSO PULADO.'
                       CLOSE CONTROLE-EXECUCAO
                       STOP RUN
                   ELSE
                       MOVE FUNCTION CURRENT-DATE TO CTE-INICIO
                       MOVE 'EM CURSO' TO CTE-RESULTADO
                       REWRITE CONTROLE-EXECUCAO-REC
                   END-IF
           END-READ
           CLOSE CONTROLE-EXECUCAO.

      *ASSUME WS-QTD-PASSO JA CARREGADO PELO CHAMADOR COM OS
      *REGISTROS PROCESSADOS DO PASSO.
       ENCERRAR-CONTROLE-EXECUCAO.

           OPEN I-O CONTROLE-EXECUCAO
           MOVE WS-DATA-MOVIMENTO TO CTE-DATA
           MOVE WS-NOME-PASSO     TO CTE-PASSO
           READ CONTROLE-EXECUCAO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FUNCTION CURRENT-DATE TO CTE-FIM
                   MOVE WS-QTD-PASSO TO CTE-REGISTROS
                   MOVE 'OK' TO CTE-RESULTADO
                   REWRITE CONTROLE-EXECUCAO-REC
           END-READ
           CLOSE CONTROLE-EXECUCAO.

       ABORTAR-PASSO.

           MOVE 8 TO RETURN-CODE
           STOP RUN.

       IMPRIMIR-TRAILER-SISBAJUD.

           DISPLAY ' '.
           DISPLAY 'RELATORIO DAS ORDENS JUDICIAIS (SISBAJUD)'.
           DISPLAY 'ORDENS RECEBIDAS.........: ' WS-QTD-ORDENS.
           DISPLAY 'ORDENS DE BLOQUEIO.......: ' WS-QTD-BLOQUEIOS.
           DISPLAY 'VALOR RETIDO.............: ' WS-TOTAL-BLOQUEADO.
           DISPLAY 'ORDENS DE DESBLOQUEIO....: ' WS-QTD-DESBLOQUEIOS.
           DISPLAY 'VALOR LIBERADO...........: ' WS-TOTAL-LIBERADO.
           DISPLAY 'ORDENS DE TRANSFERENCIA..: '
               WS-QTD-TRANSFERENCIAS.
           DISPLAY 'VALOR TRANSFERIDO........: ' WS-TOTAL-TRANSFERIDO.
           DISPLAY 'ORDENS RECUSADAS.........: ' WS-QTD-EXCECOES.
           DISPLAY 'LINHAS DE RESPOSTA.......: ' WS-QTD-RESPOSTAS.

           MOVE 'A' TO REL-COMANDO
           MOVE 'BloqueiosJudiciais' TO REL-PROGRAMA
           MOVE 'SISBAJUD' TO REL-ID
           MOVE 'ORDENS JUDICIAIS DE BLOQUEIO (SISBAJUD)'
               TO REL-TITULO
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE 'L' TO REL-COMANDO
           MOVE SPACES TO REL-LINHA
           STRING 'ORDENS RECEBIDAS.........: ' WS-QTD-ORDENS
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE SPACES TO REL-LINHA
           STRING 'ORDENS DE BLOQUEIO.......: ' WS-QTD-BLOQUEIOS
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE WS-TOTAL-BLOQUEADO TO WS-TOTAL-ED
           MOVE SPACES TO REL-LINHA
           STRING 'VALOR RETIDO.............: ' WS-TOTAL-ED
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE SPACES TO REL-LINHA
           STRING 'ORDENS DE DESBLOQUEIO....: ' WS-QTD-DESBLOQUEIOS
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE WS-TOTAL-LIBERADO TO WS-TOTAL-ED
           MOVE SPACES TO REL-LINHA
           STRING 'VALOR LIBERADO...........: ' WS-TOTAL-ED
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE SPACES TO REL-LINHA
           STRING 'ORDENS DE TRANSFERENCIA..: ' WS-QTD-TRANSFERENCIAS
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE WS-TOTAL-TRANSFERIDO TO WS-TOTAL-ED
           MOVE SPACES TO REL-LINHA
           STRING 'VALOR TRANSFERIDO........: ' WS-TOTAL-ED
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE SPACES TO REL-LINHA
           STRING 'ORDENS RECUSADAS.........: ' WS-QTD-EXCECOES
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE SPACES TO REL-LINHA
           STRING 'LINHAS DE RESPOSTA.......: ' WS-QTD-RESPOSTAS
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE 'F' TO REL-COMANDO
           CALL 'GravaRelatorio' USING WS-REL-AREA.

      *CARIMBA O MOVIMENTO COM O PROXIMO NSU E GRAVA NO DIARIO
      *INDEXADO. SEM NSU, OU COM O NSU JA PRESENTE NO DIARIO, NAO HA
      *GRAVACAO E O PROGRAMA PARA.
       GRAVAR-MOVIMENTO.

           CALL 'NumeraMovimento' USING WS-NSU-AREA
           IF NSU-RETORNO NOT = '00'
               DISPLAY 'SEM NSU PARA O MOVIMENTO DA CONTA '
                   MOV-CONTA ', STATUS: ' NSU-RETORNO
               PERFORM ABORTAR-PASSO
           END-IF
           MOVE NSU-NUMERO TO MOV-NSU
           WRITE MOVIMENTO-REC
               INVALID KEY
                   DISPLAY 'MOVIMENTO JA EXISTE NO DIARIO: CONTA '
                       MOV-CONTA ' NSU ' MOV-NSU
                   PERFORM ABORTAR-PASSO
           END-WRITE.
