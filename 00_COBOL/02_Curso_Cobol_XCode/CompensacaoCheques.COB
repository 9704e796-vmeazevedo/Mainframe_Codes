      *=================================================================
       IDENTIFICATION                                  DIVISION.
      *=================================================================
       PROGRAM-ID. CompensacaoCheques.
      *******************************************************************
      * Author: Vinícius Azevedo
      * Date: 15/10/2026
      * Purpose: Compensacao de entrada dos cheques sacados contra nos
      * Tectonics: cobc
      ******************************************************************
      * Roda no batch noturno depois dos bloqueios judiciais e antes
      * dos saques: le os cheques emitidos pelos nossos clientes e
      * apresentados na compensacao por outros bancos
      * (cheques_apresentados.dat, envelopado com header 'H',
      * detalhes 'D' e trailer 'T' com contagem e hash, validado
      * inteiro antes de qualquer debito) e, para cada cheque:
      *   - paga: debita o valor da conta com o tipo proprio 'CHQ'
      *     no diario, dentro do disponivel da conta (saldo mais o
      *     limite de cheque especial vigente, menos os cheques
      *     depositados ainda em compensacao e o valor retido por
      *     ordem judicial), como nos saques;
      *   - ou devolve ao banco apresentante no arquivo de devolucao
      *     da noite (cheques_devolucao.dat, mesmo envelope) com o
      *     codigo de devolucao da compensacao:
      *       35 numero nunca emitido (fora de todo talao ativo da
      *          conta em talonarios.dat) ou conta inexistente;
      *       49 cheque ja pago, ou reapresentado depois de uma
      *          devolucao definitiva (12, 13, 20, 28, 35, 49);
      *       13 conta encerrada;  24 conta bloqueada;
      *       21/28/20 cheque sustado (sustacoes.dat ativa e nao
      *          vencida, pelo motivo da sustacao);
      *       11 insuficiencia de fundos na primeira apresentacao,
      *       12 na segunda.
      * Toda apresentacao de conta do master fica no historico de
      * cheques compensados (cheques_compensados.dat), que e como a
      * segunda apresentacao e reconhecida. Nas devolucoes por
      * fundos (11/12) e por sustacao (20/21/28) a conta paga a
      * tarifa de devolucao da linha 'D' de tarifas.dat (tipo 'TDC'
      * no diario); saldo menor que a tarifa nao e cobrado e vai,
      * como nas demais tarifas, para o arquivo de excecoes do passo
      * (cheques_comp_exc.dat), que entra no consolidado da noite,
      * junto com os cheques de conta inexistente. Noite sem arquivo
      * de cheques apresentados nao debita nada, mas a devolucao
      * sai assim mesmo, com envelope vazio.
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
           SELECT CHEQUES-APRESENTADOS ASSIGN TO
           'cheques_apresentados.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-APR-STATUS.

           SELECT DEVOLUCAO-CHEQUES ASSIGN TO 'cheques_devolucao.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-DEV-STATUS.

           SELECT CONTAS ASSIGN TO 'contas.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONTA-NUMERO
           FILE STATUS IS WS-CONTA-STATUS.

           SELECT MOVIMENTOS ASSIGN TO 'movimentos.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-CHAVE
           FILE STATUS IS WS-MOV-STATUS.

           SELECT TALONARIOS ASSIGN TO 'talonarios.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TAL-CHAVE
           FILE STATUS IS WS-TAL-STATUS.

           SELECT SUSTACOES ASSIGN TO 'sustacoes.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUS-CHAVE
           FILE STATUS IS WS-SUS-STATUS.

           SELECT CHEQUES-COMPENSADOS ASSIGN TO
           'cheques_compensados.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHC-CHAVE
           FILE STATUS IS WS-CHC-STATUS.

           SELECT LIMITES-CHEQUE ASSIGN TO
           'limites_cheque_especial.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LIM-CONTA
           FILE STATUS IS WS-LIM-STATUS.

           SELECT BLOQUEIOS-JUDICIAIS ASSIGN TO
           'bloqueios_judiciais.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BLQ-CHAVE
           ALTERNATE RECORD KEY IS BLQ-CONTA WITH DUPLICATES
           FILE STATUS IS WS-BLQ-STATUS.

           SELECT CHEQUES-PENDENTES ASSIGN TO 'cheques_pendentes.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CHP-STATUS.

           SELECT TABELA-TARIFAS ASSIGN TO 'tarifas.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-TAB-STATUS.

           SELECT EXCECOES-COMPENSACAO ASSIGN TO 'cheques_comp_exc.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-EXC-STATUS.

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
      *LAYOUT FIXO DE 40 POSICOES DA COMPENSACAO DE ENTRADA: UM
      *DETALHE POR CHEQUE SACADO CONTRA UMA CONTA NOSSA, COM O BANCO
      *QUE O APRESENTOU.
       FD  CHEQUES-APRESENTADOS.
       01  APRESENTADO-HEADER.
           05 APH-TIPO             PIC X(1).
           05 APH-DATA             PIC 9(8).
           05 APH-SEQUENCIA        PIC 9(6).
           05 FILLER               PIC X(25).
       01  APRESENTADO-DETALHE.
           05 APD-TIPO             PIC X(1).
           05 APD-BANCO            PIC 9(3).
           05 APD-CONTA            PIC 9(6).
           05 APD-NUMERO-CHEQUE    PIC 9(6).
           05 APD-VALOR            PIC 9(9)V99.
           05 FILLER               PIC X(13).
       01  APRESENTADO-TRAILER.
           05 APT-TIPO             PIC X(1).
           05 APT-QTD              PIC 9(6).
           05 APT-HASH             PIC 9(11)V99.
           05 FILLER               PIC X(20).

      *DEVOLUCAO DA NOITE PARA A COMPENSACAO, MESMO LAYOUT DE 40
      *POSICOES, COM O CODIGO DE DEVOLUCAO NO DETALHE. A SEQUENCIA DO
      *HEADER E A DO ARQUIVO APRESENTADO QUE ELA RESPONDE.
       FD  DEVOLUCAO-CHEQUES.
       01  DEVOLUCAO-HEADER.
           05 DVH-TIPO             PIC X(1).
           05 DVH-DATA             PIC 9(8).
           05 DVH-SEQUENCIA        PIC 9(6).
           05 FILLER               PIC X(25).
       01  DEVOLUCAO-DETALHE.
           05 DVD-TIPO             PIC X(1).
           05 DVD-BANCO            PIC 9(3).
           05 DVD-CONTA            PIC 9(6).
           05 DVD-NUMERO-CHEQUE    PIC 9(6).
           05 DVD-VALOR            PIC 9(9)V99.
           05 DVD-MOTIVO           PIC X(2).
           05 FILLER               PIC X(11).
       01  DEVOLUCAO-TRAILER.
           05 DVT-TIPO             PIC X(1).
           05 DVT-QTD              PIC 9(6).
           05 DVT-HASH             PIC 9(11)V99.
           05 FILLER               PIC X(20).

       FD  CONTAS.
       01  CONTA-REC.
           COPY CONTAREC REPLACING ==:PREFIX:== BY ==CONTA==.

       FD  MOVIMENTOS.
       01  MOVIMENTO-REC.
           COPY MOVREC REPLACING ==:PREFIX:== BY ==MOV==.

       FD  TALONARIOS.
       01  TALAO-REC.
           COPY TALAOREC REPLACING ==:PREFIX:== BY ==TAL==.

       FD  SUSTACOES.
       01  SUSTACAO-REC.
           COPY SUSTREC REPLACING ==:PREFIX:== BY ==SUS==.

       FD  CHEQUES-COMPENSADOS.
       01  CHEQUE-COMPENSADO-REC.
           COPY CHQCOMPREC REPLACING ==:PREFIX:== BY ==CHC==.

       FD  LIMITES-CHEQUE.
       01  LIMITE-REC.
           COPY LIMREC REPLACING ==:PREFIX:== BY ==LIM==.

      *RETENCOES DAS ORDENS JUDICIAIS (SISBAJUD), POR ORDEM E CONTA.
       FD  BLOQUEIOS-JUDICIAIS.
       01  BLOQUEIO-REC.
           COPY BLQREC REPLACING ==:PREFIX:== BY ==BLQ==.

      *CHEQUES DEPOSITADOS AINDA EM COMPENSACAO (GRAVADOS PELO LOTE
      *DE DEPOSITOS): O VALOR ESTA NO SALDO CONTABIL MAS NAO NO
      *DISPONIVEL ATE A DATA DE COMPENSACAO.
       FD  CHEQUES-PENDENTES.
       01  CHEQUE-PENDENTE-REC.
           05 CHP-CONTA            PIC 9(6).
           05 CHP-VALOR            PIC 9(7)V99.
           05 CHP-DATA-DEPOSITO    PIC 9(8).
           05 CHP-DATA-DISPONIVEL  PIC 9(8).

      *DA TABELA DE TARIFAS SO INTERESSA A LINHA 'D', COM A TARIFA
      *POR CHEQUE DEVOLVIDO; AS LINHAS 'H' E 'T' SAO DA COBRANCA
      *MENSAL.
       FD  TABELA-TARIFAS.
       01  TABELA-TARIFA-REC.
           05 TABD-TIPO            PIC X(1).
           05 TABD-VALOR-DEVOLUCAO PIC 9(5)V99.
           05 FILLER               PIC X(14).

       FD  EXCECOES-COMPENSACAO.
       01  EXCECAO-COMPENSACAO-REC.
           05 CCX-TIMESTAMP        PIC X(21).
           05 CCX-CONTA            PIC 9(6).
           05 CCX-NUMERO-CHEQUE    PIC 9(6).
           05 CCX-VALOR            PIC 9(9)V99.
           05 CCX-MOTIVO           PIC X(20).

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
       77 WS-APR-STATUS        PIC X(2)    VALUE '00'.
       77 WS-DEV-STATUS        PIC X(2)    VALUE '00'.
       77 WS-CONTA-STATUS      PIC X(2)    VALUE '00'.
       77 WS-MOV-STATUS        PIC X(2)    VALUE '00'.
       77 WS-TAL-STATUS        PIC X(2)    VALUE '00'.
       77 WS-SUS-STATUS        PIC X(2)    VALUE '00'.
       77 WS-CHC-STATUS        PIC X(2)    VALUE '00'.
       77 WS-LIM-STATUS        PIC X(2)    VALUE '00'.
       77 WS-BLQ-STATUS        PIC X(2)    VALUE '00'.
       77 WS-CHP-STATUS        PIC X(2)    VALUE '00'.
       77 WS-TAB-STATUS        PIC X(2)    VALUE '00'.
       77 WS-EXC-STATUS        PIC X(2)    VALUE '00'.

       77 WS-EOF               PIC X(1)    VALUE 'N'.
       77 WS-TAL-EOF           PIC X(1)    VALUE 'N'.
       77 WS-SUS-EOF           PIC X(1)    VALUE 'N'.
       77 WS-BLQ-EOF           PIC X(1)    VALUE 'N'.
       77 WS-CHP-EOF           PIC X(1)    VALUE 'N'.
       77 WS-TEM-APRESENTADOS  PIC X(1)    VALUE 'N'.
       77 WS-TEM-TALOES        PIC X(1)    VALUE 'N'.
       77 WS-TEM-SUSTACOES     PIC X(1)    VALUE 'N'.
       77 WS-TEM-LIMITES       PIC X(1)    VALUE 'N'.
       77 WS-TEM-BLOQUEIOS     PIC X(1)    VALUE 'N'.
       77 WS-HIST-ENCONTRADO   PIC X(1)    VALUE 'N'.
       77 WS-CHEQUE-EMITIDO    PIC X(1)    VALUE 'N'.
       77 WS-SUBTRACT-OK       PIC X(1)    VALUE 'Y'.
       77 WS-MOTIVO-DEVOLUCAO  PIC X(2)    VALUE SPACES.
       77 WS-MOTIVO-ANTERIOR   PIC X(2)    VALUE SPACES.
       77 WS-MOTIVO            PIC X(20)   VALUE SPACES.
       77 WS-SEQUENCIA         PIC 9(6)    VALUE ZEROS.

      *DISPONIVEL DA CONTA, NA MESMA REGRA DOS SAQUES.
       77 WS-LIMITE-VIGENTE    PIC 9(9)V99 VALUE ZEROS.
       77 WS-VALOR-BLOQUEADO   PIC 9(9)V99 VALUE ZEROS.
       77 WS-VALOR-PENDENTE    PIC 9(9)V99 VALUE ZEROS.
       77 WS-DISPONIVEL        PIC S9(11)V99 VALUE ZEROS.

      *TARIFA POR CHEQUE DEVOLVIDO (LINHA 'D' DE tarifas.dat); SEM
      *LINHA 'D' NAO HA COBRANCA.
       77 WS-TARIFA-DEVOLUCAO  PIC 9(5)V99 VALUE ZEROS.

       77 WS-QTD-APRESENTADOS  PIC 9(7)    VALUE ZEROS.
       77 WS-QTD-PAGOS         PIC 9(7)    VALUE ZEROS.
       77 WS-QTD-DEVOLVIDOS    PIC 9(7)    VALUE ZEROS.
       77 WS-QTD-DEV-FUNDOS    PIC 9(7)    VALUE ZEROS.
       77 WS-QTD-DEV-SUSTADOS  PIC 9(7)    VALUE ZEROS.
       77 WS-QTD-DEV-EMISSAO   PIC 9(7)    VALUE ZEROS.
       77 WS-QTD-DEV-JA-PAGOS  PIC 9(7)    VALUE ZEROS.
       77 WS-QTD-DEV-SITUACAO  PIC 9(7)    VALUE ZEROS.
       77 WS-QTD-TARIFADAS     PIC 9(7)    VALUE ZEROS.
       77 WS-QTD-EXCECOES      PIC 9(7)    VALUE ZEROS.
       77 WS-TOTAL-PAGO        PIC 9(13)V99 VALUE ZEROS.
       77 WS-TOTAL-DEVOLVIDO   PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOTAL-TARIFAS     PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOTAL-ED          PIC 9(13).99 VALUE ZEROS.
       77 WS-QTD-PASSO         PIC 9(9)    VALUE ZEROS.

      *VALIDACAO DO ENVELOPE DO ARQUIVO DE ENTRADA, ANTES DE TOCAR O
      *MASTER.
       77 WS-ENV-QTD           PIC 9(6)    VALUE ZEROS.
       77 WS-ENV-HASH          PIC 9(11)V99 VALUE ZEROS.
       77 WS-ENV-TEM-HEADER    PIC X(1)    VALUE 'N'.
       77 WS-ENV-TEM-TRAILER   PIC X(1)    VALUE 'N'.
       77 WS-ENV-OK            PIC X(1)    VALUE 'Y'.

      *CHEQUES DEPOSITADOS AINDA NAO DISPONIVEIS, SOMADOS POR CONTA
      *NA PARTIDA (COMO NOS SAQUES).
       77 WS-QTD-PENDENTES     PIC 9(3)    VALUE ZEROS.
       77 WS-I-CHP             PIC 9(3)    VALUE ZEROS.
       77 WS-CHP-ACHADO        PIC X(1)    VALUE 'N'.
       01 WS-TABELA-PENDENTES.
           05 WS-PEN-ENTRADA OCCURS 200 TIMES.
              10 WS-PEN-CONTA      PIC 9(6).
              10 WS-PEN-VALOR      PIC 9(9)V99.

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
       77 WS-NOME-PASSO        PIC X(12)   VALUE 'COMPCHEQUES '.

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
           PERFORM VALIDAR-ENVELOPE-APRESENTADOS.
           PERFORM CARREGAR-TARIFA-DEVOLUCAO.
           PERFORM CARREGAR-CHEQUES-PENDENTES.

           PERFORM PROCESSAR-APRESENTADOS.

           ADD WS-QTD-PAGOS WS-QTD-DEVOLVIDOS GIVING WS-QTD-PASSO.
           PERFORM ENCERRAR-CONTROLE-EXECUCAO.
           PERFORM IMPRIMIR-TRAILER-COMPENSACAO.

           STOP RUN.

      *PASSADA COMPLETA DE VALIDACAO DO ENVELOPE DOS CHEQUES
      *APRESENTADOS, ANTES DE TOCAR O MASTER. ARQUIVO AUSENTE E NOITE
      *SEM CHEQUES; ENVELOPE DIVERGENTE ABENDA O PASSO.
       VALIDAR-ENVELOPE-APRESENTADOS.

           MOVE ZEROS TO WS-ENV-QTD WS-ENV-HASH
           MOVE 'N' TO WS-ENV-TEM-HEADER WS-ENV-TEM-TRAILER
           MOVE 'Y' TO WS-ENV-OK
           MOVE 'N' TO WS-EOF

           OPEN INPUT CHEQUES-APRESENTADOS
           IF WS-APR-STATUS NOT = '00'
               DISPLAY 'SEM CHEQUES APRESENTADOS NA NOITE, STATUS: '
                   WS-APR-STATUS
               MOVE 'N' TO WS-TEM-APRESENTADOS
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-TEM-APRESENTADOS

           PERFORM UNTIL WS-EOF = 'Y'
               READ CHEQUES-APRESENTADOS
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM CONFERIR-REGISTRO-ENVELOPE
               END-READ
           END-PERFORM

           CLOSE CHEQUES-APRESENTADOS
           MOVE 'N' TO WS-EOF

           IF WS-ENV-TEM-HEADER = 'N'
               DISPLAY 'CHEQUES APRESENTADOS SEM HEADER DE ENVELOPE.'
               MOVE 'N' TO WS-ENV-OK
           END-IF
           IF WS-ENV-TEM-TRAILER = 'N'
               DISPLAY 'CHEQUES APRESENTADOS SEM TRAILER DE ENVELOPE '
                   '(ARQUIVO TRUNCADO?).'
               MOVE 'N' TO WS-ENV-OK
           END-IF

           IF WS-ENV-OK NOT = 'Y'
               DISPLAY 'ENVELOPE DOS CHEQUES APRESENTADOS INVALIDO: '
                   'LOTE ABORTADO.'
               PERFORM ABORTAR-PASSO
           END-IF.

       CONFERIR-REGISTRO-ENVELOPE.

           EVALUATE APD-TIPO
               WHEN 'H'
                   MOVE 'Y' TO WS-ENV-TEM-HEADER
                   MOVE APH-SEQUENCIA TO WS-SEQUENCIA
                   IF APH-DATA NOT = WS-DATA-MOVIMENTO
                       DISPLAY 'HEADER DOS CHEQUES APRESENTADOS COM '
                           'DATA ' APH-DATA ' DIFERENTE DA DATA DE '
                           'MOVIMENTO ' WS-DATA-MOVIMENTO
                       MOVE 'N' TO WS-ENV-OK
                   END-IF
               WHEN 'D'
                   ADD 1 TO WS-ENV-QTD
                   ADD APD-VALOR TO WS-ENV-HASH
               WHEN 'T'
                   MOVE 'Y' TO WS-ENV-TEM-TRAILER
                   IF APT-QTD NOT = WS-ENV-QTD
                       DISPLAY 'TRAILER DOS CHEQUES APRESENTADOS: '
                           'CONTAGEM ' APT-QTD ' DIFERE DOS DETALHES '
                           WS-ENV-QTD
                       MOVE 'N' TO WS-ENV-OK
                   END-IF
                   IF APT-HASH NOT = WS-ENV-HASH
                       DISPLAY 'TRAILER DOS CHEQUES APRESENTADOS: HASH '
                           'NAO BATE COM OS DETALHES.'
                       MOVE 'N' TO WS-ENV-OK
                   END-IF
               WHEN OTHER
                   DISPLAY 'REGISTRO DE TIPO DESCONHECIDO NOS '
                       'CHEQUES APRESENTADOS.'
                   MOVE 'N' TO WS-ENV-OK
           END-EVALUATE.

      *A TARIFA DE CHEQUE DEVOLVIDO E A LINHA 'D' DA TABELA DE
      *TARIFAS; AS DEMAIS LINHAS SAO IGNORADAS AQUI.
       CARREGAR-TARIFA-DEVOLUCAO.

           MOVE ZEROS TO WS-TARIFA-DEVOLUCAO
           MOVE 'N' TO WS-EOF

           OPEN INPUT TABELA-TARIFAS
           IF WS-TAB-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ TABELA-TARIFAS
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TABD-TIPO = 'D'
                           MOVE TABD-VALOR-DEVOLUCAO
                               TO WS-TARIFA-DEVOLUCAO
                       END-IF
               END-READ
           END-PERFORM

           IF WS-TAB-STATUS = '00' OR WS-TAB-STATUS = '10'
               CLOSE TABELA-TARIFAS
           END-IF

           IF WS-TARIFA-DEVOLUCAO = ZEROS
               DISPLAY 'SEM TARIFA DE CHEQUE DEVOLVIDO (LINHA D DE '
                   'tarifas.dat): DEVOLUCOES NAO SERAO TARIFADAS.'
           END-IF

           MOVE 'N' TO WS-EOF.

       CARREGAR-CHEQUES-PENDENTES.

           MOVE ZEROS TO WS-QTD-PENDENTES
           MOVE 'N' TO WS-CHP-EOF

           OPEN INPUT CHEQUES-PENDENTES
           IF WS-CHP-STATUS NOT = '00'
               MOVE 'Y' TO WS-CHP-EOF
           END-IF

           PERFORM UNTIL WS-CHP-EOF = 'Y'
               READ CHEQUES-PENDENTES
                   AT END
                       MOVE 'Y' TO WS-CHP-EOF
                   NOT AT END
                       IF CHP-DATA-DISPONIVEL > WS-DATA-MOVIMENTO
                           PERFORM SOMAR-CHEQUE-PENDENTE
                       END-IF
               END-READ
           END-PERFORM

           IF WS-CHP-STATUS = '00' OR WS-CHP-STATUS = '10'
               CLOSE CHEQUES-PENDENTES
           END-IF.

       SOMAR-CHEQUE-PENDENTE.

           MOVE 'N' TO WS-CHP-ACHADO
           PERFORM VARYING WS-I-CHP FROM 1 BY 1
               UNTIL WS-I-CHP > WS-QTD-PENDENTES
               OR WS-CHP-ACHADO = 'Y'
               IF WS-PEN-CONTA(WS-I-CHP) = CHP-CONTA
                   MOVE 'Y' TO WS-CHP-ACHADO
                   ADD CHP-VALOR TO WS-PEN-VALOR(WS-I-CHP)
               END-IF
           END-PERFORM

           IF WS-CHP-ACHADO = 'N'
               IF WS-QTD-PENDENTES < 200
                   ADD 1 TO WS-QTD-PENDENTES
                   MOVE CHP-CONTA
                       TO WS-PEN-CONTA(WS-QTD-PENDENTES)
                   MOVE CHP-VALOR
                       TO WS-PEN-VALOR(WS-QTD-PENDENTES)
               ELSE
                   DISPLAY 'TABELA DE CHEQUES PENDENTES CHEIA (200),'
                       ' PENDENTE IGNORADO: ' CHP-CONTA
               END-IF
           END-IF.

      *A DEVOLUCAO DA NOITE SAI SEMPRE, MESMO SEM CHEQUES
      *APRESENTADOS (ENVELOPE VAZIO), PARA A COMPENSACAO NUNCA PEGAR
      *UM ARQUIVO DE DEVOLUCAO DE OUTRA DATA.
       PROCESSAR-APRESENTADOS.

           MOVE 'N' TO WS-EOF

           OPEN I-O CONTAS
           IF WS-CONTA-STATUS NOT = '00'
               DISPLAY 'MASTER DE CONTAS INDISPONIVEL, STATUS: '
                   WS-CONTA-STATUS
               PERFORM ABORTAR-PASSO
           END-IF
           OPEN I-O MOVIMENTOS
           IF WS-MOV-STATUS = '35'
               OPEN OUTPUT MOVIMENTOS
           END-IF
           OPEN I-O CHEQUES-COMPENSADOS
           IF WS-CHC-STATUS = '35'
               OPEN OUTPUT CHEQUES-COMPENSADOS
               CLOSE CHEQUES-COMPENSADOS
               OPEN I-O CHEQUES-COMPENSADOS
           END-IF
           IF WS-CHC-STATUS NOT = '00'
               DISPLAY 'HISTORICO DE CHEQUES COMPENSADOS NAO ABRIU, '
                   'STATUS: ' WS-CHC-STATUS
               PERFORM ABORTAR-PASSO
           END-IF
           MOVE 'N' TO WS-TEM-TALOES
           OPEN INPUT TALONARIOS
           IF WS-TAL-STATUS = '00'
               MOVE 'Y' TO WS-TEM-TALOES
           END-IF
           MOVE 'N' TO WS-TEM-SUSTACOES
           OPEN INPUT SUSTACOES
           IF WS-SUS-STATUS = '00'
               MOVE 'Y' TO WS-TEM-SUSTACOES
           END-IF
           MOVE 'N' TO WS-TEM-LIMITES
           OPEN INPUT LIMITES-CHEQUE
           IF WS-LIM-STATUS = '00'
               MOVE 'Y' TO WS-TEM-LIMITES
           END-IF
           MOVE 'N' TO WS-TEM-BLOQUEIOS
           OPEN INPUT BLOQUEIOS-JUDICIAIS
           IF WS-BLQ-STATUS = '00'
               MOVE 'Y' TO WS-TEM-BLOQUEIOS
           END-IF

           OPEN OUTPUT DEVOLUCAO-CHEQUES
           MOVE SPACES            TO DEVOLUCAO-HEADER
           MOVE 'H'               TO DVH-TIPO
           MOVE WS-DATA-MOVIMENTO TO DVH-DATA
           MOVE WS-SEQUENCIA      TO DVH-SEQUENCIA
           WRITE DEVOLUCAO-HEADER

           IF WS-TEM-APRESENTADOS = 'Y'
               OPEN INPUT CHEQUES-APRESENTADOS
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CHEQUES-APRESENTADOS
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF APD-TIPO = 'D'
                               PERFORM COMPENSAR-CHEQUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHEQUES-APRESENTADOS
           END-IF

           MOVE SPACES             TO DEVOLUCAO-TRAILER
           MOVE 'T'                TO DVT-TIPO
           MOVE WS-QTD-DEVOLVIDOS  TO DVT-QTD
           MOVE WS-TOTAL-DEVOLVIDO TO DVT-HASH
           WRITE DEVOLUCAO-TRAILER
           CLOSE DEVOLUCAO-CHEQUES

           IF WS-TEM-TALOES = 'Y'
               CLOSE TALONARIOS
           END-IF
           IF WS-TEM-SUSTACOES = 'Y'
               CLOSE SUSTACOES
           END-IF
           IF WS-TEM-LIMITES = 'Y'
               CLOSE LIMITES-CHEQUE
           END-IF
           IF WS-TEM-BLOQUEIOS = 'Y'
               CLOSE BLOQUEIOS-JUDICIAIS
           END-IF
           CLOSE CHEQUES-COMPENSADOS
           CLOSE MOVIMENTOS
           CLOSE CONTAS.

      *AS CONDICOES DE DEVOLUCAO SAO CONFERIDAS NA ORDEM DOS CODIGOS
      *DA COMPENSACAO: A PRIMEIRA QUE PEGA DA O MOTIVO E AS DEMAIS
      *NAO SAO OLHADAS. CHEQUE SEM MOTIVO DE DEVOLUCAO E PAGO.
       COMPENSAR-CHEQUE.

           ADD 1 TO WS-QTD-APRESENTADOS
           MOVE SPACES TO WS-MOTIVO-DEVOLUCAO

      *CONTA FORA DO MASTER NAO TEM HISTORICO NEM TARIFA: DEVOLVE E
      *VAI PARA EXCECAO.
           MOVE APD-CONTA TO CONTA-NUMERO
           READ CONTAS
               INVALID KEY
                   MOVE '35' TO WS-MOTIVO-DEVOLUCAO
                   PERFORM DEVOLVER-CHEQUE
                   MOVE 'CONTA INEXISTENTE' TO WS-MOTIVO
                   PERFORM REGISTRAR-EXCECAO-COMPENSACAO
                   EXIT PARAGRAPH
           END-READ

           PERFORM LER-HISTORICO-CHEQUE
           IF WS-HIST-ENCONTRADO = 'Y'
               IF CHC-SITUACAO = 'P'
                   MOVE '49' TO WS-MOTIVO-DEVOLUCAO
               ELSE
                   EVALUATE WS-MOTIVO-ANTERIOR
                       WHEN '12'
                       WHEN '13'
                       WHEN '20'
                       WHEN '28'
                       WHEN '35'
                       WHEN '49'
                           MOVE '49' TO WS-MOTIVO-DEVOLUCAO
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF

           IF WS-MOTIVO-DEVOLUCAO = SPACES
               PERFORM VERIFICAR-EMISSAO-CHEQUE
               IF WS-CHEQUE-EMITIDO NOT = 'Y'
                   MOVE '35' TO WS-MOTIVO-DEVOLUCAO
               END-IF
           END-IF

           IF WS-MOTIVO-DEVOLUCAO = SPACES
               EVALUATE CONTA-SITUACAO
                   WHEN 'E'
                       MOVE '13' TO WS-MOTIVO-DEVOLUCAO
                   WHEN 'B'
                       MOVE '24' TO WS-MOTIVO-DEVOLUCAO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           IF WS-MOTIVO-DEVOLUCAO = SPACES
               PERFORM VERIFICAR-SUSTACAO-CHEQUE
           END-IF

           IF WS-MOTIVO-DEVOLUCAO = SPACES
               PERFORM CALCULAR-DISPONIVEL
               IF APD-VALOR > WS-DISPONIVEL
                   PERFORM MOTIVO-INSUFICIENCIA
               ELSE
                   PERFORM PAGAR-CHEQUE
               END-IF
           END-IF

           IF WS-MOTIVO-DEVOLUCAO NOT = SPACES
               PERFORM DEVOLVER-CHEQUE
               PERFORM COBRAR-TARIFA-DEVOLUCAO
           END-IF

           PERFORM GRAVAR-HISTORICO-CHEQUE.

      *SEM FUNDOS: 11 NA PRIMEIRA APRESENTACAO, 12 QUANDO O MESMO
      *CHEQUE JA VOLTOU UMA VEZ POR 11.
       MOTIVO-INSUFICIENCIA.

           IF WS-HIST-ENCONTRADO = 'Y' AND WS-MOTIVO-ANTERIOR = '11'
               MOVE '12' TO WS-MOTIVO-DEVOLUCAO
           ELSE
               MOVE '11' TO WS-MOTIVO-DEVOLUCAO
           END-IF.

      *LE O HISTORICO DO NUMERO (CONTA + CHEQUE); WS-MOTIVO-ANTERIOR
      *GUARDA O CODIGO DA ULTIMA DEVOLUCAO.
       LER-HISTORICO-CHEQUE.

           MOVE 'N'    TO WS-HIST-ENCONTRADO
           MOVE SPACES TO WS-MOTIVO-ANTERIOR
           MOVE APD-CONTA         TO CHC-CONTA
           MOVE APD-NUMERO-CHEQUE TO CHC-NUMERO
           READ CHEQUES-COMPENSADOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-HIST-ENCONTRADO
                   IF CHC-SITUACAO = 'D'
                       MOVE CHC-MOTIVO TO WS-MOTIVO-ANTERIOR
                   END-IF
           END-READ.

      *O NUMERO TEM QUE ESTAR DENTRO DE UM TALAO ATIVO DA CONTA. OS
      *TALOES DA CONTA VEM JUNTOS NA CHAVE (CONTA + PRIMEIRO CHEQUE).
       VERIFICAR-EMISSAO-CHEQUE.

           MOVE 'N' TO WS-CHEQUE-EMITIDO

           IF WS-TEM-TALOES NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-TAL-EOF
           MOVE APD-CONTA TO TAL-CONTA
           MOVE ZEROS     TO TAL-CHEQUE-INICIAL
           START TALONARIOS KEY IS NOT LESS THAN TAL-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-TAL-EOF
           END-START

           PERFORM UNTIL WS-TAL-EOF = 'Y'
               READ TALONARIOS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-TAL-EOF
                   NOT AT END
                       IF TAL-CONTA NOT = APD-CONTA
                       OR TAL-CHEQUE-INICIAL > APD-NUMERO-CHEQUE
                           MOVE 'Y' TO WS-TAL-EOF
                       ELSE
                           IF TAL-SITUACAO = 'A'
                           AND TAL-CHEQUE-FINAL >= APD-NUMERO-CHEQUE
                               MOVE 'Y' TO WS-CHEQUE-EMITIDO
                               MOVE 'Y' TO WS-TAL-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *SUSTACAO ATIVA E AINDA NAO VENCIDA NA DATA DE MOVIMENTO, CUJA
      *FAIXA CONTEM O NUMERO, DEVOLVE PELO CODIGO DO MOTIVO DELA.
       VERIFICAR-SUSTACAO-CHEQUE.

           IF WS-TEM-SUSTACOES NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-SUS-EOF
           MOVE APD-CONTA TO SUS-CONTA
           MOVE ZEROS     TO SUS-CHEQUE-INICIAL
           START SUSTACOES KEY IS NOT LESS THAN SUS-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-SUS-EOF
           END-START

           PERFORM UNTIL WS-SUS-EOF = 'Y'
               READ SUSTACOES NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SUS-EOF
                   NOT AT END
                       IF SUS-CONTA NOT = APD-CONTA
                       OR SUS-CHEQUE-INICIAL > APD-NUMERO-CHEQUE
                           MOVE 'Y' TO WS-SUS-EOF
                       ELSE
                           IF SUS-SITUACAO = 'A'
                           AND SUS-CHEQUE-FINAL >= APD-NUMERO-CHEQUE
                           AND SUS-DATA-EXPIRACAO >= WS-DATA-MOVIMENTO
                               EVALUATE SUS-MOTIVO
                                   WHEN 'F'
                                       MOVE '28'
                                           TO WS-MOTIVO-DEVOLUCAO
                                   WHEN 'B'
                                       MOVE '20'
                                           TO WS-MOTIVO-DEVOLUCAO
                                   WHEN OTHER
                                       MOVE '21'
                                           TO WS-MOTIVO-DEVOLUCAO
                               END-EVALUATE
                               MOVE 'Y' TO WS-SUS-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *MESMA REGRA DOS SAQUES: SALDO MAIS O LIMITE DE CHEQUE ESPECIAL
      *VIGENTE, MENOS OS CHEQUES DEPOSITADOS EM COMPENSACAO; COM
      *RETENCAO JUDICIAL ATIVA O LIMITE NAO CONTA E O VALOR RETIDO
      *SAI DO DISPONIVEL.
       CALCULAR-DISPONIVEL.

           PERFORM BUSCAR-LIMITE-CONTA
           PERFORM BUSCAR-PENDENTES-CONTA
           COMPUTE WS-DISPONIVEL = CONTA-SALDO + WS-LIMITE-VIGENTE
               - WS-VALOR-PENDENTE
           PERFORM BUSCAR-BLOQUEIO-CONTA
           IF WS-VALOR-BLOQUEADO > ZEROS
               COMPUTE WS-DISPONIVEL = WS-DISPONIVEL
                   - WS-LIMITE-VIGENTE - WS-VALOR-BLOQUEADO
           END-IF.

      *DEIXA EM WS-VALOR-PENDENTE O TOTAL EM COMPENSACAO DA CONTA
      *CORRENTE (CONTA-NUMERO).
       BUSCAR-PENDENTES-CONTA.

           MOVE ZEROS TO WS-VALOR-PENDENTE
           PERFORM VARYING WS-I-CHP FROM 1 BY 1
               UNTIL WS-I-CHP > WS-QTD-PENDENTES
               IF WS-PEN-CONTA(WS-I-CHP) = CONTA-NUMERO
                   MOVE WS-PEN-VALOR(WS-I-CHP) TO WS-VALOR-PENDENTE
               END-IF
           END-PERFORM.

      *SOMA EM WS-VALOR-BLOQUEADO O QUE AS ORDENS JUDICIAIS ATIVAS
      *RETEM NA CONTA CORRENTE (CONTA-NUMERO).
       BUSCAR-BLOQUEIO-CONTA.

           MOVE ZEROS TO WS-VALOR-BLOQUEADO

           IF WS-TEM-BLOQUEIOS NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-BLQ-EOF
           MOVE CONTA-NUMERO TO BLQ-CONTA
           START BLOQUEIOS-JUDICIAIS KEY IS NOT LESS THAN BLQ-CONTA
               INVALID KEY
                   MOVE 'Y' TO WS-BLQ-EOF
           END-START

           PERFORM UNTIL WS-BLQ-EOF = 'Y'
               READ BLOQUEIOS-JUDICIAIS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-BLQ-EOF
                   NOT AT END
                       IF BLQ-CONTA NOT = CONTA-NUMERO
                           MOVE 'Y' TO WS-BLQ-EOF
                       ELSE
                           IF BLQ-SITUACAO = 'A'
                               ADD BLQ-VALOR-BLOQUEADO
                                   TO WS-VALOR-BLOQUEADO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *LE O LIMITE DA CONTA CORRENTE (CONTA-NUMERO) E DEIXA EM
      *WS-LIMITE-VIGENTE O VALOR APROVADO QUANDO AINDA NAO EXPIROU.
       BUSCAR-LIMITE-CONTA.

           MOVE ZEROS TO WS-LIMITE-VIGENTE

           IF WS-TEM-LIMITES = 'Y'
               MOVE CONTA-NUMERO TO LIM-CONTA
               READ LIMITES-CHEQUE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LIM-DATA-EXPIRACAO >= WS-DATA-MOVIMENTO
                           MOVE LIM-VALOR TO WS-LIMITE-VIGENTE
                       END-IF
               END-READ
           END-IF.

      *O SALDO E ASSINADO E PODE FICAR NEGATIVO DENTRO DO LIMITE; O
      *ON SIZE ERROR GUARDA SO O ESTOURO DA CAPACIDADE DO CAMPO, E O
      *CHEQUE ENTAO VOLTA COMO SEM FUNDOS.
       PAGAR-CHEQUE.

           MOVE 'Y' TO WS-SUBTRACT-OK
           SUBTRACT APD-VALOR FROM CONTA-SALDO
               ON SIZE ERROR
                   MOVE 'N' TO WS-SUBTRACT-OK
           END-SUBTRACT
           IF WS-SUBTRACT-OK NOT = 'Y'
               PERFORM MOTIVO-INSUFICIENCIA
               EXIT PARAGRAPH
           END-IF

           REWRITE CONTA-REC

           MOVE CONTA-NUMERO      TO MOV-CONTA
           MOVE WS-DATA-MOVIMENTO TO MOV-DATA
           MOVE 'CHQ'             TO MOV-TIPO
           MOVE APD-VALOR         TO MOV-VALOR
           MOVE CONTA-SALDO       TO MOV-SALDO-RESULT
           MOVE 'COMPCHEQUES'     TO MOV-PROGRAMA
           PERFORM GRAVAR-MOVIMENTO

           ADD 1 TO WS-QTD-PAGOS
           ADD APD-VALOR TO WS-TOTAL-PAGO.

       DEVOLVER-CHEQUE.

           MOVE SPACES              TO DEVOLUCAO-DETALHE
           MOVE 'D'                 TO DVD-TIPO
           MOVE APD-BANCO           TO DVD-BANCO
           MOVE APD-CONTA           TO DVD-CONTA
           MOVE APD-NUMERO-CHEQUE   TO DVD-NUMERO-CHEQUE
           MOVE APD-VALOR           TO DVD-VALOR
           MOVE WS-MOTIVO-DEVOLUCAO TO DVD-MOTIVO
           WRITE DEVOLUCAO-DETALHE

           ADD 1 TO WS-QTD-DEVOLVIDOS
           ADD APD-VALOR TO WS-TOTAL-DEVOLVIDO

           EVALUATE WS-MOTIVO-DEVOLUCAO
               WHEN '11'
               WHEN '12'
                   ADD 1 TO WS-QTD-DEV-FUNDOS
               WHEN '20'
               WHEN '21'
               WHEN '28'
                   ADD 1 TO WS-QTD-DEV-SUSTADOS
               WHEN '35'
                   ADD 1 TO WS-QTD-DEV-EMISSAO
               WHEN '49'
                   ADD 1 TO WS-QTD-DEV-JA-PAGOS
               WHEN OTHER
                   ADD 1 TO WS-QTD-DEV-SITUACAO
           END-EVALUATE

           DISPLAY 'CHEQUE DEVOLVIDO: CONTA ' APD-CONTA ' CHEQUE '
               APD-NUMERO-CHEQUE ' MOTIVO ' WS-MOTIVO-DEVOLUCAO
               ' VALOR ' APD-VALOR.

      *SO AS DEVOLUCOES POR FUNDOS (11/12) E POR SUSTACAO (20/21/28)
      *SAO TARIFADAS. SALDO MENOR QUE A TARIFA NAO E COBRADO: VAI
      *PARA O ARQUIVO DE EXCECOES, COMO NAS TARIFAS MENSAIS.
       COBRAR-TARIFA-DEVOLUCAO.

           IF WS-TARIFA-DEVOLUCAO = ZEROS
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-MOTIVO-DEVOLUCAO
               WHEN '11'
               WHEN '12'
               WHEN '20'
               WHEN '21'
               WHEN '28'
                   CONTINUE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           IF CONTA-SALDO < WS-TARIFA-DEVOLUCAO
               MOVE 'TARIFA NAO COBRADA' TO WS-MOTIVO
               PERFORM REGISTRAR-EXCECAO-COMPENSACAO
               EXIT PARAGRAPH
           END-IF

           SUBTRACT WS-TARIFA-DEVOLUCAO FROM CONTA-SALDO
           REWRITE CONTA-REC

           MOVE CONTA-NUMERO        TO MOV-CONTA
           MOVE WS-DATA-MOVIMENTO   TO MOV-DATA
           MOVE 'TDC'               TO MOV-TIPO
           MOVE WS-TARIFA-DEVOLUCAO TO MOV-VALOR
           MOVE CONTA-SALDO         TO MOV-SALDO-RESULT
           MOVE 'COMPCHEQUES'       TO MOV-PROGRAMA
           PERFORM GRAVAR-MOVIMENTO

           ADD 1 TO WS-QTD-TARIFADAS
           ADD WS-TARIFA-DEVOLUCAO TO WS-TOTAL-TARIFAS.

      *TODA APRESENTACAO DE CONTA DO MASTER ATUALIZA O HISTORICO DO
      *NUMERO, PAGA OU DEVOLVIDA. CHEQUE JA PAGO CONTINUA 'P' COM O
      *VALOR E A DATA DO PAGAMENTO; SO A CONTAGEM DE APRESENTACOES
      *SOBE.
       GRAVAR-HISTORICO-CHEQUE.

           IF WS-HIST-ENCONTRADO = 'Y' AND CHC-SITUACAO = 'P'
               ADD 1 TO CHC-QTD-APRESENTACOES
               REWRITE CHEQUE-COMPENSADO-REC
                   INVALID KEY
                       DISPLAY 'FALHA AO REGRAVAR O HISTORICO DO '
                           'CHEQUE ' CHC-NUMERO ' CONTA ' CHC-CONTA
               END-REWRITE
               EXIT PARAGRAPH
           END-IF

           MOVE APD-CONTA         TO CHC-CONTA
           MOVE APD-NUMERO-CHEQUE TO CHC-NUMERO
           MOVE APD-VALOR         TO CHC-VALOR
           MOVE WS-DATA-MOVIMENTO TO CHC-DATA-APRESENTACAO
           IF WS-MOTIVO-DEVOLUCAO = SPACES
               MOVE 'P'    TO CHC-SITUACAO
               MOVE SPACES TO CHC-MOTIVO
           ELSE
               MOVE 'D'                 TO CHC-SITUACAO
               MOVE WS-MOTIVO-DEVOLUCAO TO CHC-MOTIVO
           END-IF

           IF WS-HIST-ENCONTRADO = 'Y'
               ADD 1 TO CHC-QTD-APRESENTACOES
               REWRITE CHEQUE-COMPENSADO-REC
                   INVALID KEY
                       DISPLAY 'FALHA AO REGRAVAR O HISTORICO DO '
                           'CHEQUE ' CHC-NUMERO ' CONTA ' CHC-CONTA
               END-REWRITE
           ELSE
               MOVE 1 TO CHC-QTD-APRESENTACOES
               WRITE CHEQUE-COMPENSADO-REC
                   INVALID KEY
                       DISPLAY 'FALHA AO GRAVAR O HISTORICO DO '
                           'CHEQUE ' CHC-NUMERO ' CONTA ' CHC-CONTA
               END-WRITE
           END-IF.

       REGISTRAR-EXCECAO-COMPENSACAO.

           ADD 1 TO WS-QTD-EXCECOES

           OPEN EXTEND EXCECOES-COMPENSACAO
           IF WS-EXC-STATUS = '35'
               OPEN OUTPUT EXCECOES-COMPENSACAO
           END-IF

           MOVE FUNCTION CURRENT-DATE TO CCX-TIMESTAMP
           MOVE APD-CONTA             TO CCX-CONTA
           MOVE APD-NUMERO-CHEQUE     TO CCX-NUMERO-CHEQUE
           MOVE APD-VALOR             TO CCX-VALOR
           MOVE WS-MOTIVO             TO CCX-MOTIVO

           WRITE EXCECAO-COMPENSACAO-REC

           CLOSE EXCECOES-COMPENSACAO

           DISPLAY 'COMPENSACAO DE CHEQUE EM EXCECAO (' WS-MOTIVO
               '): CONTA ' APD-CONTA ' CHEQUE ' APD-NUMERO-CHEQUE.

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
      *PULADO COM SUCESSO (RC 0) -- NENHUM CHEQUE E DEBITADO DUAS
      *VEZES.
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

       IMPRIMIR-TRAILER-COMPENSACAO.

           DISPLAY ' '.
           DISPLAY 'RELATORIO DA COMPENSACAO DE CHEQUES (ENTRADA)'.
           DISPLAY 'CHEQUES APRESENTADOS.....: ' WS-QTD-APRESENTADOS.
           DISPLAY 'CHEQUES PAGOS............: ' WS-QTD-PAGOS.
           DISPLAY 'VALOR PAGO...............: ' WS-TOTAL-PAGO.
           DISPLAY 'CHEQUES DEVOLVIDOS.......: ' WS-QTD-DEVOLVIDOS.
           DISPLAY 'VALOR DEVOLVIDO..........: ' WS-TOTAL-DEVOLVIDO.
           DISPLAY 'TARIFAS COBRADAS.........: ' WS-QTD-TARIFADAS.
           DISPLAY 'EXCECOES.................: ' WS-QTD-EXCECOES.

           MOVE 'A' TO REL-COMANDO
           MOVE 'CompensacaoCheques' TO REL-PROGRAMA
           MOVE 'COMPCHQ' TO REL-ID
           MOVE 'COMPENSACAO DE CHEQUES - ENTRADA' TO REL-TITULO
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE 'L' TO REL-COMANDO
           MOVE SPACES TO REL-LINHA
           STRING 'CHEQUES APRESENTADOS.....: ' WS-QTD-APRESENTADOS
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE SPACES TO REL-LINHA
           STRING 'CHEQUES PAGOS............: ' WS-QTD-PAGOS
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE WS-TOTAL-PAGO TO WS-TOTAL-ED
           MOVE SPACES TO REL-LINHA
           STRING 'VALOR PAGO...............: ' WS-TOTAL-ED
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE SPACES TO REL-LINHA
           STRING 'CHEQUES DEVOLVIDOS.......: ' WS-QTD-DEVOLVIDOS
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE SPACES TO REL-LINHA
           STRING '  SEM FUNDOS (11/12).....: ' WS-QTD-DEV-FUNDOS
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE SPACES TO REL-LINHA
           STRING '  SUSTADOS (20/21/28)....: ' WS-QTD-DEV-SUSTADOS
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE SPACES TO REL-LINHA
           STRING '  NAO EMITIDOS (35)......: ' WS-QTD-DEV-EMISSAO
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE SPACES TO REL-LINHA
           STRING '  JA PAGOS/REAPRES. (49).: ' WS-QTD-DEV-JA-PAGOS
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE SPACES TO REL-LINHA
           STRING '  SITUACAO CONTA (13/24).: ' WS-QTD-DEV-SITUACAO
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE WS-TOTAL-DEVOLVIDO TO WS-TOTAL-ED
           MOVE SPACES TO REL-LINHA
           STRING 'VALOR DEVOLVIDO..........: ' WS-TOTAL-ED
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE SPACES TO REL-LINHA
           STRING 'TARIFAS COBRADAS.........: ' WS-QTD-TARIFADAS
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE WS-TOTAL-TARIFAS TO WS-TOTAL-ED
           MOVE SPACES TO REL-LINHA
           STRING 'VALOR DAS TARIFAS........: ' WS-TOTAL-ED
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE SPACES TO REL-LINHA
           STRING 'EXCECOES.................: ' WS-QTD-EXCECOES
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
