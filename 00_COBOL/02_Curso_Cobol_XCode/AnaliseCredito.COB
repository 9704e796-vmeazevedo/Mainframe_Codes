      *=================================================================
       IDENTIFICATION                                  DIVISION.
      *=================================================================
       PROGRAM-ID. AnaliseCredito.
      *******************************************************************
      * Author: Vinícius Azevedo
      * Date: 15/10/2026
      * Purpose: Analise de credito dos pedidos de emprestimo
      * Tectonics: cobc
      ******************************************************************
      * Passo noturno que roda antes da originacao
      * (ComandosAritméticos-4): cada contrato de emprestimos.dat que
      * ainda nao esta no master de emprestimos nem foi analisado
      * recebe uma nota de 0 a 1000 montada pelo historico do
      * cliente titular da conta de debito (todas as contas do mesmo
      * CPF):
      *   - saldo medio dos ultimos 6 meses (saldo_mensal_hist.dat)
      *     contra o principal pedido;
      *   - saques/debitos recusados por saldo (nsf_exc.dat) e saques
      *     que esgotaram a reapresentacao (saques_falha_final.dat);
      *   - dias no cheque especial do periodo de uso em curso
      *     (cheque_especial_uso.dat);
      *   - parcelas vencidas e nao pagas dos contratos do cliente
      *     (parcelas.dat);
      *   - exposicao: saldo devedor dos contratos ativos do cliente
      *     mais o principal pedido, contra o teto dos parametros.
      * A nota cai numa das faixas do arquivo de parametros
      * (parametros_credito.dat): a partir da nota de aprovacao o
      * contrato e aprovado; abaixo da nota de recusa e recusado (e
      * vai para situacao_exc.dat, que entra no relatorio consolidado
      * de excecoes); entre as duas fica pendente para o oficial de
      * credito (RevisaoCredito). A analise fica em analise_credito.dat
      * (layout CREDREC) e a originacao so desembolsa contrato
      * aprovado. Contrato ja analisado nao e reavaliado: a decisao
      * vale ate o contrato ser originado.
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
           SELECT EMPRESTIMOS ASSIGN TO 'emprestimos.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-EMP-STATUS.

           SELECT ANALISE-CREDITO ASSIGN TO 'analise_credito.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRD-CONTRATO
           FILE STATUS IS WS-CRD-STATUS.

           SELECT PARAMETROS-CREDITO ASSIGN TO 'parametros_credito.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PCR-STATUS.

           SELECT EMPRESTIMOS-MASTER ASSIGN TO 'emprestimos_master.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMM-CONTRATO
           FILE STATUS IS WS-EMM-STATUS.

           SELECT CONTAS ASSIGN TO 'contas.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONTA-NUMERO
           FILE STATUS IS WS-CONTA-STATUS.

           SELECT HISTORICO-MENSAL ASSIGN TO 'saldo_mensal_hist.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-HIS-STATUS.

           SELECT EXCECOES-SALDO ASSIGN TO 'nsf_exc.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-NSF-STATUS.

           SELECT FALHAS-FINAIS ASSIGN TO 'saques_falha_final.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FAL-STATUS.

           SELECT USO-CHEQUE ASSIGN TO 'cheque_especial_uso.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-USO-STATUS.

           SELECT PARCELAS ASSIGN TO 'parcelas.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PARC-STATUS.

           SELECT EXCECOES-SITUACAO ASSIGN TO 'situacao_exc.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-SIT-STATUS.

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
      *MESMO LAYOUT LIDO PELA ORIGINACAO (ComandosAritméticos-4).
       FD  EMPRESTIMOS.
       01  EMPRESTIMO-REC.
           05 EMP-CONTRATO         PIC 9(6).
           05 EMP-PRINCIPAL        PIC 9(9)V99.
           05 EMP-PRAZO-MESES      PIC 9(3).
           05 EMP-CONTA-DEBITO     PIC 9(6).
           05 EMP-DATA-INICIO      PIC 9(8).
           05 EMP-TAXA-JUROS       PIC 9V9(4).
           05 EMP-CONSIGNADO       PIC X(1).
           05 EMP-FUNCIONARIO      PIC 9(6).

       FD  ANALISE-CREDITO.
       01  ANALISE-CREDITO-REC.
           COPY CREDREC REPLACING ==:PREFIX:== BY ==CRD==.

      *FAIXAS DE NOTA E TETO DE EXPOSICAO POR CLIENTE. UM REGISTRO;
      *SEM ARQUIVO VALEM OS PADROES DA WORKING-STORAGE.
       FD  PARAMETROS-CREDITO.
       01  PARAMETROS-CREDITO-REC.
           05 PCR-NOTA-APROVACAO   PIC 9(4).
           05 PCR-NOTA-RECUSA      PIC 9(4).
           05 PCR-EXPOSICAO-MAXIMA PIC 9(11)V99.

       FD  EMPRESTIMOS-MASTER.
       01  EMPRESTIMO-MASTER-REC.
           COPY EMPMREC REPLACING ==:PREFIX:== BY ==EMM==.

       FD  CONTAS.
       01  CONTA-REC.
           COPY CONTAREC REPLACING ==:PREFIX:== BY ==CONTA==.

       FD  HISTORICO-MENSAL.
       01  HISTORICO-MENSAL-REC.
           05 HIS-CONTA            PIC 9(6).
           05 HIS-ANOMES           PIC 9(6).
           05 HIS-SALDO-MEDIO      PIC S9(9)V99.
           05 HIS-SALDO-MAXIMO     PIC S9(9)V99.
           05 HIS-SALDO-MINIMO     PIC S9(9)V99.
           05 HIS-SALDO-FINAL      PIC S9(9)V99.
           05 HIS-DIAS             PIC 9(3).

       FD  EXCECOES-SALDO.
       01  NSF-REC.
           05 NSF-TIMESTAMP           PIC X(21).
           05 NSF-CONTA               PIC 9(6).
           05 NSF-VALOR-SOLICITADO    PIC 9(7)V99.
           05 NSF-SALDO-DISPONIVEL    PIC S9(9)V99.

       FD  FALHAS-FINAIS.
       01  FALHA-FINAL-REC.
           05 FAL-TIMESTAMP        PIC X(21).
           05 FAL-CONTA            PIC 9(6).
           05 FAL-VALOR            PIC 9(7)V99.
           05 FAL-MOEDA            PIC X(3).
           05 FAL-DATA-RECEBIDO    PIC 9(8).
           05 FAL-TENTATIVAS       PIC 9(2).

       FD  USO-CHEQUE.
       01  USO-REC.
           05 USO-CONTA            PIC 9(6).
           05 USO-DATA-INICIO      PIC 9(8).
           05 USO-JUROS-ACUM       PIC 9(9)V99.

       FD  PARCELAS.
       01  PARCELA-REC.
           COPY PARCREC REPLACING ==:PREFIX:== BY ==PARC==.

      *MESMO ARQUIVO DE EXCECOES DE SITUACAO DOS LOTES DE POSTAGEM:
      *CONTRATO RECUSADO PELA NOTA ENTRA NO CONSOLIDADO DE EXCECOES.
       FD  EXCECOES-SITUACAO.
       01  EXCECAO-SITUACAO-REC.
           05 EXS-TIMESTAMP        PIC X(21).
           05 EXS-CONTA            PIC 9(6).
           05 EXS-PROGRAMA         PIC X(12).
           05 EXS-MOTIVO           PIC X(12).
           05 EXS-VALOR            PIC 9(9)V99.

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
       77 WS-EMP-STATUS        PIC X(2)    VALUE '00'.
       77 WS-CRD-STATUS        PIC X(2)    VALUE '00'.
       77 WS-PCR-STATUS        PIC X(2)    VALUE '00'.
       77 WS-EMM-STATUS        PIC X(2)    VALUE '00'.
       77 WS-CONTA-STATUS      PIC X(2)    VALUE '00'.
       77 WS-HIS-STATUS        PIC X(2)    VALUE '00'.
       77 WS-NSF-STATUS        PIC X(2)    VALUE '00'.
       77 WS-FAL-STATUS        PIC X(2)    VALUE '00'.
       77 WS-USO-STATUS        PIC X(2)    VALUE '00'.
       77 WS-PARC-STATUS       PIC X(2)    VALUE '00'.
       77 WS-SIT-STATUS        PIC X(2)    VALUE '00'.
       77 WS-EOF               PIC X(1)    VALUE 'N'.
       77 WS-EOF-AUX           PIC X(1)    VALUE 'N'.
       77 WS-EMM-ABERTO        PIC X(1)    VALUE 'N'.

      *FAIXAS DA NOTA: >= APROVACAO APROVA, < RECUSA RECUSA, O MEIO
      *VAI PARA O OFICIAL DE CREDITO. TETO DE EXPOSICAO POR CLIENTE.
       77 WS-NOTA-APROVACAO    PIC 9(4)    VALUE 700.
       77 WS-NOTA-RECUSA       PIC 9(4)    VALUE 400.
       77 WS-EXPOSICAO-MAXIMA  PIC 9(11)V99 VALUE 500000.00.

      *CONTAS DO CLIENTE (MESMO CPF TITULAR DA CONTA DE DEBITO).
       77 WS-CPF-CLIENTE       PIC 9(11)   VALUE ZEROS.
       77 WS-QTD-CONTAS-CLI    PIC 9(3)    VALUE ZEROS.
       77 WS-I-CLI             PIC 9(3)    VALUE ZEROS.
       77 WS-CONTA-PROCURADA   PIC 9(6)    VALUE ZEROS.
       77 WS-CONTA-DO-CLIENTE  PIC X(1)    VALUE 'N'.
       01 WS-TABELA-CONTAS-CLI.
           05 WS-CONTA-CLI OCCURS 50 TIMES PIC 9(6).

      *HISTORICO APURADO PARA A NOTA DO CONTRATO EM EXAME.
       77 WS-ANOMES-INICIO     PIC 9(6)    VALUE ZEROS.
       77 WS-MESES-CALC        PIC 9(7)    VALUE ZEROS.
       77 WS-ANO-CALC          PIC 9(4)    VALUE ZEROS.
       77 WS-MES-CALC          PIC 9(2)    VALUE ZEROS.
       77 WS-SOMA-SALDO-MEDIO  PIC S9(11)V99 VALUE ZEROS.
       77 WS-QTD-MESES-HIST    PIC 9(3)    VALUE ZEROS.
       77 WS-SALDO-MEDIO       PIC S9(9)V99 VALUE ZEROS.
       77 WS-QTD-NSF           PIC 9(5)    VALUE ZEROS.
       77 WS-DIAS-CHEQUE       PIC 9(5)    VALUE ZEROS.
       77 WS-DIAS-CONTA        PIC 9(5)    VALUE ZEROS.
       77 WS-PARC-ATRASO       PIC 9(5)    VALUE ZEROS.
       77 WS-EXPOSICAO         PIC 9(11)V99 VALUE ZEROS.
       77 WS-NOTA              PIC S9(5)   VALUE ZEROS.
       77 WS-PERC-SALDO        PIC S9(5)V99 VALUE ZEROS.
       77 WS-DESCONTO          PIC 9(5)    VALUE ZEROS.

       77 WS-QTD-PEDIDOS       PIC 9(7)    VALUE ZEROS.
       77 WS-QTD-JA-ANALISADOS PIC 9(7)    VALUE ZEROS.
       77 WS-QTD-APROVADOS     PIC 9(7)    VALUE ZEROS.
       77 WS-QTD-RECUSADOS     PIC 9(7)    VALUE ZEROS.
       77 WS-QTD-PENDENTES     PIC 9(7)    VALUE ZEROS.
       77 WS-QTD-PASSO         PIC 9(9)    VALUE ZEROS.

      *CONTROLE DE EXECUCAO DO PASSO: DATA DE MOVIMENTO ABERTA PELA
      *ABERTURA DIARIA E REGISTRO POR PASSO COM INICIO/FIM, REGISTROS
      *E RESULTADO. PASSO JA 'OK' NA DATA NAO RODA DE NOVO.
       77 WS-DTM-STATUS        PIC X(2)    VALUE '00'.
       77 WS-CTE-STATUS        PIC X(2)    VALUE '00'.
       77 WS-DATA-MOVIMENTO    PIC 9(8)    VALUE ZEROS.
       77 WS-NOME-PASSO        PIC X(12)   VALUE 'ANALISECRED '.

      *AREA DE COMUNICACAO COM O ESCRITOR DE RELATORIOS COMPARTILHADO
      *(GravaRelatorio): RELATORIOS SAEM EM ARQUIVO DE IMPRESSAO DE
      *132 COLUNAS COM CABECALHO PADRAO, ALEM DO CONSOLE.
       01  WS-REL-AREA.
           COPY RELLINK REPLACING ==:PREFIX:== BY ==REL==.

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================
       PROGRAM-BEGIN.

           PERFORM INICIAR-CONTROLE-EXECUCAO.
           PERFORM CARREGAR-PARAMETROS.

           MOVE 'A' TO REL-COMANDO
           MOVE 'AnaliseCredito' TO REL-PROGRAMA
           MOVE 'ANALCRED' TO REL-ID
           MOVE 'ANALISE DE CREDITO DOS PEDIDOS DE EMPRESTIMO'
               TO REL-TITULO
           CALL 'GravaRelatorio' USING WS-REL-AREA

           PERFORM ANALISAR-PEDIDOS.
           PERFORM IMPRIMIR-RESUMO.

           MOVE WS-QTD-PEDIDOS TO WS-QTD-PASSO.
           PERFORM ENCERRAR-CONTROLE-EXECUCAO.

           STOP RUN.

      *PARAMETROS DAS FAIXAS. FAIXAS INCOERENTES (RECUSA ACIMA DA
      *APROVACAO) SAO IGNORADAS E FICAM OS PADROES.
       CARREGAR-PARAMETROS.

           OPEN INPUT PARAMETROS-CREDITO
           IF WS-PCR-STATUS NOT = '00'
               DISPLAY 'SEM PARAMETROS DE CREDITO, FAIXAS PADRAO: '
                   'APROVA >= ' WS-NOTA-APROVACAO
                   ' RECUSA < ' WS-NOTA-RECUSA
               EXIT PARAGRAPH
           END-IF

           READ PARAMETROS-CREDITO
               AT END
                   CONTINUE
               NOT AT END
                   IF PCR-NOTA-RECUSA > PCR-NOTA-APROVACAO
                       OR PCR-NOTA-APROVACAO > 1000
                       DISPLAY 'FAIXAS DE NOTA INCOERENTES NOS '
                           'PARAMETROS, VALEM AS PADRAO.'
                   ELSE
                       MOVE PCR-NOTA-APROVACAO TO WS-NOTA-APROVACAO
                       MOVE PCR-NOTA-RECUSA    TO WS-NOTA-RECUSA
                   END-IF
                   IF PCR-EXPOSICAO-MAXIMA > ZEROS
                       MOVE PCR-EXPOSICAO-MAXIMA TO WS-EXPOSICAO-MAXIMA
                   END-IF
           END-READ
           CLOSE PARAMETROS-CREDITO.

       ANALISAR-PEDIDOS.

           OPEN INPUT EMPRESTIMOS
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY 'SEM PEDIDOS DE EMPRESTIMO (emprestimos.dat).'
               EXIT PARAGRAPH
           END-IF

           OPEN I-O ANALISE-CREDITO
           IF WS-CRD-STATUS = '35'
               OPEN OUTPUT ANALISE-CREDITO
               CLOSE ANALISE-CREDITO
               OPEN I-O ANALISE-CREDITO
           END-IF
           IF WS-CRD-STATUS NOT = '00'
               DISPLAY WS-NOME-PASSO ': ANALISE DE CREDITO '
                   'INACESSIVEL, STATUS: ' WS-CRD-STATUS
               PERFORM ABORTAR-PASSO
           END-IF

           MOVE 'N' TO WS-EMM-ABERTO
           OPEN INPUT EMPRESTIMOS-MASTER
           IF WS-EMM-STATUS = '00'
               MOVE 'Y' TO WS-EMM-ABERTO
           END-IF
           OPEN INPUT CONTAS
           IF WS-CONTA-STATUS NOT = '00'
               DISPLAY WS-NOME-PASSO ': MASTER DE CONTAS NAO ABRIU, '
                   'STATUS: ' WS-CONTA-STATUS
               PERFORM ABORTAR-PASSO
           END-IF

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ EMPRESTIMOS
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM ANALISAR-PEDIDO
               END-READ
           END-PERFORM

           CLOSE EMPRESTIMOS
           CLOSE ANALISE-CREDITO
           IF WS-EMM-ABERTO = 'Y'
               CLOSE EMPRESTIMOS-MASTER
           END-IF
           CLOSE CONTAS.

      *CONTRATO JA ORIGINADO OU JA ANALISADO NAO E REAVALIADO.
       ANALISAR-PEDIDO.

           IF WS-EMM-ABERTO = 'Y'
               MOVE EMP-CONTRATO TO EMM-CONTRATO
               READ EMPRESTIMOS-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EXIT PARAGRAPH
               END-READ
           END-IF

           MOVE EMP-CONTRATO TO CRD-CONTRATO
           READ ANALISE-CREDITO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-JA-ANALISADOS
                   EXIT PARAGRAPH
           END-READ

           ADD 1 TO WS-QTD-PEDIDOS

           INITIALIZE ANALISE-CREDITO-REC
           MOVE EMP-CONTRATO      TO CRD-CONTRATO
           MOVE EMP-CONTA-DEBITO  TO CRD-CONTA
           MOVE EMP-PRINCIPAL     TO CRD-PRINCIPAL
           MOVE EMP-PRAZO-MESES   TO CRD-PRAZO-MESES
           MOVE WS-DATA-MOVIMENTO TO CRD-DATA-ANALISE

           MOVE EMP-CONTA-DEBITO TO CONTA-NUMERO
           READ CONTAS
               INVALID KEY
                   MOVE ZEROS TO CRD-NOTA
                   MOVE 'R' TO CRD-SITUACAO
                   MOVE 'CONTA DE DEBITO DESCONHECIDA' TO CRD-MOTIVO
                   PERFORM GRAVAR-ANALISE
                   EXIT PARAGRAPH
           END-READ
           MOVE CONTA-CPF-TITULAR TO WS-CPF-CLIENTE CRD-CPF

           PERFORM CARREGAR-CONTAS-CLIENTE
           PERFORM APURAR-SALDO-MEDIO
           PERFORM CONTAR-RECUSAS-SALDO
           PERFORM APURAR-DIAS-CHEQUE
           PERFORM CONTAR-PARCELAS-ATRASO
           PERFORM APURAR-EXPOSICAO
           PERFORM CALCULAR-NOTA

           MOVE WS-SALDO-MEDIO    TO CRD-SALDO-MEDIO
           MOVE WS-QTD-MESES-HIST TO CRD-MESES-HISTORICO
           MOVE WS-QTD-NSF        TO CRD-QTD-NSF
           MOVE WS-DIAS-CHEQUE    TO CRD-DIAS-CHEQUE
           MOVE WS-PARC-ATRASO    TO CRD-PARC-ATRASO
           MOVE WS-EXPOSICAO      TO CRD-EXPOSICAO
           MOVE WS-NOTA           TO CRD-NOTA

           EVALUATE TRUE
               WHEN WS-NOTA >= WS-NOTA-APROVACAO
                   MOVE 'A' TO CRD-SITUACAO
                   MOVE 'NOTA NA FAIXA DE APROVACAO' TO CRD-MOTIVO
               WHEN WS-NOTA < WS-NOTA-RECUSA
                   MOVE 'R' TO CRD-SITUACAO
                   MOVE 'NOTA ABAIXO DA FAIXA DE RECUSA' TO CRD-MOTIVO
               WHEN OTHER
                   MOVE 'P' TO CRD-SITUACAO
                   MOVE 'NOTA NA FAIXA DO OFICIAL DE CREDITO'
                       TO CRD-MOTIVO
           END-EVALUATE

           PERFORM GRAVAR-ANALISE.

      *DECISAO AUTOMATICA GRAVADA; RECUSA TAMBEM VAI PARA AS EXCECOES
      *DE SITUACAO.
       GRAVAR-ANALISE.

           IF CRD-SITUACAO = 'P'
               MOVE SPACES TO CRD-DECIDIDO-POR CRD-DATA-DECISAO
           ELSE
               MOVE 'AUTOMAT' TO CRD-DECIDIDO-POR
               MOVE FUNCTION CURRENT-DATE TO CRD-DATA-DECISAO
           END-IF

           WRITE ANALISE-CREDITO-REC
               INVALID KEY
                   DISPLAY 'ANALISE DUPLICADA IGNORADA: ' CRD-CONTRATO
                   EXIT PARAGRAPH
           END-WRITE

           EVALUATE CRD-SITUACAO
               WHEN 'A'
                   ADD 1 TO WS-QTD-APROVADOS
               WHEN 'R'
                   ADD 1 TO WS-QTD-RECUSADOS
                   PERFORM REGISTRAR-EXCECAO-RECUSA
               WHEN OTHER
                   ADD 1 TO WS-QTD-PENDENTES
           END-EVALUATE

           DISPLAY 'CONTRATO ' CRD-CONTRATO ' CONTA ' CRD-CONTA
               ' NOTA ' CRD-NOTA ' SITUACAO ' CRD-SITUACAO
               ' ' CRD-MOTIVO

           MOVE 'L' TO REL-COMANDO
           MOVE SPACES TO REL-LINHA
           STRING 'CONTRATO ' CRD-CONTRATO
               ' CONTA ' CRD-CONTA
               ' PRINCIPAL ' CRD-PRINCIPAL
               ' NOTA ' CRD-NOTA
               ' NSF ' CRD-QTD-NSF
               ' CHEQ ' CRD-DIAS-CHEQUE
               ' ATRASO ' CRD-PARC-ATRASO
               ' ' CRD-SITUACAO ' ' CRD-MOTIVO
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA.

       REGISTRAR-EXCECAO-RECUSA.

           OPEN EXTEND EXCECOES-SITUACAO
           IF WS-SIT-STATUS = '35'
               OPEN OUTPUT EXCECOES-SITUACAO
           END-IF

           MOVE FUNCTION CURRENT-DATE TO EXS-TIMESTAMP
           MOVE CRD-CONTA             TO EXS-CONTA
           MOVE 'ANALISECRED'         TO EXS-PROGRAMA
           MOVE 'CRED RECUSA'         TO EXS-MOTIVO
           MOVE CRD-PRINCIPAL         TO EXS-VALOR

           WRITE EXCECAO-SITUACAO-REC

           CLOSE EXCECOES-SITUACAO.

      *TODAS AS CONTAS DO CPF TITULAR (O MASTER E VARRIDO INTEIRO: A
      *CHAVE E A CONTA). A CONTA DE DEBITO ENTRA SEMPRE.
       CARREGAR-CONTAS-CLIENTE.

           MOVE 1 TO WS-QTD-CONTAS-CLI
           MOVE EMP-CONTA-DEBITO TO WS-CONTA-CLI(1)

           MOVE 'N' TO WS-EOF-AUX
           MOVE ZEROS TO CONTA-NUMERO
           START CONTAS KEY IS NOT LESS THAN CONTA-NUMERO
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-AUX
           END-START

           PERFORM UNTIL WS-EOF-AUX = 'Y'
               READ CONTAS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-AUX
                   NOT AT END
                       IF CONTA-CPF-TITULAR = WS-CPF-CLIENTE
                           AND CONTA-NUMERO NOT = EMP-CONTA-DEBITO
                           IF WS-QTD-CONTAS-CLI < 50
                               ADD 1 TO WS-QTD-CONTAS-CLI
                               MOVE CONTA-NUMERO
                                   TO WS-CONTA-CLI(WS-QTD-CONTAS-CLI)
                           ELSE
                               DISPLAY 'CLIENTE COM MAIS DE 50 '
                                   'CONTAS, CONTA FORA DA ANALISE: '
                                   CONTA-NUMERO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *WS-CONTA-DO-CLIENTE = 'Y' QUANDO WS-CONTA-PROCURADA ESTA NA
      *TABELA DE CONTAS DO CLIENTE.
       PROCURAR-CONTA-CLIENTE.

           MOVE 'N' TO WS-CONTA-DO-CLIENTE
           PERFORM VARYING WS-I-CLI FROM 1 BY 1
               UNTIL WS-I-CLI > WS-QTD-CONTAS-CLI
               OR WS-CONTA-DO-CLIENTE = 'Y'
               IF WS-CONTA-CLI(WS-I-CLI) = WS-CONTA-PROCURADA
                   MOVE 'Y' TO WS-CONTA-DO-CLIENTE
               END-IF
           END-PERFORM.

      *MEDIA DOS SALDOS MEDIOS MENSAIS DAS CONTAS DO CLIENTE NOS 6
      *MESES ANTERIORES AO MES DA DATA DE MOVIMENTO.
       APURAR-SALDO-MEDIO.

           MOVE ZEROS TO WS-SOMA-SALDO-MEDIO WS-QTD-MESES-HIST
               WS-SALDO-MEDIO

           MOVE WS-DATA-MOVIMENTO(1:4) TO WS-ANO-CALC
           MOVE WS-DATA-MOVIMENTO(5:2) TO WS-MES-CALC
           COMPUTE WS-MESES-CALC = WS-ANO-CALC * 12 + WS-MES-CALC - 1
               - 6
           DIVIDE WS-MESES-CALC BY 12 GIVING WS-ANO-CALC
               REMAINDER WS-MES-CALC
           ADD 1 TO WS-MES-CALC
           COMPUTE WS-ANOMES-INICIO = WS-ANO-CALC * 100 + WS-MES-CALC

           OPEN INPUT HISTORICO-MENSAL
           IF WS-HIS-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-AUX
           PERFORM UNTIL WS-EOF-AUX = 'Y'
               READ HISTORICO-MENSAL
                   AT END
                       MOVE 'Y' TO WS-EOF-AUX
                   NOT AT END
                       IF HIS-ANOMES >= WS-ANOMES-INICIO
                           AND HIS-ANOMES < WS-DATA-MOVIMENTO(1:6)
                           MOVE HIS-CONTA TO WS-CONTA-PROCURADA
                           PERFORM PROCURAR-CONTA-CLIENTE
                           IF WS-CONTA-DO-CLIENTE = 'Y'
                               ADD HIS-SALDO-MEDIO
                                   TO WS-SOMA-SALDO-MEDIO
                               ADD 1 TO WS-QTD-MESES-HIST
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORICO-MENSAL

           IF WS-QTD-MESES-HIST > ZEROS
               COMPUTE WS-SALDO-MEDIO ROUNDED =
                   WS-SOMA-SALDO-MEDIO / WS-QTD-MESES-HIST
           END-IF.

      *RECUSAS POR SALDO NO ARQUIVO DE EXCECOES NSF E SAQUES QUE
      *ESGOTARAM A REAPRESENTACAO, DE QUALQUER CONTA DO CLIENTE.
       CONTAR-RECUSAS-SALDO.

           MOVE ZEROS TO WS-QTD-NSF

           OPEN INPUT EXCECOES-SALDO
           IF WS-NSF-STATUS = '00'
               MOVE 'N' TO WS-EOF-AUX
               PERFORM UNTIL WS-EOF-AUX = 'Y'
                   READ EXCECOES-SALDO
                       AT END
                           MOVE 'Y' TO WS-EOF-AUX
                       NOT AT END
                           MOVE NSF-CONTA TO WS-CONTA-PROCURADA
                           PERFORM PROCURAR-CONTA-CLIENTE
                           IF WS-CONTA-DO-CLIENTE = 'Y'
                               ADD 1 TO WS-QTD-NSF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCECOES-SALDO
           END-IF

           OPEN INPUT FALHAS-FINAIS
           IF WS-FAL-STATUS = '00'
               MOVE 'N' TO WS-EOF-AUX
               PERFORM UNTIL WS-EOF-AUX = 'Y'
                   READ FALHAS-FINAIS
                       AT END
                           MOVE 'Y' TO WS-EOF-AUX
                       NOT AT END
                           MOVE FAL-CONTA TO WS-CONTA-PROCURADA
                           PERFORM PROCURAR-CONTA-CLIENTE
                           IF WS-CONTA-DO-CLIENTE = 'Y'
                               ADD 1 TO WS-QTD-NSF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FALHAS-FINAIS
           END-IF.

      *MAIOR NUMERO DE DIAS NO VERMELHO ENTRE AS CONTAS DO CLIENTE NO
      *PERIODO DE USO EM CURSO (ARQUIVO DE USO DO CHEQUE ESPECIAL).
       APURAR-DIAS-CHEQUE.

           MOVE ZEROS TO WS-DIAS-CHEQUE

           OPEN INPUT USO-CHEQUE
           IF WS-USO-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-AUX
           PERFORM UNTIL WS-EOF-AUX = 'Y'
               READ USO-CHEQUE
                   AT END
                       MOVE 'Y' TO WS-EOF-AUX
                   NOT AT END
                       MOVE USO-CONTA TO WS-CONTA-PROCURADA
                       PERFORM PROCURAR-CONTA-CLIENTE
                       IF WS-CONTA-DO-CLIENTE = 'Y'
                           AND USO-DATA-INICIO > ZEROS
                           AND USO-DATA-INICIO <= WS-DATA-MOVIMENTO
                           COMPUTE WS-DIAS-CONTA =
                               FUNCTION INTEGER-OF-DATE
                                   (WS-DATA-MOVIMENTO)
                               - FUNCTION INTEGER-OF-DATE
                                   (USO-DATA-INICIO) + 1
                           IF WS-DIAS-CONTA > WS-DIAS-CHEQUE
                               MOVE WS-DIAS-CONTA TO WS-DIAS-CHEQUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE USO-CHEQUE.

      *PARCELAS EM ABERTO JA VENCIDAS NAS CONTAS DO CLIENTE.
       CONTAR-PARCELAS-ATRASO.

           MOVE ZEROS TO WS-PARC-ATRASO

           OPEN INPUT PARCELAS
           IF WS-PARC-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-AUX
           PERFORM UNTIL WS-EOF-AUX = 'Y'
               READ PARCELAS
                   AT END
                       MOVE 'Y' TO WS-EOF-AUX
                   NOT AT END
                       IF PARC-SITUACAO = 'A'
                           AND PARC-DATA-VENCIMENTO < WS-DATA-MOVIMENTO
                           MOVE PARC-CONTA-DEBITO TO WS-CONTA-PROCURADA
                           PERFORM PROCURAR-CONTA-CLIENTE
                           IF WS-CONTA-DO-CLIENTE = 'Y'
                               ADD 1 TO WS-PARC-ATRASO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARCELAS.

      *SALDO DEVEDOR DOS CONTRATOS ATIVOS DO CLIENTE MAIS O PRINCIPAL
      *PEDIDO (O MASTER E VARRIDO INTEIRO: A CHAVE E O CONTRATO).
       APURAR-EXPOSICAO.

           MOVE EMP-PRINCIPAL TO WS-EXPOSICAO

           IF WS-EMM-ABERTO = 'N'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-AUX
           MOVE ZEROS TO EMM-CONTRATO
           START EMPRESTIMOS-MASTER KEY IS NOT LESS THAN EMM-CONTRATO
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-AUX
           END-START

           PERFORM UNTIL WS-EOF-AUX = 'Y'
               READ EMPRESTIMOS-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-AUX
                   NOT AT END
                       IF EMM-SITUACAO = 'A'
                           MOVE EMM-CONTA-DEBITO TO WS-CONTA-PROCURADA
                           PERFORM PROCURAR-CONTA-CLIENTE
                           IF WS-CONTA-DO-CLIENTE = 'Y'
                               ADD EMM-SALDO-DEVEDOR TO WS-EXPOSICAO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *NOTA: PARTE DE 600 E SOMA OU DESCONTA POR FATOR, FICANDO ENTRE
      *0 E 1000.
      *  SALDO MEDIO / PRINCIPAL: >= 20% +250, >= 10% +150, >= 5% +50,
      *    NEGATIVO -100; SEM HISTORICO (CLIENTE NOVO) NADA.
      *  RECUSAS POR SALDO: -40 CADA, ATE -300.
      *  DIAS NO CHEQUE ESPECIAL: NENHUM +50, ATE 15 NADA, ATE 30 -75,
      *    ACIMA -150.
      *  PARCELAS EM ATRASO: -120 CADA, ATE -480.
      *  EXPOSICAO COM O PEDIDO: ACIMA DO TETO -300, ACIMA DA METADE
      *    DO TETO -100.
       CALCULAR-NOTA.

           MOVE 600 TO WS-NOTA

           IF WS-QTD-MESES-HIST > ZEROS
               COMPUTE WS-PERC-SALDO ROUNDED =
                   WS-SALDO-MEDIO * 100 / EMP-PRINCIPAL
                   ON SIZE ERROR
                       MOVE 999 TO WS-PERC-SALDO
               END-COMPUTE
               EVALUATE TRUE
                   WHEN WS-SALDO-MEDIO < ZEROS
                       SUBTRACT 100 FROM WS-NOTA
                   WHEN WS-PERC-SALDO >= 20
                       ADD 250 TO WS-NOTA
                   WHEN WS-PERC-SALDO >= 10
                       ADD 150 TO WS-NOTA
                   WHEN WS-PERC-SALDO >= 5
                       ADD 50 TO WS-NOTA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           COMPUTE WS-DESCONTO = WS-QTD-NSF * 40
               ON SIZE ERROR
                   MOVE 300 TO WS-DESCONTO
           END-COMPUTE
           IF WS-DESCONTO > 300
               MOVE 300 TO WS-DESCONTO
           END-IF
           SUBTRACT WS-DESCONTO FROM WS-NOTA

           EVALUATE TRUE
               WHEN WS-DIAS-CHEQUE = ZEROS
                   ADD 50 TO WS-NOTA
               WHEN WS-DIAS-CHEQUE <= 15
                   CONTINUE
               WHEN WS-DIAS-CHEQUE <= 30
                   SUBTRACT 75 FROM WS-NOTA
               WHEN OTHER
                   SUBTRACT 150 FROM WS-NOTA
           END-EVALUATE

           COMPUTE WS-DESCONTO = WS-PARC-ATRASO * 120
               ON SIZE ERROR
                   MOVE 480 TO WS-DESCONTO
           END-COMPUTE
           IF WS-DESCONTO > 480
               MOVE 480 TO WS-DESCONTO
           END-IF
           SUBTRACT WS-DESCONTO FROM WS-NOTA

           EVALUATE TRUE
               WHEN WS-EXPOSICAO > WS-EXPOSICAO-MAXIMA
                   SUBTRACT 300 FROM WS-NOTA
               WHEN WS-EXPOSICAO * 2 > WS-EXPOSICAO-MAXIMA
                   SUBTRACT 100 FROM WS-NOTA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-NOTA < ZEROS
               MOVE ZEROS TO WS-NOTA
           END-IF
           IF WS-NOTA > 1000
               MOVE 1000 TO WS-NOTA
           END-IF.

       IMPRIMIR-RESUMO.

           MOVE 'L' TO REL-COMANDO
           MOVE SPACES TO REL-LINHA
           STRING 'PEDIDOS ANALISADOS: ' WS-QTD-PEDIDOS
               '  APROVADOS: ' WS-QTD-APROVADOS
               '  RECUSADOS: ' WS-QTD-RECUSADOS
               '  PENDENTES (OFICIAL): ' WS-QTD-PENDENTES
               '  JA ANALISADOS: ' WS-QTD-JA-ANALISADOS
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE 'F' TO REL-COMANDO
           CALL 'GravaRelatorio' USING WS-REL-AREA

           DISPLAY ' '
           DISPLAY 'ANALISE DE CREDITO - DATA ' WS-DATA-MOVIMENTO
           DISPLAY 'FAIXAS: APROVA >= ' WS-NOTA-APROVACAO
               ' RECUSA < ' WS-NOTA-RECUSA
           DISPLAY 'PEDIDOS ANALISADOS....: ' WS-QTD-PEDIDOS
           DISPLAY 'APROVADOS.............: ' WS-QTD-APROVADOS
           DISPLAY 'RECUSADOS.............: ' WS-QTD-RECUSADOS
           DISPLAY 'PENDENTES (OFICIAL)...: ' WS-QTD-PENDENTES
           DISPLAY 'JA ANALISADOS ANTES...: ' WS-QTD-JA-ANALISADOS.

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
      *PULADO COM SUCESSO (RC 0), PARA O SCRIPT PODER RE-DIRIGIR UMA
      *NOITE INTERROMPIDA.
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
