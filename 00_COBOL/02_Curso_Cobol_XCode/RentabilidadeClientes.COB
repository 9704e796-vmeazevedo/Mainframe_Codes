      *=================================================================
       IDENTIFICATION                                  DIVISION.
      *=================================================================
       PROGRAM-ID. RentabilidadeClientes.
      *******************************************************************
      * Author: Vinícius Azevedo
      * Date: 15/10/2026
      * Purpose: Rentabilidade mensal por cliente (CPF)
      * Tectonics: cobc
      ******************************************************************
      * Relatorio gerencial do mes: roda toda noite depois da
      * ExposicaoCredito, mas so age no ultimo dia util do mes (pelo
      * calendario compartilhado). Apura, conta a conta, o que o
      * banco ganhou e gastou com ela no mes da data de movimento:
      *   RECEITAS - tarifas de pacote e de excesso ('TPC', 'TAR'),
      *              juros do cheque especial ('JCE') e encargos de
      *              mora ('MOR'), todos do diario de movimentos, e os
      *              juros das parcelas de emprestimo baixadas no mes
      *              (VALOR-JUROS das parcelas 'P' e 'F' de
      *              parcelas.dat com DATA-PAGAMENTO no mes), na conta
      *              de debito do contrato;
      *   CUSTO    - juros creditados ('JUR') do diario.
      * A CONTRIBUICAO LIQUIDA e receitas menos custo. Cada conta
      * entra no CPF do titular (CPF-TITULAR do master) e no de cada
      * cotitular ('T') de cotitulares.dat -- o procurador nao e dono
      * e nao leva a conta: conta conjunta conta INTEIRA para cada
      * dono, e a visao de relacionamento do cliente. Por tipo de
      * conta, cada conta entra UMA vez so, e e por ela que fecham os
      * totais do banco. Conta encerrada sem movimento no mes fica
      * fora.
      * O relatorio sai pelo GravaRelatorio: clientes da maior
      * contribuicao liquida para a menor, depois o resumo por tipo de
      * conta e os totais. O mesmo ranking vai para o CRM da area
      * comercial em rentabilidade_crm.dat, layout fixo com header
      * 'H' (data e competencia), um detalhe 'D' por cliente na ordem
      * do ranking e trailer 'T' com contagem e hash da contribuicao
      * liquida. Contas sem CPF de titular saem so nos totais.
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

           SELECT MOVIMENTOS ASSIGN TO 'movimentos.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-CHAVE
           FILE STATUS IS WS-MOV-STATUS.

           SELECT PARCELAS ASSIGN TO 'parcelas.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PARC-STATUS.

           SELECT COTITULARES ASSIGN TO 'cotitulares.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COT-CHAVE
           FILE STATUS IS WS-COT-STATUS.

           SELECT CLIENTES ASSIGN TO 'clientes.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-CPF
           FILE STATUS IS WS-CLI-STATUS.

           SELECT EXTRATO-CRM ASSIGN TO 'rentabilidade_crm.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CRM-STATUS.

           SELECT WORK-SORT-FILE ASSIGN TO 'rentabilidade.srt'.

           SELECT CALENDARIO ASSIGN TO 'calendario.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CAL-STATUS.

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

       FD  MOVIMENTOS.
       01  MOVIMENTO-REC.
           COPY MOVREC REPLACING ==:PREFIX:== BY ==MOV==.

       FD  PARCELAS.
       01  PARCELA-REC.
           COPY PARCREC REPLACING ==:PREFIX:== BY ==PARC==.

       FD  COTITULARES.
       01  COTITULAR-REC.
           COPY COTITREC REPLACING ==:PREFIX:== BY ==COT==.

       FD  CLIENTES.
       01  CLIENTE-REC.
           COPY CLIREC REPLACING ==:PREFIX:== BY ==CLI==.

      *LAYOUT FIXO DE 140 POSICOES PARA O CRM: HEADER 'H', UM
      *DETALHE 'D' POR CLIENTE NA ORDEM DO RANKING E TRAILER 'T' COM
      *CONTAGEM E HASH. A CONTRIBUICAO LIQUIDA SAI COM SINAL SEPARADO
      *A ESQUERDA, COMO OS SALDOS DO EXTRATO DO CANAL.
       FD  EXTRATO-CRM.
       01  CRM-HEADER.
           05 CRH-TIPO             PIC X(1).
           05 CRH-DATA             PIC 9(8).
           05 CRH-COMPETENCIA      PIC 9(6).
           05 FILLER               PIC X(125).
       01  CRM-DETALHE.
           05 CRD-TIPO             PIC X(1).
           05 CRD-RANKING          PIC 9(6).
           05 CRD-CPF              PIC 9(11).
           05 CRD-NOME             PIC X(30).
           05 CRD-QTD-CONTAS       PIC 9(4).
           05 CRD-TARIFAS          PIC 9(11)V99.
           05 CRD-JUROS-CE         PIC 9(11)V99.
           05 CRD-MORA             PIC 9(11)V99.
           05 CRD-JUROS-EMP        PIC 9(11)V99.
           05 CRD-CUSTO            PIC 9(11)V99.
           05 CRD-LIQUIDO          PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
           05 FILLER               PIC X(9).
       01  CRM-TRAILER.
           05 CRT-TIPO             PIC X(1).
           05 CRT-QTD-CLIENTES     PIC 9(6).
           05 CRT-HASH-LIQUIDO     PIC S9(13)V99
                                   SIGN LEADING SEPARATE.
           05 FILLER               PIC X(117).

      *DA MAIOR CONTRIBUICAO LIQUIDA PARA A MENOR; EMPATE PELO CPF.
       SD  WORK-SORT-FILE.
       01  SORT-REC.
           05 SRT-LIQUIDO          PIC S9(13)V99.
           05 SRT-CPF              PIC 9(11).
           05 SRT-NOME             PIC X(30).
           05 SRT-QTD              PIC 9(4).
           05 SRT-TARIFAS          PIC 9(13)V99.
           05 SRT-JUROS-CE         PIC 9(13)V99.
           05 SRT-MORA             PIC 9(13)V99.
           05 SRT-JUROS-EMP        PIC 9(13)V99.
           05 SRT-CUSTO            PIC 9(13)V99.

       FD  CALENDARIO.
       01  CALENDARIO-REC.
           COPY CALREC REPLACING ==:PREFIX:== BY ==CAL==.

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
       77 WS-MOV-STATUS        PIC X(2)    VALUE '00'.
       77 WS-PARC-STATUS       PIC X(2)    VALUE '00'.
       77 WS-COT-STATUS        PIC X(2)    VALUE '00'.
       77 WS-CLI-STATUS        PIC X(2)    VALUE '00'.
       77 WS-CRM-STATUS        PIC X(2)    VALUE '00'.
       77 WS-CAL-STATUS        PIC X(2)    VALUE '00'.

       77 WS-EOF               PIC X(1)    VALUE 'N'.
       77 WS-EOF-MOV           PIC X(1)    VALUE 'N'.
       77 WS-EOF-COT           PIC X(1)    VALUE 'N'.
       77 WS-SORT-EOF          PIC X(1)    VALUE 'N'.
       77 WS-ACHADO            PIC X(1)    VALUE 'N'.
       77 WS-COT-ABERTO        PIC X(1)    VALUE 'N'.
       77 WS-CLI-ABERTO        PIC X(1)    VALUE 'N'.
       77 WS-I                 PIC 9(4)    VALUE ZEROS.
       77 WS-K                 PIC 9(4)    VALUE ZEROS.
       77 WS-C                 PIC 9(4)    VALUE ZEROS.
       77 WS-QTD-PASSO         PIC 9(9)    VALUE ZEROS.

      *MES APURADO: O DA DATA DE MOVIMENTO.
       77 WS-COMPETENCIA       PIC 9(6)    VALUE ZEROS.
       77 WS-DATA-INICIO-MES   PIC 9(8)    VALUE ZEROS.

      *CONTA CORRENTE NA APURACAO.
       77 WS-CPF-GUARDAR       PIC 9(11)   VALUE ZEROS.
       77 WS-TARIFAS-CONTA     PIC 9(11)V99 VALUE ZEROS.
       77 WS-JUROS-CE-CONTA    PIC 9(11)V99 VALUE ZEROS.
       77 WS-MORA-CONTA        PIC 9(11)V99 VALUE ZEROS.
       77 WS-CUSTO-CONTA       PIC 9(11)V99 VALUE ZEROS.

       77 WS-QTD-CONTAS-LIDAS  PIC 9(7)    VALUE ZEROS.
       77 WS-QTD-MOVS-LIDOS    PIC 9(9)    VALUE ZEROS.
       77 WS-QTD-PARCELAS-MES  PIC 9(7)    VALUE ZEROS.
       77 WS-QTD-SEM-CONTA     PIC 9(7)    VALUE ZEROS.
       77 WS-JUROS-SEM-CONTA   PIC 9(13)V99 VALUE ZEROS.
       77 WS-RANKING           PIC 9(6)    VALUE ZEROS.
       77 WS-HASH-LIQUIDO      PIC S9(13)V99 VALUE ZEROS.

      *TOTAIS DO BANCO: CADA CONTA UMA VEZ SO.
       77 WS-TOTAL-RECEITA     PIC 9(15)V99 VALUE ZEROS.
       77 WS-TOTAL-CUSTO       PIC 9(15)V99 VALUE ZEROS.
       77 WS-TOTAL-LIQUIDO     PIC S9(15)V99 VALUE ZEROS.
       77 WS-RECEITA-CONTA     PIC 9(13)V99 VALUE ZEROS.
       77 WS-LIQUIDO-CPF       PIC S9(13)V99 VALUE ZEROS.
       77 WS-VALOR-ED          PIC -(14)9.99.

      *CALENDARIO DE DIAS UTEIS: FERIADOS DO ARQUIVO, FIM DE SEMANA
      *PELO DIA DA SEMANA (MESMA REGRA DA ABERTURA DIARIA).
       77 WS-CAL-EOF           PIC X(1)    VALUE 'N'.
       01 WS-QTD-FERIADOS      PIC 9(3)    VALUE ZEROS.
       01 WS-TABELA-FERIADOS.
           05 WS-FERIADO OCCURS 100 TIMES PIC 9(8).
       77 WS-I-FER             PIC 9(3)    VALUE ZEROS.
       77 WS-DIA-UTIL          PIC X(1)    VALUE 'N'.
       77 WS-DATA-EXAME        PIC 9(8)    VALUE ZEROS.
       77 WS-DIA-SEMANA        PIC 9(1)    VALUE ZEROS.
       77 WS-DATA-INTEIRO      PIC 9(7)    VALUE ZEROS.
       77 WS-FIM-DE-MES        PIC X(1)    VALUE 'N'.

      *RESULTADO DO MES CONTA A CONTA. OS JUROS DE EMPRESTIMO ENTRAM
      *PELA CONTA DE DEBITO DO CONTRATO.
       01 WS-QTD-CONTAS        PIC 9(4)    VALUE ZEROS.
       01 WS-TABELA-CONTAS.
           05 WS-CTA-ENTRADA OCCURS 2000 TIMES.
              10 WS-CTA-NUMERO      PIC 9(6).
              10 WS-CTA-TIPO        PIC X(2).
              10 WS-CTA-SITUACAO    PIC X(1).
              10 WS-CTA-CPF         PIC 9(11).
              10 WS-CTA-TARIFAS     PIC 9(11)V99.
              10 WS-CTA-JUROS-CE    PIC 9(11)V99.
              10 WS-CTA-MORA        PIC 9(11)V99.
              10 WS-CTA-JUROS-EMP   PIC 9(11)V99.
              10 WS-CTA-CUSTO       PIC 9(11)V99.

      *RESULTADO POR CPF DE DONO (TITULAR OU COTITULAR). O CPF ZERO
      *JUNTA AS CONTAS SEM TITULAR CADASTRADO.
       01 WS-QTD-CPFS          PIC 9(4)    VALUE ZEROS.
       01 WS-TABELA-CPFS.
           05 WS-CPF-ENTRADA OCCURS 2000 TIMES.
              10 WS-CPF-NUMERO      PIC 9(11).
              10 WS-CPF-QTD-CONTAS  PIC 9(4).
              10 WS-CPF-TARIFAS     PIC 9(13)V99.
              10 WS-CPF-JUROS-CE    PIC 9(13)V99.
              10 WS-CPF-MORA        PIC 9(13)V99.
              10 WS-CPF-JUROS-EMP   PIC 9(13)V99.
              10 WS-CPF-CUSTO       PIC 9(13)V99.

       01 WS-QTD-TIPOS         PIC 9(2)    VALUE ZEROS.
       01 WS-TABELA-TIPOS.
           05 WS-TIP-ENTRADA OCCURS 50 TIMES.
              10 WS-TIP-CODIGO      PIC X(2).
              10 WS-TIP-QTD-CONTAS  PIC 9(5).
              10 WS-TIP-RECEITA     PIC 9(13)V99.
              10 WS-TIP-CUSTO       PIC 9(13)V99.

       01 WS-LINHA-CLIENTE.
           05 RNL-RANKING       PIC ZZZZ9.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 RNL-CPF           PIC 9(11).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 RNL-NOME          PIC X(20).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 RNL-QTD           PIC ZZ9.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 RNL-TARIFAS       PIC Z(8)9.99.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 RNL-JUROS-CE      PIC Z(8)9.99.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 RNL-MORA          PIC Z(8)9.99.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 RNL-JUROS-EMP     PIC Z(8)9.99.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 RNL-CUSTO         PIC Z(8)9.99.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 RNL-LIQUIDO       PIC -(10)9.99.

       01 WS-CAB-CLIENTE.
           05 FILLER            PIC X(42)  VALUE
               '  POS CPF         NOME                 CTS'.
           05 FILLER            PIC X(26)  VALUE
               '      TARIFAS     JUROS CE'.
           05 FILLER            PIC X(26)  VALUE
               '         MORA    JUROS EMP'.
           05 FILLER            PIC X(28)  VALUE
               '        CUSTO        LIQUIDO'.

       01 WS-CAB-TIPO.
           05 FILLER            PIC X(29)  VALUE
               ' TP   CONTAS         RECEITAS'.
           05 FILLER            PIC X(35)  VALUE
               '            CUSTO           LIQUIDO'.

       01 WS-LINHA-TIPO.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 TPL-CODIGO        PIC X(2).
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 TPL-QTD           PIC ZZZZ9.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 TPL-RECEITA       PIC Z(12)9.99.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 TPL-CUSTO         PIC Z(12)9.99.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 TPL-LIQUIDO       PIC -(13)9.99.

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
       77 WS-NOME-PASSO        PIC X(12)   VALUE 'RENTABILID  '.

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================
       PROGRAM-BEGIN.

           PERFORM INICIAR-CONTROLE-EXECUCAO
           PERFORM CARREGAR-CALENDARIO
           PERFORM CONFERIR-FIM-DE-MES

           IF WS-FIM-DE-MES = 'N'
               DISPLAY 'RENTABILIDADE DE CLIENTES: ' WS-DATA-MOVIMENTO
                   ' NAO E O ULTIMO DIA UTIL DO MES, NADA A FAZER.'
               PERFORM ENCERRAR-CONTROLE-EXECUCAO
               STOP RUN
           END-IF

           MOVE WS-DATA-MOVIMENTO(1:6) TO WS-COMPETENCIA
           COMPUTE WS-DATA-INICIO-MES = WS-COMPETENCIA * 100 + 1

           PERFORM APURAR-CONTAS
           PERFORM APURAR-JUROS-EMPRESTIMOS
           PERFORM DISTRIBUIR-CONTAS

           MOVE 'A' TO REL-COMANDO
           MOVE 'RentabilidadeClientes' TO REL-PROGRAMA
           MOVE 'RENTAB' TO REL-ID
           MOVE 'RENTABILIDADE MENSAL POR CLIENTE'
               TO REL-TITULO
           CALL 'GravaRelatorio' USING WS-REL-AREA

           PERFORM ABRIR-EXTRATO-CRM

           SORT WORK-SORT-FILE
               ON DESCENDING KEY SRT-LIQUIDO
               ON ASCENDING KEY SRT-CPF
               INPUT PROCEDURE IS LIBERAR-CLIENTES
               OUTPUT PROCEDURE IS IMPRIMIR-CLIENTES

           PERFORM FECHAR-EXTRATO-CRM
           PERFORM IMPRIMIR-TIPOS-CONTA
           PERFORM IMPRIMIR-TOTAIS-RENTABILIDADE

           MOVE WS-QTD-CONTAS-LIDAS TO WS-QTD-PASSO
           PERFORM ENCERRAR-CONTROLE-EXECUCAO

           STOP RUN.

      *CADA CONTA DO MASTER COM OS LANCAMENTOS DO MES NO DIARIO:
      *O DIARIO E LIDO PELA CHAVE, DO PRIMEIRO DIA DO MES DA CONTA
      *ATE O FIM DO MES (OU A PROXIMA CONTA).
       APURAR-CONTAS.

           MOVE 'N' TO WS-EOF
           OPEN INPUT CONTAS
           IF WS-CONTA-STATUS NOT = '00'
               DISPLAY 'MASTER DE CONTAS INDISPONIVEL, STATUS: '
                   WS-CONTA-STATUS
               PERFORM ABORTAR-PASSO
           END-IF

           OPEN INPUT MOVIMENTOS
           IF WS-MOV-STATUS NOT = '00'
               DISPLAY 'DIARIO DE MOVIMENTOS INDISPONIVEL, STATUS: '
                   WS-MOV-STATUS
               CLOSE CONTAS
               PERFORM ABORTAR-PASSO
           END-IF

           MOVE ZEROS TO CONTA-NUMERO
           START CONTAS KEY IS NOT LESS THAN CONTA-NUMERO
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF = 'Y'
               READ CONTAS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-CONTAS-LIDAS
                       PERFORM APURAR-UMA-CONTA
               END-READ
           END-PERFORM

           CLOSE MOVIMENTOS
           CLOSE CONTAS.

       APURAR-UMA-CONTA.

           MOVE ZEROS TO WS-TARIFAS-CONTA WS-JUROS-CE-CONTA
               WS-MORA-CONTA WS-CUSTO-CONTA

           MOVE 'N' TO WS-EOF-MOV
           MOVE CONTA-NUMERO       TO MOV-CONTA
           MOVE WS-DATA-INICIO-MES TO MOV-DATA
           MOVE ZEROS              TO MOV-NSU
           START MOVIMENTOS KEY IS NOT LESS THAN MOV-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-MOV
           END-START
           PERFORM LER-PROXIMO-MOVIMENTO

           PERFORM UNTIL WS-EOF-MOV = 'Y'
               OR MOV-CONTA NOT = CONTA-NUMERO
               OR MOV-DATA(1:6) NOT = WS-COMPETENCIA
               ADD 1 TO WS-QTD-MOVS-LIDOS
               EVALUATE MOV-TIPO
                   WHEN 'TPC'
                   WHEN 'TAR'
                       ADD MOV-VALOR TO WS-TARIFAS-CONTA
                   WHEN 'JCE'
                       ADD MOV-VALOR TO WS-JUROS-CE-CONTA
                   WHEN 'MOR'
                       ADD MOV-VALOR TO WS-MORA-CONTA
                   WHEN 'JUR'
                       ADD MOV-VALOR TO WS-CUSTO-CONTA
               END-EVALUATE
               PERFORM LER-PROXIMO-MOVIMENTO
           END-PERFORM

           IF WS-QTD-CONTAS >= 2000
               DISPLAY 'TABELA DE CONTAS CHEIA (2000), CONTA FORA DO '
                   'RELATORIO: ' CONTA-NUMERO
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-QTD-CONTAS
           MOVE CONTA-NUMERO      TO WS-CTA-NUMERO(WS-QTD-CONTAS)
           MOVE CONTA-TIPO        TO WS-CTA-TIPO(WS-QTD-CONTAS)
           MOVE CONTA-SITUACAO    TO WS-CTA-SITUACAO(WS-QTD-CONTAS)
           MOVE CONTA-CPF-TITULAR TO WS-CTA-CPF(WS-QTD-CONTAS)
           MOVE WS-TARIFAS-CONTA  TO WS-CTA-TARIFAS(WS-QTD-CONTAS)
           MOVE WS-JUROS-CE-CONTA TO WS-CTA-JUROS-CE(WS-QTD-CONTAS)
           MOVE WS-MORA-CONTA     TO WS-CTA-MORA(WS-QTD-CONTAS)
           MOVE ZEROS             TO WS-CTA-JUROS-EMP(WS-QTD-CONTAS)
           MOVE WS-CUSTO-CONTA    TO WS-CTA-CUSTO(WS-QTD-CONTAS).

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

      *JUROS DAS PARCELAS BAIXADAS NO MES -- COBRADAS NA CONTA, PAGAS
      *POR BOLETO ('P') OU DESCONTADAS EM FOLHA ('F') -- NA CONTA DE
      *DEBITO DO CONTRATO. QUITACAO ANTECIPADA ('Q') NAO PAGA OS JUROS
      *DAS PARCELAS QUE AINDA NAO VENCERAM.
       APURAR-JUROS-EMPRESTIMOS.

           MOVE 'N' TO WS-EOF
           OPEN INPUT PARCELAS
           IF WS-PARC-STATUS NOT = '00'
               DISPLAY 'SEM CRONOGRAMA DE PARCELAS (parcelas.dat), '
                   'STATUS ' WS-PARC-STATUS
                   ': RELATORIO SEM JUROS DE EMPRESTIMO'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ PARCELAS
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF (PARC-SITUACAO = 'P' OR PARC-SITUACAO = 'F')
                           AND PARC-DATA-PAGAMENTO(1:6) = WS-COMPETENCIA
                           AND PARC-VALOR-JUROS > ZEROS
                           ADD 1 TO WS-QTD-PARCELAS-MES
                           PERFORM ATRIBUIR-JUROS-PARCELA
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PARCELAS.

       ATRIBUIR-JUROS-PARCELA.

           MOVE ZEROS TO WS-C
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-QTD-CONTAS OR WS-C > ZEROS
               IF WS-CTA-NUMERO(WS-I) = PARC-CONTA-DEBITO
                   MOVE WS-I TO WS-C
               END-IF
           END-PERFORM

           IF WS-C = ZEROS
               DISPLAY 'CONTRATO ' PARC-CONTRATO ' PARCELA '
                   PARC-NUMERO ' COM CONTA DE DEBITO '
                   PARC-CONTA-DEBITO ' FORA DO MASTER: JUROS SO NOS '
                   'TOTAIS.'
               ADD 1 TO WS-QTD-SEM-CONTA
               ADD PARC-VALOR-JUROS TO WS-JUROS-SEM-CONTA
               EXIT PARAGRAPH
           END-IF

           ADD PARC-VALOR-JUROS TO WS-CTA-JUROS-EMP(WS-C).

      *CADA CONTA APURADA VAI PARA O SEU TIPO (UMA VEZ) E PARA O CPF
      *DE CADA DONO. CONTA ENCERRADA SEM RESULTADO NO MES FICA FORA.
       DISTRIBUIR-CONTAS.

           MOVE 'N' TO WS-COT-ABERTO
           OPEN INPUT COTITULARES
           IF WS-COT-STATUS = '00'
               MOVE 'Y' TO WS-COT-ABERTO
           END-IF

           PERFORM VARYING WS-C FROM 1 BY 1
               UNTIL WS-C > WS-QTD-CONTAS
               COMPUTE WS-RECEITA-CONTA = WS-CTA-TARIFAS(WS-C)
                   + WS-CTA-JUROS-CE(WS-C) + WS-CTA-MORA(WS-C)
                   + WS-CTA-JUROS-EMP(WS-C)
               IF WS-CTA-SITUACAO(WS-C) NOT = 'E'
                   OR WS-RECEITA-CONTA > ZEROS
                   OR WS-CTA-CUSTO(WS-C) > ZEROS
                   PERFORM DISTRIBUIR-UMA-CONTA
               END-IF
           END-PERFORM

           IF WS-COT-ABERTO = 'Y'
               CLOSE COTITULARES
           END-IF.

       DISTRIBUIR-UMA-CONTA.

           ADD WS-RECEITA-CONTA    TO WS-TOTAL-RECEITA
           ADD WS-CTA-CUSTO(WS-C)  TO WS-TOTAL-CUSTO
           PERFORM SOMAR-NO-TIPO

           MOVE WS-CTA-CPF(WS-C) TO WS-CPF-GUARDAR
           PERFORM SOMAR-NO-CPF

           IF WS-COT-ABERTO NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-COT
           MOVE WS-CTA-NUMERO(WS-C) TO COT-CONTA
           MOVE ZEROS               TO COT-CPF
           START COTITULARES KEY IS NOT LESS THAN COT-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-COT
           END-START

           PERFORM UNTIL WS-EOF-COT = 'Y'
               READ COTITULARES NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-COT
               END-READ
               IF WS-COT-STATUS NOT = '00' AND NOT = '10'
                   MOVE 'Y' TO WS-EOF-COT
               END-IF
               IF WS-EOF-COT NOT = 'Y'
                   IF COT-CONTA NOT = WS-CTA-NUMERO(WS-C)
                       MOVE 'Y' TO WS-EOF-COT
                   ELSE
                       IF COT-PAPEL = 'T'
                           AND COT-CPF NOT = WS-CTA-CPF(WS-C)
                           MOVE COT-CPF TO WS-CPF-GUARDAR
                           PERFORM SOMAR-NO-CPF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       SOMAR-NO-TIPO.

           MOVE 'N' TO WS-ACHADO
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-QTD-TIPOS OR WS-ACHADO = 'Y'
               IF WS-TIP-CODIGO(WS-K) = WS-CTA-TIPO(WS-C)
                   MOVE 'Y' TO WS-ACHADO
               END-IF
           END-PERFORM

           IF WS-ACHADO = 'Y'
               SUBTRACT 1 FROM WS-K
           ELSE
               IF WS-QTD-TIPOS >= 50
                   DISPLAY 'TABELA DE TIPOS CHEIA (50), TIPO FORA DO '
                       'RESUMO: ' WS-CTA-TIPO(WS-C)
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-QTD-TIPOS
               MOVE WS-QTD-TIPOS TO WS-K
               MOVE WS-CTA-TIPO(WS-C) TO WS-TIP-CODIGO(WS-K)
               MOVE ZEROS TO WS-TIP-QTD-CONTAS(WS-K)
                   WS-TIP-RECEITA(WS-K) WS-TIP-CUSTO(WS-K)
           END-IF

           ADD 1                  TO WS-TIP-QTD-CONTAS(WS-K)
           ADD WS-RECEITA-CONTA   TO WS-TIP-RECEITA(WS-K)
           ADD WS-CTA-CUSTO(WS-C) TO WS-TIP-CUSTO(WS-K).

      *A CONTA WS-C INTEIRA NO CPF WS-CPF-GUARDAR.
       SOMAR-NO-CPF.

           PERFORM LOCALIZAR-CPF
           IF WS-K = ZEROS
               EXIT PARAGRAPH
           END-IF

           ADD 1                      TO WS-CPF-QTD-CONTAS(WS-K)
           ADD WS-CTA-TARIFAS(WS-C)   TO WS-CPF-TARIFAS(WS-K)
           ADD WS-CTA-JUROS-CE(WS-C)  TO WS-CPF-JUROS-CE(WS-K)
           ADD WS-CTA-MORA(WS-C)      TO WS-CPF-MORA(WS-K)
           ADD WS-CTA-JUROS-EMP(WS-C) TO WS-CPF-JUROS-EMP(WS-K)
           ADD WS-CTA-CUSTO(WS-C)     TO WS-CPF-CUSTO(WS-K).

      *WS-K RECEBE O INDICE DE WS-CPF-GUARDAR NA TABELA DE CPFS,
      *INCLUINDO O CPF QUANDO E NOVO; ZERO QUANDO A TABELA ENCHEU.
       LOCALIZAR-CPF.

           MOVE ZEROS TO WS-K
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-QTD-CPFS OR WS-K > ZEROS
               IF WS-CPF-NUMERO(WS-I) = WS-CPF-GUARDAR
                   MOVE WS-I TO WS-K
               END-IF
           END-PERFORM

           IF WS-K = ZEROS
               IF WS-QTD-CPFS < 2000
                   ADD 1 TO WS-QTD-CPFS
                   MOVE WS-QTD-CPFS TO WS-K
                   MOVE WS-CPF-GUARDAR TO WS-CPF-NUMERO(WS-K)
                   MOVE ZEROS TO WS-CPF-QTD-CONTAS(WS-K)
                       WS-CPF-TARIFAS(WS-K) WS-CPF-JUROS-CE(WS-K)
                       WS-CPF-MORA(WS-K) WS-CPF-JUROS-EMP(WS-K)
                       WS-CPF-CUSTO(WS-K)
               ELSE
                   DISPLAY 'TABELA DE CPFS CHEIA (2000), CPF FORA DO '
                       'RELATORIO: ' WS-CPF-GUARDAR
               END-IF
           END-IF.

      *TODO CPF DE DONO ENTRA NO RANKING, MESMO COM RESULTADO ZERO;
      *O CPF ZERO (CONTAS SEM TITULAR) SAI SO NOS TOTAIS.
       LIBERAR-CLIENTES.

           MOVE 'N' TO WS-CLI-ABERTO
           OPEN INPUT CLIENTES
           IF WS-CLI-STATUS = '00'
               MOVE 'Y' TO WS-CLI-ABERTO
           END-IF

           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-QTD-CPFS
               IF WS-CPF-NUMERO(WS-K) > ZEROS
                   COMPUTE SRT-LIQUIDO = WS-CPF-TARIFAS(WS-K)
                       + WS-CPF-JUROS-CE(WS-K) + WS-CPF-MORA(WS-K)
                       + WS-CPF-JUROS-EMP(WS-K) - WS-CPF-CUSTO(WS-K)
                   MOVE WS-CPF-NUMERO(WS-K)     TO SRT-CPF
                   MOVE WS-CPF-QTD-CONTAS(WS-K) TO SRT-QTD
                   MOVE WS-CPF-TARIFAS(WS-K)    TO SRT-TARIFAS
                   MOVE WS-CPF-JUROS-CE(WS-K)   TO SRT-JUROS-CE
                   MOVE WS-CPF-MORA(WS-K)       TO SRT-MORA
                   MOVE WS-CPF-JUROS-EMP(WS-K)  TO SRT-JUROS-EMP
                   MOVE WS-CPF-CUSTO(WS-K)      TO SRT-CUSTO
                   PERFORM NOMEAR-CLIENTE
                   RELEASE SORT-REC
               END-IF
           END-PERFORM

           IF WS-CLI-ABERTO = 'Y'
               CLOSE CLIENTES
           END-IF.

       NOMEAR-CLIENTE.

           MOVE SPACES TO SRT-NOME
           IF WS-CLI-ABERTO = 'Y'
               MOVE WS-CPF-NUMERO(WS-K) TO CLI-CPF
               READ CLIENTES
                   INVALID KEY
                       MOVE 'CLIENTE NAO CADASTRADO' TO SRT-NOME
                   NOT INVALID KEY
                       MOVE CLI-NOME TO SRT-NOME
               END-READ
           END-IF.

      *O ARQUIVO DO CRM E REESCRITO A CADA MES: HEADER, DETALHES NA
      *ORDEM DO RANKING, TRAILER.
       ABRIR-EXTRATO-CRM.

           OPEN OUTPUT EXTRATO-CRM
           IF WS-CRM-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR rentabilidade_crm.dat, STATUS: '
                   WS-CRM-STATUS
               PERFORM ABORTAR-PASSO
           END-IF

           MOVE SPACES            TO CRM-HEADER
           MOVE 'H'               TO CRH-TIPO
           MOVE WS-DATA-MOVIMENTO TO CRH-DATA
           MOVE WS-COMPETENCIA    TO CRH-COMPETENCIA
           WRITE CRM-HEADER.

       IMPRIMIR-CLIENTES.

           MOVE 'L' TO REL-COMANDO
           MOVE SPACES TO REL-LINHA
           STRING 'CLIENTES POR CONTRIBUICAO LIQUIDA - COMPETENCIA '
               WS-COMPETENCIA
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA
           MOVE WS-CAB-CLIENTE TO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE 'N' TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN WORK-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       ADD 1 TO WS-RANKING
                       PERFORM IMPRIMIR-LINHA-CLIENTE
                       PERFORM GRAVAR-DETALHE-CRM
               END-RETURN
           END-PERFORM.

       IMPRIMIR-LINHA-CLIENTE.

           MOVE WS-RANKING    TO RNL-RANKING
           MOVE SRT-CPF       TO RNL-CPF
           MOVE SRT-NOME      TO RNL-NOME
           MOVE SRT-QTD       TO RNL-QTD
           MOVE SRT-TARIFAS   TO RNL-TARIFAS
           MOVE SRT-JUROS-CE  TO RNL-JUROS-CE
           MOVE SRT-MORA      TO RNL-MORA
           MOVE SRT-JUROS-EMP TO RNL-JUROS-EMP
           MOVE SRT-CUSTO     TO RNL-CUSTO
           MOVE SRT-LIQUIDO   TO RNL-LIQUIDO

           MOVE 'L' TO REL-COMANDO
           MOVE WS-LINHA-CLIENTE TO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA.

       GRAVAR-DETALHE-CRM.

           MOVE SPACES        TO CRM-DETALHE
           MOVE 'D'           TO CRD-TIPO
           MOVE WS-RANKING    TO CRD-RANKING
           MOVE SRT-CPF       TO CRD-CPF
           MOVE SRT-NOME      TO CRD-NOME
           MOVE SRT-QTD       TO CRD-QTD-CONTAS
           MOVE SRT-TARIFAS   TO CRD-TARIFAS
           MOVE SRT-JUROS-CE  TO CRD-JUROS-CE
           MOVE SRT-MORA      TO CRD-MORA
           MOVE SRT-JUROS-EMP TO CRD-JUROS-EMP
           MOVE SRT-CUSTO     TO CRD-CUSTO
           MOVE SRT-LIQUIDO   TO CRD-LIQUIDO
           WRITE CRM-DETALHE

           ADD SRT-LIQUIDO TO WS-HASH-LIQUIDO.

       FECHAR-EXTRATO-CRM.

           MOVE SPACES          TO CRM-TRAILER
           MOVE 'T'             TO CRT-TIPO
           MOVE WS-RANKING      TO CRT-QTD-CLIENTES
           MOVE WS-HASH-LIQUIDO TO CRT-HASH-LIQUIDO
           WRITE CRM-TRAILER

           CLOSE EXTRATO-CRM.

      *POR TIPO DE CONTA CADA CONTA ENTRA UMA VEZ SO: A SOMA DOS
      *TIPOS E O RESULTADO DO BANCO NO MES.
       IMPRIMIR-TIPOS-CONTA.

           MOVE 'L' TO REL-COMANDO
           MOVE SPACES TO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA
           MOVE 'CONTRIBUICAO POR TIPO DE CONTA' TO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA
           MOVE WS-CAB-TIPO TO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-QTD-TIPOS
               MOVE WS-TIP-CODIGO(WS-K)     TO TPL-CODIGO
               MOVE WS-TIP-QTD-CONTAS(WS-K) TO TPL-QTD
               MOVE WS-TIP-RECEITA(WS-K)    TO TPL-RECEITA
               MOVE WS-TIP-CUSTO(WS-K)      TO TPL-CUSTO
               COMPUTE TPL-LIQUIDO = WS-TIP-RECEITA(WS-K)
                   - WS-TIP-CUSTO(WS-K)
               MOVE WS-LINHA-TIPO TO REL-LINHA
               CALL 'GravaRelatorio' USING WS-REL-AREA
           END-PERFORM.

       IMPRIMIR-TOTAIS-RENTABILIDADE.

           COMPUTE WS-TOTAL-LIQUIDO = WS-TOTAL-RECEITA - WS-TOTAL-CUSTO

           MOVE 'L' TO REL-COMANDO
           MOVE SPACES TO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE SPACES TO REL-LINHA
           STRING 'CONTAS LIDAS.............: ' WS-QTD-CONTAS-LIDAS
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE SPACES TO REL-LINHA
           STRING 'CLIENTES NO RANKING......: ' WS-RANKING
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE SPACES TO REL-LINHA
           STRING 'PARCELAS BAIXADAS NO MES.: ' WS-QTD-PARCELAS-MES
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE WS-TOTAL-RECEITA TO WS-VALOR-ED
           MOVE SPACES TO REL-LINHA
           STRING 'RECEITAS DO MES..........: ' WS-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE WS-TOTAL-CUSTO TO WS-VALOR-ED
           MOVE SPACES TO REL-LINHA
           STRING 'JUROS CREDITADOS (CUSTO).: ' WS-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE WS-TOTAL-LIQUIDO TO WS-VALOR-ED
           MOVE SPACES TO REL-LINHA
           STRING 'CONTRIBUICAO LIQUIDA.....: ' WS-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE ZEROS TO WS-LIQUIDO-CPF
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-QTD-CPFS
               IF WS-CPF-NUMERO(WS-K) = ZEROS
                   COMPUTE WS-LIQUIDO-CPF = WS-CPF-TARIFAS(WS-K)
                       + WS-CPF-JUROS-CE(WS-K) + WS-CPF-MORA(WS-K)
                       + WS-CPF-JUROS-EMP(WS-K) - WS-CPF-CUSTO(WS-K)
               END-IF
           END-PERFORM
           MOVE WS-LIQUIDO-CPF TO WS-VALOR-ED
           MOVE SPACES TO REL-LINHA
           STRING 'CONTAS SEM TITULAR.......: ' WS-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE WS-JUROS-SEM-CONTA TO WS-VALOR-ED
           MOVE SPACES TO REL-LINHA
           STRING 'JUROS DE CONTRATO SEM CONTA NO MASTER: '
               WS-VALOR-ED ' (' WS-QTD-SEM-CONTA ' PARCELAS)'
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE 'F' TO REL-COMANDO
           CALL 'GravaRelatorio' USING WS-REL-AREA

           DISPLAY ' '
           DISPLAY 'RENTABILIDADE DE CLIENTES - ' WS-COMPETENCIA
           DISPLAY 'CONTAS APURADAS..........: ' WS-QTD-CONTAS
           DISPLAY 'CLIENTES NO RANKING......: ' WS-RANKING
           DISPLAY 'LANCAMENTOS LIDOS........: ' WS-QTD-MOVS-LIDOS
           MOVE WS-TOTAL-LIQUIDO TO WS-VALOR-ED
           DISPLAY 'CONTRIBUICAO LIQUIDA.....: ' WS-VALOR-ED.

      *FERIADOS DO CALENDARIO COMPARTILHADO.
       CARREGAR-CALENDARIO.

           MOVE ZEROS TO WS-QTD-FERIADOS
           MOVE 'N' TO WS-CAL-EOF

           OPEN INPUT CALENDARIO
           IF WS-CAL-STATUS NOT = '00'
               MOVE 'Y' TO WS-CAL-EOF
           END-IF

           PERFORM UNTIL WS-CAL-EOF = 'Y'
               READ CALENDARIO
                   AT END
                       MOVE 'Y' TO WS-CAL-EOF
                   NOT AT END
                       IF WS-QTD-FERIADOS < 100
                           ADD 1 TO WS-QTD-FERIADOS
                           MOVE CAL-DATA-FERIADO
                               TO WS-FERIADO(WS-QTD-FERIADOS)
                       END-IF
               END-READ
           END-PERFORM

           IF WS-CAL-STATUS = '00' OR WS-CAL-STATUS = '10'
               CLOSE CALENDARIO
           END-IF.

      *ULTIMO DIA UTIL DO MES: O PROXIMO DIA UTIL DEPOIS DA DATA DE
      *MOVIMENTO JA ESTA EM OUTRO MES.
       CONFERIR-FIM-DE-MES.

           COMPUTE WS-DATA-INTEIRO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-MOVIMENTO) + 1
           COMPUTE WS-DATA-EXAME =
               FUNCTION DATE-OF-INTEGER(WS-DATA-INTEIRO)
           PERFORM ROLAR-PARA-DIA-UTIL

           IF WS-DATA-EXAME(1:6) NOT = WS-DATA-MOVIMENTO(1:6)
               MOVE 'Y' TO WS-FIM-DE-MES
           ELSE
               MOVE 'N' TO WS-FIM-DE-MES
           END-IF.

      *'Y' QUANDO WS-DATA-EXAME NAO CAI EM SABADO, DOMINGO NEM
      *FERIADO. O DIA DA SEMANA SAI DO INTEGER-OF-DATE: O DIA 1
      *(01/01/1601) FOI UMA SEGUNDA, ENTAO RESTO 6 = SABADO E RESTO
      *0 = DOMINGO.
       CONFERIR-DIA-UTIL.

           COMPUTE WS-DATA-INTEIRO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-EXAME)
           COMPUTE WS-DIA-SEMANA =
               FUNCTION MOD(WS-DATA-INTEIRO 7)

           MOVE 'Y' TO WS-DIA-UTIL
           IF WS-DIA-SEMANA = 6 OR WS-DIA-SEMANA = 0
               MOVE 'N' TO WS-DIA-UTIL
           END-IF
           PERFORM VARYING WS-I-FER FROM 1 BY 1
               UNTIL WS-I-FER > WS-QTD-FERIADOS
               IF WS-FERIADO(WS-I-FER) = WS-DATA-EXAME
                   MOVE 'N' TO WS-DIA-UTIL
               END-IF
           END-PERFORM.

       ROLAR-PARA-DIA-UTIL.

           PERFORM CONFERIR-DIA-UTIL
           PERFORM UNTIL WS-DIA-UTIL = 'Y'
               ADD 1 TO WS-DATA-INTEIRO
               COMPUTE WS-DATA-EXAME =
                   FUNCTION DATE-OF-INTEGER(WS-DATA-INTEIRO)
               PERFORM CONFERIR-DIA-UTIL
           END-PERFORM.

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
      *PULADO COM SUCESSO (RC 0), SEM IMPRIMIR O RELATORIO DE NOVO.
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
