      *=================================================================
       IDENTIFICATION                                  DIVISION.
      *=================================================================
       PROGRAM-ID. ProtecaoDados.
      *******************************************************************
      * Author: Vinícius Azevedo
      * Date: 15/10/2026
      * Purpose: LGPD - exportacao e anonimizacao de dados pessoais
      * Tectonics: cobc
      ******************************************************************
      * Atende o titular de dados da LGPD em duas frentes:
      *   1 - EXPORTACAO: dado um CPF, gera lgpd_<cpf>.prt com tudo o
      *       que o sistema guarda sobre a pessoa -- cadastro de
      *       cliente (clientes.dat), contas de titularidade
      *       (contas.dat) e de co-titularidade/procuracao
      *       (cotitulares.dat), os movimentos dessas contas no
      *       diario vivo e nos arquivos anuais (movimentos.dat e
      *       movimentos_AAAA.dat), os contratos de emprestimo
      *       debitados nelas (emprestimos_master.dat) e, quando a
      *       pessoa tambem e funcionario, o cadastro de funcionario
      *       (funcionarios.dat) e os dependentes (dependentes.dat).
      *       O cadastro de funcionarios nao guarda CPF: o operador
      *       informa a matricula (zeros = nao e funcionario).
      *   2 - EXPURGO: acha os ex-clientes cujas contas estao TODAS
      *       encerradas ('E') ha mais que o prazo de retencao de
      *       lgpd_ctl.dat (padrao 5 anos) e sobrescreve nome,
      *       endereco e contatos com valores anonimos. CPF, contas,
      *       movimentos e contratos ficam intactos (registros
      *       financeiros). A data do encerramento vem do registro de
      *       contas encerradas (contas_encerradas.dat); conta
      *       encerrada antes do registro existir usa a data do ultimo
      *       movimento dela no diario ou nos arquivos anuais. Cliente
      *       com emprestimo ativo nao e anonimizado. O expurgo pode
      *       ser SIMULADO (so lista) antes de efetivado.
      * Cada exportacao e cada anonimizacao vai para auditoria.log
      * (opcao 'G') e, com o CPF, para o registro de atendimentos
      * LGPD (lgpd_registro.dat). Entra so supervisor NIVEL 2, com
      * senha, nas regras de bloqueio e troca dos demais menus.
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
           SELECT CLIENTES ASSIGN TO 'clientes.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-CPF
           FILE STATUS IS WS-CLI-STATUS.

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

           SELECT EMPRESTIMOS-MASTER ASSIGN TO 'emprestimos_master.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMM-CONTRATO
           FILE STATUS IS WS-EMM-STATUS.

           SELECT FUNCIONARIOS ASSIGN TO 'funcionarios.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FR-CODIGO
           FILE STATUS IS WS-FUNC-STATUS.

           SELECT DEPENDENTES ASSIGN TO 'dependentes.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEP-CHAVE
           FILE STATUS IS WS-DEP-STATUS.

           SELECT CONTAS-ENCERRADAS ASSIGN TO 'contas_encerradas.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CEN-CONTA
           FILE STATUS IS WS-CEN-STATUS.

           SELECT CONTROLE-LGPD ASSIGN TO 'lgpd_ctl.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-LCT-STATUS.

           SELECT EXPORTACAO ASSIGN TO DYNAMIC WS-NOME-EXPORTACAO
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-EXP-STATUS.

           SELECT REGISTRO-LGPD ASSIGN TO 'lgpd_registro.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RLG-STATUS.

           SELECT DATA-MOVIMENTO ASSIGN TO 'data_movimento.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-DTM-STATUS.

           SELECT OPERADORES ASSIGN TO 'operadores.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-ID
           FILE STATUS IS WS-OPR-STATUS.

           SELECT LOG-AUDITORIA ASSIGN TO 'auditoria.log'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.

      *=================================================================
       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                    SECTION.
      *-----------------------------------------------------------------
       FD  CLIENTES.
       01  CLIENTE-REC.
           COPY CLIREC REPLACING ==:PREFIX:== BY ==CLI==.

       FD  CONTAS.
       01  CONTA-REC.
           COPY CONTAREC REPLACING ==:PREFIX:== BY ==CONTA==.

       FD  COTITULARES.
       01  COTITULAR-REC.
           COPY COTITREC REPLACING ==:PREFIX:== BY ==COT==.

       FD  MOVIMENTOS.
       01  MOVIMENTO-REC.
           COPY MOVREC REPLACING ==:PREFIX:== BY ==MOV==.

       FD  MOVIMENTOS-ARQUIVO.
       01  MOVIMENTO-ARQ-REC.
           COPY MOVREC REPLACING ==:PREFIX:== BY ==ARQ==.

       FD  EMPRESTIMOS-MASTER.
       01  EMPRESTIMO-MASTER-REC.
           COPY EMPMREC REPLACING ==:PREFIX:== BY ==EMM==.

       FD  FUNCIONARIOS.
       01  FUNCIONARIO-REC.
           COPY FUNCREC REPLACING ==:PREFIX:== BY ==FR==.

       FD  DEPENDENTES.
       01  DEPENDENTE-REC.
           COPY DEPREC REPLACING ==:PREFIX:== BY ==DEP==.

       FD  CONTAS-ENCERRADAS.
       01  CONTA-ENCERRADA-REC.
           COPY CTAENCREC REPLACING ==:PREFIX:== BY ==CEN==.

      *PARAMETROS: ANOS DE RETENCAO DOS DADOS PESSOAIS DEPOIS DO
      *ENCERRAMENTO E O PRIMEIRO ANO COM ARQUIVO ANUAL DO DIARIO.
       FD  CONTROLE-LGPD.
       01  CONTROLE-LGPD-REC.
           05 LCT-ANOS-RETENCAO    PIC 9(2).
           05 LCT-PRIMEIRO-ANO     PIC 9(4).

       FD  EXPORTACAO.
       01  LINHA-EXPORTACAO        PIC X(132).

      *UM REGISTRO POR ATENDIMENTO: 'E' EXPORTACAO, 'A' ANONIMIZACAO.
       FD  REGISTRO-LGPD.
       01  REGISTRO-LGPD-REC.
           05 RLG-TIMESTAMP        PIC X(21).
           05 RLG-OPERADOR         PIC X(8).
           05 RLG-ACAO             PIC X(1).
           05 RLG-CPF              PIC 9(11).

       FD  DATA-MOVIMENTO.
       01  DATA-MOVIMENTO-REC.
           05 DTM-DATA             PIC 9(8).
           05 DTM-SITUACAO         PIC X(1).

       FD  OPERADORES.
       01  OPERADOR-REC.
           COPY OPERREC REPLACING ==:PREFIX:== BY ==OPR==.

       FD  LOG-AUDITORIA.
       01  AUDITORIA-REC.
           05 AUD-TIMESTAMP         PIC X(21).
           05 AUD-OPERADOR          PIC X(08).
           05 AUD-OPCAO             PIC X(01).
           05 AUD-RESULTADO         PIC X(09).
           05 AUD-SEQUENCIA         PIC 9(09).
           05 AUD-HASH              PIC 9(10).

      *-----------------------------------------------------------------
       WORKING-STORAGE                         SECTION.
      *-----------------------------------------------------------------
       77 WS-CLI-STATUS        PIC X(2)    VALUE '00'.
       77 WS-CONTA-STATUS      PIC X(2)    VALUE '00'.
       77 WS-COT-STATUS        PIC X(2)    VALUE '00'.
       77 WS-MOV-STATUS        PIC X(2)    VALUE '00'.
       77 WS-ARQ-STATUS        PIC X(2)    VALUE '00'.
       77 WS-EMM-STATUS        PIC X(2)    VALUE '00'.
       77 WS-FUNC-STATUS       PIC X(2)    VALUE '00'.
       77 WS-DEP-STATUS        PIC X(2)    VALUE '00'.
       77 WS-CEN-STATUS        PIC X(2)    VALUE '00'.
       77 WS-LCT-STATUS        PIC X(2)    VALUE '00'.
       77 WS-EXP-STATUS        PIC X(2)    VALUE '00'.
       77 WS-RLG-STATUS        PIC X(2)    VALUE '00'.
       77 WS-DTM-STATUS        PIC X(2)    VALUE '00'.
       77 WS-OPR-STATUS        PIC X(2)    VALUE '00'.
       77 WS-LOG-STATUS        PIC X(2)    VALUE '00'.

       77 WS-OPCAO-MENU        PIC X(1)    VALUE SPACES.
       77 WS-EOF               PIC X(1)    VALUE 'N'.
       77 WS-SCAN-EOF          PIC X(1)    VALUE 'N'.
       77 WS-EOF-CLIENTES      PIC X(1)    VALUE 'N'.
       77 WS-TEM-COTITULARES   PIC X(1)    VALUE 'N'.
       77 WS-TEM-EMPRESTIMOS   PIC X(1)    VALUE 'N'.
       77 WS-TEM-ENCERRADAS    PIC X(1)    VALUE 'N'.

      *DATA DE REFERENCIA: A DATA DE MOVIMENTO CORRENTE; SEM O
      *ARQUIVO, A DATA DO SISTEMA.
       77 WS-DATA-REFERENCIA   PIC 9(8)    VALUE ZEROS.
       77 WS-ANO-CORRENTE      PIC 9(4)    VALUE ZEROS.

      *PARAMETROS DO CONTROLE, COM OS PADROES QUANDO AUSENTE.
       77 WS-ANOS-RETENCAO     PIC 9(2)    VALUE 5.
       77 WS-PRIMEIRO-ANO      PIC 9(4)    VALUE 2000.
       77 WS-DATA-CORTE        PIC 9(8)    VALUE ZEROS.

       77 WS-CPF-DIGITADO      PIC 9(11)   VALUE ZEROS.
       77 WS-MATRICULA         PIC 9(6)    VALUE ZEROS.
       77 WS-CPF-ALVO          PIC 9(11)   VALUE ZEROS.
       77 WS-MODO-EXPURGO      PIC X(1)    VALUE SPACES.
       77 WS-CONFIRMA          PIC X(1)    VALUE SPACES.

      *ARQUIVOS ANUAIS DO DIARIO.
       77 WS-NOME-ARQUIVO      PIC X(30)   VALUE SPACES.
       77 WS-ANO-ARQUIVO       PIC 9(4)    VALUE ZEROS.
       77 WS-NOME-EXPORTACAO   PIC X(30)   VALUE SPACES.

      *CONTAS DO CPF: AS DE TITULARIDADE (CONTAREC) EM ORDEM DE
      *NUMERO, DEPOIS AS DE CO-TITULARIDADE E PROCURACAO.
       77 WS-I-CONTA           PIC 9(3)    VALUE ZEROS.
       77 WS-CONTA-JA-LISTADA  PIC X(1)    VALUE 'N'.
       77 WS-CONTA-ALVO        PIC 9(6)    VALUE ZEROS.
       77 WS-PAPEL-ALVO        PIC X(1)    VALUE SPACES.
       01 WS-QTD-CONTAS-CPF    PIC 9(3)    VALUE ZEROS.
       01 WS-TABELA-CONTAS-CPF.
           05 WS-CCP-ENTRADA OCCURS 50 TIMES.
              10 WS-CCP-CONTA      PIC 9(6).
              10 WS-CCP-PAPEL      PIC X(1).

      *EXAME DE ELEGIBILIDADE DO EX-CLIENTE NO EXPURGO.
       77 WS-ELEGIVEL          PIC X(1)    VALUE 'N'.
       77 WS-MOTIVO-RETENCAO   PIC X(30)   VALUE SPACES.
       77 WS-DATA-ENCERRAMENTO PIC 9(8)    VALUE ZEROS.
       77 WS-ULTIMO-MOVIMENTO  PIC 9(8)    VALUE ZEROS.
       77 WS-QTD-EXAMINADOS    PIC 9(7)    VALUE ZEROS.
       77 WS-QTD-ELEGIVEIS     PIC 9(7)    VALUE ZEROS.
       77 WS-QTD-ANONIMIZADOS  PIC 9(7)    VALUE ZEROS.
       77 WS-QTD-LINHAS        PIC 9(7)    VALUE ZEROS.

      *VALORES QUE SUBSTITUEM OS DADOS PESSOAIS NO CADASTRO.
       77 WS-NOME-ANONIMO      PIC X(30)
           VALUE 'TITULAR ANONIMIZADO (LGPD)'.
       77 WS-ENDERECO-ANONIMO  PIC X(30)
           VALUE 'ENDERECO REMOVIDO (LGPD)'.

       77 WS-VALOR-ED          PIC -(10)9.99.
       77 WS-VALOR-ED-2        PIC -(10)9.99.

       01 WS-LINHA-MOVIMENTO.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 LMV-CONTA         PIC 9(6).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 LMV-DATA          PIC 9(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 LMV-NSU           PIC 9(10).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 LMV-TIPO          PIC X(3).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 LMV-VALOR         PIC Z(8)9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 LMV-SALDO         PIC -(9)9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 LMV-PROGRAMA      PIC X(12).

      *SIGN-ON DE SUPERVISOR COM SENHA, NAS MESMAS REGRAS DOS DEMAIS
      *MENUS: FALHAS CONTADAS, BLOQUEIO NA TERCEIRA, TROCA FORCADA.
       77 WS-OPERADOR-ID       PIC X(8)    VALUE SPACES.
       77 WS-SIGNON-OK         PIC X(1)    VALUE 'N'.
       77 WS-SENHA-DIGITADA    PIC X(8)    VALUE SPACES.
       77 WS-SENHA-NOVA        PIC X(8)    VALUE SPACES.
       77 WS-VALIDADE-SENHA    PIC 9(3)    VALUE 90.
       77 WS-DIAS-SENHA        PIC 9(5)    VALUE ZEROS.
       77 WS-DATA-HOJE         PIC 9(8)    VALUE ZEROS.
       77 WS-PRECISA-TROCA     PIC X(1)    VALUE 'N'.
       77 WS-EVENTO-AUDITORIA  PIC X(9)    VALUE SPACES.
       77 WS-ACAO-LGPD         PIC X(1)    VALUE SPACES.

      *AREA DE COMUNICACAO COM O MODULO DE ENCADEAMENTO DO LOG DE
      *AUDITORIA (EncadeiaAuditoria): TODO LANCAMENTO GRAVADO NO LOG
      *LEVA A SEQUENCIA E O HASH QUE O AMARRAM AO ANTERIOR.
       01  WS-CAD-AREA.
           COPY AUDLINK REPLACING ==:PREFIX:== BY ==CAD==.

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================
       PROGRAM-BEGIN.

           DISPLAY 'DIGITE O ID DO OPERADOR: '
           ACCEPT WS-OPERADOR-ID
           PERFORM VERIFICAR-SUPERVISOR

           IF WS-SIGNON-OK NOT = 'Y'
               MOVE 'SIGNON-NG' TO WS-EVENTO-AUDITORIA
               PERFORM GRAVAR-EVENTO-AUDITORIA
               STOP RUN
           END-IF

           PERFORM LER-DATA-REFERENCIA
           PERFORM CARREGAR-PARAMETROS-LGPD

           PERFORM UNTIL WS-OPCAO-MENU = '0'
               DISPLAY ' '
               DISPLAY 'LGPD - DADOS PESSOAIS - DATA '
                   WS-DATA-REFERENCIA
               DISPLAY '1 - EXPORTAR DADOS DE UM CPF'
               DISPLAY '2 - SIMULAR EXPURGO (SO LISTA OS ELEGIVEIS)'
               DISPLAY '3 - EFETIVAR EXPURGO (ANONIMIZA OS ELEGIVEIS)'
               DISPLAY '0 - SAIR'
               DISPLAY 'ESCOLHA UMA OPCAO: '
               ACCEPT WS-OPCAO-MENU
               EVALUATE WS-OPCAO-MENU
                   WHEN '1'
                       PERFORM EXPORTAR-DADOS-CPF
                   WHEN '2'
                       MOVE 'S' TO WS-MODO-EXPURGO
                       PERFORM EXPURGAR-EX-CLIENTES
                   WHEN '3'
                       MOVE 'E' TO WS-MODO-EXPURGO
                       PERFORM EXPURGAR-EX-CLIENTES
                   WHEN '0'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA. TENTE NOVAMENTE.'
               END-EVALUATE
           END-PERFORM

           STOP RUN.

       LER-DATA-REFERENCIA.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-REFERENCIA

           OPEN INPUT DATA-MOVIMENTO
           IF WS-DTM-STATUS = '00'
               READ DATA-MOVIMENTO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE DTM-DATA TO WS-DATA-REFERENCIA
               END-READ
               CLOSE DATA-MOVIMENTO
           END-IF

           MOVE WS-DATA-REFERENCIA(1:4) TO WS-ANO-CORRENTE.

      *SEM CONTROLE (OU COM CAMPO ZERADO) VALEM OS PADROES: 5 ANOS DE
      *RETENCAO E ARQUIVOS ANUAIS A PARTIR DE 2000. O CORTE E A DATA
      *DE REFERENCIA RECUADA DOS ANOS DE RETENCAO.
       CARREGAR-PARAMETROS-LGPD.

           OPEN INPUT CONTROLE-LGPD
           IF WS-LCT-STATUS = '00'
               READ CONTROLE-LGPD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LCT-ANOS-RETENCAO > ZEROS
                           MOVE LCT-ANOS-RETENCAO TO WS-ANOS-RETENCAO
                       END-IF
                       IF LCT-PRIMEIRO-ANO > ZEROS
                           MOVE LCT-PRIMEIRO-ANO TO WS-PRIMEIRO-ANO
                       END-IF
               END-READ
               CLOSE CONTROLE-LGPD
           END-IF

           COMPUTE WS-DATA-CORTE =
               WS-DATA-REFERENCIA - (WS-ANOS-RETENCAO * 10000).

      *-----------------------------------------------------------------
      *EXPORTACAO DOS DADOS DE UM CPF
      *-----------------------------------------------------------------
       EXPORTAR-DADOS-CPF.

           DISPLAY 'CPF DO TITULAR DOS DADOS: '
           ACCEPT WS-CPF-DIGITADO
           DISPLAY 'MATRICULA DE FUNCIONARIO (ZEROS = NAO E '
               'FUNCIONARIO): '
           ACCEPT WS-MATRICULA

           MOVE SPACES TO WS-NOME-EXPORTACAO
           STRING 'lgpd_' WS-CPF-DIGITADO '.prt'
               DELIMITED BY SIZE INTO WS-NOME-EXPORTACAO

           OPEN OUTPUT EXPORTACAO
           IF WS-EXP-STATUS NOT = '00'
               DISPLAY 'ERRO AO CRIAR ' WS-NOME-EXPORTACAO
                   ', STATUS: ' WS-EXP-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-QTD-LINHAS

           MOVE SPACES TO LINHA-EXPORTACAO
           STRING 'LGPD - DADOS PESSOAIS MANTIDOS SOBRE O CPF '
               WS-CPF-DIGITADO ' - DATA ' WS-DATA-REFERENCIA
               DELIMITED BY SIZE INTO LINHA-EXPORTACAO
           PERFORM ESCREVER-LINHA

           PERFORM ABRIR-ARQUIVOS-CLIENTE
           MOVE WS-CPF-DIGITADO TO WS-CPF-ALVO

           PERFORM EXPORTAR-CADASTRO-CLIENTE
           PERFORM MONTAR-CONTAS-DO-CPF
           PERFORM EXPORTAR-CONTAS
           PERFORM EXPORTAR-MOVIMENTOS
           PERFORM EXPORTAR-EMPRESTIMOS

           PERFORM FECHAR-ARQUIVOS-CLIENTE

           IF WS-MATRICULA NOT = ZEROS
               PERFORM EXPORTAR-FUNCIONARIO
           END-IF

           MOVE SPACES TO LINHA-EXPORTACAO
           STRING 'FIM DA EXPORTACAO - ' WS-QTD-LINHAS ' LINHAS'
               DELIMITED BY SIZE INTO LINHA-EXPORTACAO
           PERFORM ESCREVER-LINHA

           CLOSE EXPORTACAO

           MOVE 'EXPORTADO' TO WS-EVENTO-AUDITORIA
           PERFORM GRAVAR-EVENTO-AUDITORIA
           MOVE 'E' TO WS-ACAO-LGPD
           PERFORM GRAVAR-REGISTRO-LGPD

           DISPLAY 'EXPORTACAO GRAVADA EM ' WS-NOME-EXPORTACAO.

       ESCREVER-LINHA.

           WRITE LINHA-EXPORTACAO
           ADD 1 TO WS-QTD-LINHAS.

       ESCREVER-TITULO-SECAO.

           PERFORM ESCREVER-LINHA
           MOVE SPACES TO LINHA-EXPORTACAO
           PERFORM ESCREVER-LINHA.

       EXPORTAR-CADASTRO-CLIENTE.

           MOVE SPACES TO LINHA-EXPORTACAO
           MOVE 'CADASTRO DE CLIENTE (clientes.dat)'
               TO LINHA-EXPORTACAO
           PERFORM ESCREVER-TITULO-SECAO

           MOVE WS-CPF-ALVO TO CLI-CPF
           READ CLIENTES
               INVALID KEY
                   MOVE '    CPF SEM CADASTRO DE CLIENTE.'
                       TO LINHA-EXPORTACAO
                   PERFORM ESCREVER-LINHA
               NOT INVALID KEY
                   MOVE SPACES TO LINHA-EXPORTACAO
                   STRING '    NOME: ' CLI-NOME
                       '  ENDERECO: ' CLI-ENDERECO
                       DELIMITED BY SIZE INTO LINHA-EXPORTACAO
                   PERFORM ESCREVER-LINHA
                   MOVE SPACES TO LINHA-EXPORTACAO
                   STRING '    CELULAR: ' CLI-CELULAR
                       '  E-MAIL: ' CLI-EMAIL
                       '  AVISOS: ' CLI-AVISOS
                       DELIMITED BY SIZE INTO LINHA-EXPORTACAO
                   PERFORM ESCREVER-LINHA
           END-READ.

       EXPORTAR-CONTAS.

           MOVE SPACES TO LINHA-EXPORTACAO
           MOVE 'CONTAS (contas.dat E cotitulares.dat)'
               TO LINHA-EXPORTACAO
           PERFORM ESCREVER-TITULO-SECAO

           IF WS-QTD-CONTAS-CPF = ZEROS
               MOVE '    NENHUMA CONTA VINCULADA AO CPF.'
                   TO LINHA-EXPORTACAO
               PERFORM ESCREVER-LINHA
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-I-CONTA FROM 1 BY 1
               UNTIL WS-I-CONTA > WS-QTD-CONTAS-CPF
               MOVE WS-CCP-CONTA(WS-I-CONTA) TO CONTA-NUMERO
               READ CONTAS
                   INVALID KEY
                       MOVE SPACES TO LINHA-EXPORTACAO
                       STRING '    CONTA ' WS-CCP-CONTA(WS-I-CONTA)
                           ' NAO ENCONTRADA NO MASTER'
                           DELIMITED BY SIZE INTO LINHA-EXPORTACAO
                   NOT INVALID KEY
                       MOVE CONTA-SALDO TO WS-VALOR-ED
                       MOVE SPACES TO LINHA-EXPORTACAO
                       STRING '    CONTA ' CONTA-NUMERO
                           '  PAPEL ' WS-CCP-PAPEL(WS-I-CONTA)
                           '  TIPO ' CONTA-TIPO
                           '  MOEDA ' CONTA-MOEDA
                           '  SITUACAO ' CONTA-SITUACAO
                           '  SALDO ' WS-VALOR-ED
                           DELIMITED BY SIZE INTO LINHA-EXPORTACAO
               END-READ
               PERFORM ESCREVER-LINHA
           END-PERFORM

           MOVE '    PAPEL: C TITULAR, T CO-TITULAR, P PROCURADOR.'
               TO LINHA-EXPORTACAO
           PERFORM ESCREVER-LINHA.

      *MOVIMENTOS DE CADA CONTA: ANOS ARQUIVADOS DO MAIS ANTIGO PARA O
      *MAIS RECENTE, DEPOIS O DIARIO VIVO.
       EXPORTAR-MOVIMENTOS.

           MOVE SPACES TO LINHA-EXPORTACAO
           MOVE 'MOVIMENTOS (movimentos.dat E ARQUIVOS ANUAIS)'
               TO LINHA-EXPORTACAO
           PERFORM ESCREVER-TITULO-SECAO

           PERFORM VARYING WS-I-CONTA FROM 1 BY 1
               UNTIL WS-I-CONTA > WS-QTD-CONTAS-CPF
               MOVE WS-CCP-CONTA(WS-I-CONTA) TO WS-CONTA-ALVO
               MOVE WS-PRIMEIRO-ANO TO WS-ANO-ARQUIVO
               PERFORM UNTIL WS-ANO-ARQUIVO >= WS-ANO-CORRENTE
                   PERFORM EXPORTAR-MOVIMENTOS-ARQUIVO
                   ADD 1 TO WS-ANO-ARQUIVO
               END-PERFORM
               PERFORM EXPORTAR-MOVIMENTOS-DIARIO
           END-PERFORM.

      *ASSUME WS-CONTA-ALVO E WS-ANO-ARQUIVO CARREGADOS. ANO SEM
      *ARQUIVO ANUAL E SO PULADO.
       EXPORTAR-MOVIMENTOS-ARQUIVO.

           MOVE SPACES TO WS-NOME-ARQUIVO
           STRING 'movimentos_' WS-ANO-ARQUIVO '.dat'
               DELIMITED BY SIZE INTO WS-NOME-ARQUIVO

           OPEN INPUT MOVIMENTOS-ARQUIVO
           IF WS-ARQ-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF
           MOVE WS-CONTA-ALVO TO ARQ-CONTA
           MOVE ZEROS         TO ARQ-DATA ARQ-NSU
           START MOVIMENTOS-ARQUIVO KEY IS NOT LESS THAN ARQ-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF = 'Y'
               READ MOVIMENTOS-ARQUIVO NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ARQ-CONTA NOT = WS-CONTA-ALVO
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE MOVIMENTO-ARQ-REC TO MOVIMENTO-REC
                           PERFORM ESCREVER-MOVIMENTO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE MOVIMENTOS-ARQUIVO.

       EXPORTAR-MOVIMENTOS-DIARIO.

           MOVE 'N' TO WS-EOF
           MOVE WS-CONTA-ALVO TO MOV-CONTA
           MOVE ZEROS         TO MOV-DATA MOV-NSU
           START MOVIMENTOS KEY IS NOT LESS THAN MOV-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF = 'Y'
               READ MOVIMENTOS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF MOV-CONTA NOT = WS-CONTA-ALVO
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           PERFORM ESCREVER-MOVIMENTO
                       END-IF
               END-READ
           END-PERFORM.

      *ASSUME O MOVIMENTO NA AREA MOVIMENTO-REC.
       ESCREVER-MOVIMENTO.

           MOVE MOV-CONTA        TO LMV-CONTA
           MOVE MOV-DATA         TO LMV-DATA
           MOVE MOV-NSU          TO LMV-NSU
           MOVE MOV-TIPO         TO LMV-TIPO
           MOVE MOV-VALOR        TO LMV-VALOR
           MOVE MOV-SALDO-RESULT TO LMV-SALDO
           MOVE MOV-PROGRAMA     TO LMV-PROGRAMA
           MOVE WS-LINHA-MOVIMENTO TO LINHA-EXPORTACAO
           PERFORM ESCREVER-LINHA.

      *CONTRATOS DEBITADOS EM QUALQUER CONTA DO CPF.
       EXPORTAR-EMPRESTIMOS.

           MOVE SPACES TO LINHA-EXPORTACAO
           MOVE 'EMPRESTIMOS (emprestimos_master.dat)'
               TO LINHA-EXPORTACAO
           PERFORM ESCREVER-TITULO-SECAO

           IF WS-TEM-EMPRESTIMOS NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-SCAN-EOF
           MOVE ZEROS TO EMM-CONTRATO
           START EMPRESTIMOS-MASTER KEY IS NOT LESS THAN EMM-CONTRATO
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ EMPRESTIMOS-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       MOVE EMM-CONTA-DEBITO TO WS-CONTA-ALVO
                       PERFORM PROCURAR-CONTA-DO-CPF
                       IF WS-CONTA-JA-LISTADA = 'Y'
                           MOVE EMM-PRINCIPAL TO WS-VALOR-ED
                           MOVE EMM-SALDO-DEVEDOR TO WS-VALOR-ED-2
                           MOVE SPACES TO LINHA-EXPORTACAO
                           STRING '    CONTRATO ' EMM-CONTRATO
                               '  CONTA ' EMM-CONTA-DEBITO
                               '  PRINCIPAL ' WS-VALOR-ED
                               '  PRAZO ' EMM-PRAZO-MESES
                               '  SALDO DEVEDOR ' WS-VALOR-ED-2
                               '  SITUACAO ' EMM-SITUACAO
                               DELIMITED BY SIZE INTO LINHA-EXPORTACAO
                           PERFORM ESCREVER-LINHA
                       END-IF
               END-READ
           END-PERFORM.

      *O CADASTRO DE FUNCIONARIOS NAO TEM CPF: VALE A MATRICULA
      *INFORMADA PELO OPERADOR.
       EXPORTAR-FUNCIONARIO.

           MOVE SPACES TO LINHA-EXPORTACAO
           MOVE 'FUNCIONARIO (funcionarios.dat E dependentes.dat)'
               TO LINHA-EXPORTACAO
           PERFORM ESCREVER-TITULO-SECAO

           OPEN INPUT FUNCIONARIOS
           IF WS-FUNC-STATUS NOT = '00'
               MOVE '    CADASTRO DE FUNCIONARIOS INDISPONIVEL.'
                   TO LINHA-EXPORTACAO
               PERFORM ESCREVER-LINHA
               EXIT PARAGRAPH
           END-IF

           MOVE WS-MATRICULA TO FR-CODIGO
           READ FUNCIONARIOS
               INVALID KEY
                   MOVE SPACES TO LINHA-EXPORTACAO
                   STRING '    MATRICULA ' WS-MATRICULA
                       ' NAO ENCONTRADA.'
                       DELIMITED BY SIZE INTO LINHA-EXPORTACAO
                   PERFORM ESCREVER-LINHA
               NOT INVALID KEY
                   MOVE SPACES TO LINHA-EXPORTACAO
                   STRING '    MATRICULA ' FR-CODIGO
                       '  NOME: ' FR-NOME
                       '  ENDERECO: ' FR-ENDERECO
                       '  SALARIO: ' FR-SALARIO
                       '  SITUACAO: ' FR-SITUACAO
                       DELIMITED BY SIZE INTO LINHA-EXPORTACAO
                   PERFORM ESCREVER-LINHA
           END-READ
           CLOSE FUNCIONARIOS

           OPEN INPUT DEPENDENTES
           IF WS-DEP-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-SCAN-EOF
           MOVE WS-MATRICULA TO DEP-CODIGO
           MOVE ZEROS        TO DEP-SEQ
           START DEPENDENTES KEY IS NOT LESS THAN DEP-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ DEPENDENTES NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF DEP-CODIGO NOT = WS-MATRICULA
                           MOVE 'Y' TO WS-SCAN-EOF
                       ELSE
                           MOVE SPACES TO LINHA-EXPORTACAO
                           STRING '    DEPENDENTE ' DEP-SEQ
                               '  NOME: ' DEP-NOME
                               '  NASCIMENTO: ' DEP-NASCIMENTO
                               DELIMITED BY SIZE INTO LINHA-EXPORTACAO
                           PERFORM ESCREVER-LINHA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPENDENTES.

      *-----------------------------------------------------------------
      *EXPURGO: ANONIMIZACAO DOS EX-CLIENTES FORA DO PRAZO
      *-----------------------------------------------------------------
       EXPURGAR-EX-CLIENTES.

           IF WS-MODO-EXPURGO = 'E'
               DISPLAY 'ANONIMIZA OS EX-CLIENTES ENCERRADOS ANTES DE '
                   WS-DATA-CORTE '. CONFIRMA (S/N)? '
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = 'S' AND NOT = 's'
                   DISPLAY 'EXPURGO CANCELADO.'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE ZEROS TO WS-QTD-EXAMINADOS WS-QTD-ELEGIVEIS
               WS-QTD-ANONIMIZADOS

           PERFORM ABRIR-ARQUIVOS-CLIENTE
           OPEN INPUT CONTAS-ENCERRADAS
           IF WS-CEN-STATUS = '00'
               MOVE 'Y' TO WS-TEM-ENCERRADAS
           ELSE
               MOVE 'N' TO WS-TEM-ENCERRADAS
           END-IF

           DISPLAY 'CORTE DE RETENCAO: ' WS-DATA-CORTE
               ' (' WS-ANOS-RETENCAO ' ANOS)'

           MOVE 'N' TO WS-EOF-CLIENTES
           MOVE ZEROS TO CLI-CPF
           START CLIENTES KEY IS NOT LESS THAN CLI-CPF
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-CLIENTES
           END-START

           PERFORM UNTIL WS-EOF-CLIENTES = 'Y'
               READ CLIENTES NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-CLIENTES
                   NOT AT END
                       IF CLI-NOME NOT = WS-NOME-ANONIMO
                           PERFORM EXAMINAR-EX-CLIENTE
                       END-IF
               END-READ
           END-PERFORM

           IF WS-TEM-ENCERRADAS = 'Y'
               CLOSE CONTAS-ENCERRADAS
           END-IF
           PERFORM FECHAR-ARQUIVOS-CLIENTE

           DISPLAY 'CLIENTES EXAMINADOS.....: ' WS-QTD-EXAMINADOS
           DISPLAY 'ELEGIVEIS AO EXPURGO....: ' WS-QTD-ELEGIVEIS
           DISPLAY 'ANONIMIZADOS............: ' WS-QTD-ANONIMIZADOS.

      *ELEGIVEL: TEM CONTA, TODAS AS CONTAS DO CPF ESTAO ENCERRADAS HA
      *MAIS QUE O PRAZO DE RETENCAO E NENHUM EMPRESTIMO DELAS ESTA
      *ATIVO. A LEITURA DO MASTER DE CONTAS NAO MEXE NO PONTEIRO DO
      *CADASTRO DE CLIENTES; O REWRITE E DO REGISTRO RECEM-LIDO.
       EXAMINAR-EX-CLIENTE.

           ADD 1 TO WS-QTD-EXAMINADOS
           MOVE CLI-CPF TO WS-CPF-ALVO
           PERFORM MONTAR-CONTAS-DO-CPF

           IF WS-QTD-CONTAS-CPF = ZEROS
               EXIT PARAGRAPH
           END-IF

           MOVE 'Y' TO WS-ELEGIVEL
           MOVE SPACES TO WS-MOTIVO-RETENCAO
           PERFORM VARYING WS-I-CONTA FROM 1 BY 1
               UNTIL WS-I-CONTA > WS-QTD-CONTAS-CPF
                   OR WS-ELEGIVEL = 'N'
               PERFORM CONFERIR-CONTA-ENCERRADA
           END-PERFORM

           IF WS-ELEGIVEL = 'Y'
               PERFORM CONFERIR-EMPRESTIMOS-ATIVOS
           END-IF

           IF WS-ELEGIVEL NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-QTD-ELEGIVEIS
           IF WS-MODO-EXPURGO = 'S'
               DISPLAY 'ELEGIVEL: CPF ' CLI-CPF ' ' CLI-NOME
               EXIT PARAGRAPH
           END-IF

           PERFORM ANONIMIZAR-CLIENTE.

      *ASSUME WS-I-CONTA APONTANDO A CONTA EM EXAME. DATA DO
      *ENCERRAMENTO: A DO REGISTRO; SEM REGISTRO (ENCERRADA ANTES DELE
      *EXISTIR), A DO ULTIMO MOVIMENTO DA CONTA.
       CONFERIR-CONTA-ENCERRADA.

           MOVE WS-CCP-CONTA(WS-I-CONTA) TO CONTA-NUMERO
           READ CONTAS
               INVALID KEY
                   MOVE 'N' TO WS-ELEGIVEL
                   EXIT PARAGRAPH
           END-READ

           IF CONTA-SITUACAO NOT = 'E'
               MOVE 'N' TO WS-ELEGIVEL
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WS-DATA-ENCERRAMENTO
           IF WS-TEM-ENCERRADAS = 'Y'
               MOVE CONTA-NUMERO TO CEN-CONTA
               READ CONTAS-ENCERRADAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CEN-DATA TO WS-DATA-ENCERRAMENTO
               END-READ
           END-IF

           IF WS-DATA-ENCERRAMENTO = ZEROS
               MOVE CONTA-NUMERO TO WS-CONTA-ALVO
               PERFORM LOCALIZAR-ULTIMO-MOVIMENTO
               MOVE WS-ULTIMO-MOVIMENTO TO WS-DATA-ENCERRAMENTO
           END-IF

           IF WS-DATA-ENCERRAMENTO >= WS-DATA-CORTE
               MOVE 'N' TO WS-ELEGIVEL
           END-IF.

      *ULTIMO MOVIMENTO DA CONTA: NO DIARIO VIVO; SEM NENHUM LA, NO
      *ARQUIVO ANUAL MAIS RECENTE QUE TIVER MOVIMENTO DELA.
       LOCALIZAR-ULTIMO-MOVIMENTO.

           MOVE ZEROS TO WS-ULTIMO-MOVIMENTO

           MOVE 'N' TO WS-EOF
           MOVE WS-CONTA-ALVO TO MOV-CONTA
           MOVE ZEROS         TO MOV-DATA MOV-NSU
           START MOVIMENTOS KEY IS NOT LESS THAN MOV-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ MOVIMENTOS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF MOV-CONTA NOT = WS-CONTA-ALVO
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE MOV-DATA TO WS-ULTIMO-MOVIMENTO
                       END-IF
               END-READ
           END-PERFORM

           COMPUTE WS-ANO-ARQUIVO = WS-ANO-CORRENTE - 1
           PERFORM UNTIL WS-ULTIMO-MOVIMENTO NOT = ZEROS
               OR WS-ANO-ARQUIVO < WS-PRIMEIRO-ANO
               PERFORM ULTIMO-MOVIMENTO-ARQUIVO
               SUBTRACT 1 FROM WS-ANO-ARQUIVO
           END-PERFORM.

       ULTIMO-MOVIMENTO-ARQUIVO.

           MOVE SPACES TO WS-NOME-ARQUIVO
           STRING 'movimentos_' WS-ANO-ARQUIVO '.dat'
               DELIMITED BY SIZE INTO WS-NOME-ARQUIVO

           OPEN INPUT MOVIMENTOS-ARQUIVO
           IF WS-ARQ-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF
           MOVE WS-CONTA-ALVO TO ARQ-CONTA
           MOVE ZEROS         TO ARQ-DATA ARQ-NSU
           START MOVIMENTOS-ARQUIVO KEY IS NOT LESS THAN ARQ-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ MOVIMENTOS-ARQUIVO NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ARQ-CONTA NOT = WS-CONTA-ALVO
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE ARQ-DATA TO WS-ULTIMO-MOVIMENTO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE MOVIMENTOS-ARQUIVO.

      *CONTRATO ATIVO DEBITADO EM CONTA DO CPF SEGURA O CADASTRO.
       CONFERIR-EMPRESTIMOS-ATIVOS.

           IF WS-TEM-EMPRESTIMOS NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-SCAN-EOF
           MOVE ZEROS TO EMM-CONTRATO
           START EMPRESTIMOS-MASTER KEY IS NOT LESS THAN EMM-CONTRATO
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ EMPRESTIMOS-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF EMM-SITUACAO = 'A'
                           MOVE EMM-CONTA-DEBITO TO WS-CONTA-ALVO
                           PERFORM PROCURAR-CONTA-DO-CPF
                           IF WS-CONTA-JA-LISTADA = 'Y'
                               MOVE 'N' TO WS-ELEGIVEL
                               MOVE 'Y' TO WS-SCAN-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *SO OS DADOS PESSOAIS SAO SOBRESCRITOS; O CPF E A CHAVE QUE
      *LIGA CONTAS, MOVIMENTOS E CONTRATOS E FICA.
       ANONIMIZAR-CLIENTE.

           MOVE WS-NOME-ANONIMO     TO CLI-NOME
           MOVE WS-ENDERECO-ANONIMO TO CLI-ENDERECO
           MOVE ZEROS               TO CLI-CELULAR
           MOVE SPACES              TO CLI-EMAIL
           MOVE 'N'                 TO CLI-AVISOS
           REWRITE CLIENTE-REC
               INVALID KEY
                   DISPLAY 'FALHA AO ANONIMIZAR O CPF ' CLI-CPF
                   EXIT PARAGRAPH
           END-REWRITE

           ADD 1 TO WS-QTD-ANONIMIZADOS
           DISPLAY 'ANONIMIZADO: CPF ' CLI-CPF

           MOVE 'ANONIMIZA' TO WS-EVENTO-AUDITORIA
           PERFORM GRAVAR-EVENTO-AUDITORIA
           MOVE 'A' TO WS-ACAO-LGPD
           PERFORM GRAVAR-REGISTRO-LGPD.

      *-----------------------------------------------------------------
      *ROTINAS COMUNS
      *-----------------------------------------------------------------
      *CADASTRO DE CLIENTES EM I-O (O EXPURGO REGRAVA); OS DEMAIS SO
      *PARA LEITURA. COTITULARES E EMPRESTIMOS SAO OPCIONAIS.
       ABRIR-ARQUIVOS-CLIENTE.

           OPEN I-O CLIENTES
           OPEN INPUT CONTAS
           OPEN INPUT MOVIMENTOS

           OPEN INPUT COTITULARES
           IF WS-COT-STATUS = '00'
               MOVE 'Y' TO WS-TEM-COTITULARES
           ELSE
               MOVE 'N' TO WS-TEM-COTITULARES
           END-IF

           OPEN INPUT EMPRESTIMOS-MASTER
           IF WS-EMM-STATUS = '00'
               MOVE 'Y' TO WS-TEM-EMPRESTIMOS
           ELSE
               MOVE 'N' TO WS-TEM-EMPRESTIMOS
           END-IF.

       FECHAR-ARQUIVOS-CLIENTE.

           CLOSE CLIENTES
           CLOSE CONTAS
           CLOSE MOVIMENTOS
           IF WS-TEM-COTITULARES = 'Y'
               CLOSE COTITULARES
           END-IF
           IF WS-TEM-EMPRESTIMOS = 'Y'
               CLOSE EMPRESTIMOS-MASTER
           END-IF.

      *CONTAS DO CPF EM WS-CPF-ALVO: TITULARIDADE NO MASTER, DEPOIS
      *CO-TITULARIDADE E PROCURACAO.
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
                       IF CONTA-CPF-TITULAR = WS-CPF-ALVO
                           MOVE CONTA-NUMERO TO WS-CONTA-ALVO
                           MOVE 'C' TO WS-PAPEL-ALVO
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
                       IF COT-CPF = WS-CPF-ALVO
                           MOVE COT-CONTA  TO WS-CONTA-ALVO
                           MOVE COT-PAPEL  TO WS-PAPEL-ALVO
                           PERFORM INCLUIR-CONTA-DO-CPF
                       END-IF
               END-READ
           END-PERFORM.

       INCLUIR-CONTA-DO-CPF.

           PERFORM PROCURAR-CONTA-DO-CPF

           IF WS-CONTA-JA-LISTADA = 'N'
               IF WS-QTD-CONTAS-CPF < 50
                   ADD 1 TO WS-QTD-CONTAS-CPF
                   MOVE WS-CONTA-ALVO
                       TO WS-CCP-CONTA(WS-QTD-CONTAS-CPF)
                   MOVE WS-PAPEL-ALVO
                       TO WS-CCP-PAPEL(WS-QTD-CONTAS-CPF)
               ELSE
                   DISPLAY 'TABELA DE CONTAS DO CPF CHEIA (50), '
                       'CONTA NAO CONSIDERADA: ' WS-CONTA-ALVO
               END-IF
           END-IF.

      *WS-CONTA-JA-LISTADA = 'Y' QUANDO WS-CONTA-ALVO ESTA NA TABELA.
       PROCURAR-CONTA-DO-CPF.

           MOVE 'N' TO WS-CONTA-JA-LISTADA
           PERFORM VARYING WS-I-CONTA FROM 1 BY 1
               UNTIL WS-I-CONTA > WS-QTD-CONTAS-CPF
               IF WS-CCP-CONTA(WS-I-CONTA) = WS-CONTA-ALVO
                   MOVE 'Y' TO WS-CONTA-JA-LISTADA
               END-IF
           END-PERFORM.

      *SIGN-ON DE SUPERVISOR COM SENHA, COMO NA MANUTENCAO DE
      *OPERADORES: SO ENTRA NIVEL 2 ATIVO, NAO BLOQUEADO E COM A
      *SENHA CERTA.
       VERIFICAR-SUPERVISOR.

           MOVE 'N' TO WS-SIGNON-OK
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

           OPEN I-O OPERADORES
           IF WS-OPR-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE OPERADORES INDISPONIVEL, STATUS: '
                   WS-OPR-STATUS
           ELSE
               MOVE WS-OPERADOR-ID TO OPR-ID
               READ OPERADORES
                   INVALID KEY
                       DISPLAY 'OPERADOR DESCONHECIDO: '
                           WS-OPERADOR-ID
                   NOT INVALID KEY
                       IF OPR-ATIVO = 'Y' AND OPR-NIVEL >= 2
                           PERFORM CONFERIR-SENHA-OPERADOR
                       ELSE
                           DISPLAY 'ACESSO EXIGE SUPERVISOR ATIVO.'
                       END-IF
               END-READ
               CLOSE OPERADORES
           END-IF.

       CONFERIR-SENHA-OPERADOR.

           IF OPR-BLOQUEADO = 'S'
               DISPLAY 'OPERADOR BLOQUEADO, PROCURE UM SUPERVISOR: '
                   WS-OPERADOR-ID
               MOVE 'BLOQUEADO' TO WS-EVENTO-AUDITORIA
               PERFORM GRAVAR-EVENTO-AUDITORIA
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'SENHA: '
           ACCEPT WS-SENHA-DIGITADA

           IF WS-SENHA-DIGITADA NOT = OPR-SENHA
               ADD 1 TO OPR-FALHAS
               IF OPR-FALHAS >= 3
                   MOVE 'S' TO OPR-BLOQUEADO
                   DISPLAY 'TERCEIRA FALHA: OPERADOR BLOQUEADO.'
                   MOVE 'BLOQUEIO' TO WS-EVENTO-AUDITORIA
                   PERFORM GRAVAR-EVENTO-AUDITORIA
               ELSE
                   DISPLAY 'SENHA INCORRETA.'
               END-IF
               REWRITE OPERADOR-REC
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO OPR-FALHAS
           MOVE WS-DATA-HOJE TO OPR-DATA-ULTIMO-ACESSO

           PERFORM CONFERIR-VALIDADE-SENHA
           IF WS-PRECISA-TROCA = 'S'
               PERFORM TROCAR-SENHA-NO-SIGNON
           END-IF

           REWRITE OPERADOR-REC
           MOVE 'Y' TO WS-SIGNON-OK.

      *WS-PRECISA-TROCA FICA 'S' QUANDO A SENHA NUNCA FOI TROCADA,
      *ESTA MARCADA PARA TROCA OU PASSOU DA VALIDADE DE 90 DIAS.
       CONFERIR-VALIDADE-SENHA.

           MOVE 'N' TO WS-PRECISA-TROCA

           IF OPR-TROCA-OBRIG = 'S' OR OPR-DATA-TROCA = ZEROS
               MOVE 'S' TO WS-PRECISA-TROCA
           ELSE
               COMPUTE WS-DIAS-SENHA =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                   - FUNCTION INTEGER-OF-DATE(OPR-DATA-TROCA)
               IF WS-DIAS-SENHA > WS-VALIDADE-SENHA
                   MOVE 'S' TO WS-PRECISA-TROCA
               END-IF
           END-IF.

       TROCAR-SENHA-NO-SIGNON.

           DISPLAY 'SENHA EXPIRADA OU PRIMEIRO USO: TROCA '
               'OBRIGATORIA.'
           DISPLAY 'NOVA SENHA: '
           ACCEPT WS-SENHA-NOVA
           PERFORM UNTIL WS-SENHA-NOVA NOT = SPACES
               AND WS-SENHA-NOVA NOT = OPR-SENHA
               DISPLAY 'SENHA NOVA INVALIDA (VAZIA OU IGUAL A '
                   'ATUAL). NOVA SENHA: '
               ACCEPT WS-SENHA-NOVA
           END-PERFORM
           MOVE WS-SENHA-NOVA TO OPR-SENHA
           MOVE WS-DATA-HOJE  TO OPR-DATA-TROCA
           MOVE 'N'           TO OPR-TROCA-OBRIG
           DISPLAY 'SENHA TROCADA.'.

      *O CPF NAO CABE NO REGISTRO DE AUDITORIA COMPARTILHADO: ELE VAI
      *PARA O REGISTRO DE ATENDIMENTOS LGPD, GRAVADO JUNTO.
       GRAVAR-EVENTO-AUDITORIA.

           OPEN EXTEND LOG-AUDITORIA
           IF WS-LOG-STATUS = '35'
               OPEN OUTPUT LOG-AUDITORIA
           END-IF

           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE WS-OPERADOR-ID        TO AUD-OPERADOR
           MOVE 'G'                   TO AUD-OPCAO
           MOVE WS-EVENTO-AUDITORIA   TO AUD-RESULTADO
      *ENCADEIA O LANCAMENTO AO ANTERIOR; SEM ANCORA ACESSIVEL ELE
      *E GRAVADO COM SEQUENCIA ZERADA E A VERIFICACAO APONTA.
           MOVE 'E' TO CAD-FUNCAO
           MOVE AUDITORIA-REC(1:39) TO CAD-LANCAMENTO
           CALL 'EncadeiaAuditoria' USING WS-CAD-AREA
           MOVE CAD-SEQUENCIA TO AUD-SEQUENCIA
           MOVE CAD-HASH      TO AUD-HASH
           WRITE AUDITORIA-REC

           CLOSE LOG-AUDITORIA.

      *ASSUME WS-ACAO-LGPD CARREGADA E O CPF ATENDIDO EM WS-CPF-ALVO.
       GRAVAR-REGISTRO-LGPD.

           OPEN EXTEND REGISTRO-LGPD
           IF WS-RLG-STATUS = '35'
               OPEN OUTPUT REGISTRO-LGPD
           END-IF

           MOVE FUNCTION CURRENT-DATE TO RLG-TIMESTAMP
           MOVE WS-OPERADOR-ID        TO RLG-OPERADOR
           MOVE WS-ACAO-LGPD          TO RLG-ACAO
           MOVE WS-CPF-ALVO           TO RLG-CPF
           WRITE REGISTRO-LGPD-REC

           CLOSE REGISTRO-LGPD.
