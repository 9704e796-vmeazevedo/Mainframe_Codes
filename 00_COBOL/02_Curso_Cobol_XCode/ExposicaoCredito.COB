      *=================================================================
       IDENTIFICATION                                  DIVISION.
      *=================================================================
       PROGRAM-ID. ExposicaoCredito.
      *******************************************************************
      * Author: Vinícius Azevedo
      * Date: 15/10/2026
      * Purpose: Exposicao de credito por cliente e grupo economico
      * Tectonics: cobc
      ******************************************************************
      * Relatorio mensal do risco de credito: roda toda noite depois
      * da ProvisaoPDD, mas so age no ultimo dia util do mes (pelo
      * calendario compartilhado). Junta, por CPF do titular da
      * conta, o que o banco tem concedido em todos os produtos:
      *   LIMITES     - limites de cheque especial em vigor
      *                 (limites_cheque_especial.dat, expiracao nao
      *                 vencida, conta nao encerrada);
      *   UTILIZADO   - cheque especial em uso (SALDO negativo no
      *                 master de contas);
      *   EMPRESTIMOS - SALDO-DEVEDOR dos contratos ativos do master de
      *                 emprestimos, pela conta de debito do contrato.
      * A EXPOSICAO soma os emprestimos com, conta a conta, o maior
      * entre o limite em vigor e o valor utilizado: o uso dentro do
      * limite ja esta no limite e nao e contado duas vezes; o uso sem
      * limite em vigor (limite vencido) entra pelo valor utilizado.
      * Os CPFs ligados em grupos_economicos.dat somam no grupo. Grupo
      * (ou cliente) acima do limite de concentracao -- percentual
      * sobre o patrimonio de referencia do arquivo de controle
      * capital_controle.dat -- sai marcado. O relatorio sai pelo
      * GravaRelatorio, grupos primeiro e depois clientes, cada parte
      * da maior exposicao para a menor.
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

           SELECT LIMITES-CHEQUE ASSIGN TO
           'limites_cheque_especial.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LIM-CONTA
           FILE STATUS IS WS-LIM-STATUS.

           SELECT EMPRESTIMOS-MASTER ASSIGN TO 'emprestimos_master.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMM-CONTRATO
           FILE STATUS IS WS-EMM-STATUS.

           SELECT CLIENTES ASSIGN TO 'clientes.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-CPF
           FILE STATUS IS WS-CLI-STATUS.

           SELECT GRUPOS-ECONOMICOS ASSIGN TO 'grupos_economicos.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GRP-CPF
           FILE STATUS IS WS-GRP-STATUS.

           SELECT CAPITAL-CONTROLE ASSIGN TO 'capital_controle.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CAP-STATUS.

           SELECT WORK-SORT-FILE ASSIGN TO 'exposicao.srt'.

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

       FD  LIMITES-CHEQUE.
       01  LIMITE-REC.
           COPY LIMREC REPLACING ==:PREFIX:== BY ==LIM==.

       FD  EMPRESTIMOS-MASTER.
       01  EMPRESTIMO-MASTER-REC.
           COPY EMPMREC REPLACING ==:PREFIX:== BY ==EMM==.

       FD  CLIENTES.
       01  CLIENTE-REC.
           COPY CLIREC REPLACING ==:PREFIX:== BY ==CLI==.

       FD  GRUPOS-ECONOMICOS.
       01  GRUPO-ECONOMICO-REC.
           COPY GRUPOREC REPLACING ==:PREFIX:== BY ==GRP==.

      *UM REGISTRO, MANTIDO PELO RISCO: PATRIMONIO DE REFERENCIA E O
      *LIMITE DE CONCENTRACAO EM PERCENTUAL DELE.
       FD  CAPITAL-CONTROLE.
       01  CAPITAL-CONTROLE-REC.
           05 CAP-PATRIMONIO       PIC 9(13)V99.
           05 CAP-PERCENTUAL       PIC 9(3)V99.

      *SECAO '1' GRUPOS, '2' CLIENTES; DENTRO DA SECAO, DA MAIOR
      *EXPOSICAO PARA A MENOR.
       SD  WORK-SORT-FILE.
       01  SORT-REC.
           05 SRT-SECAO            PIC X(1).
           05 SRT-EXPOSICAO        PIC 9(13)V99.
           05 SRT-ID               PIC X(11).
           05 SRT-NOME             PIC X(30).
           05 SRT-QTD              PIC 9(4).
           05 SRT-LIMITE           PIC 9(13)V99.
           05 SRT-UTILIZADO        PIC 9(13)V99.
           05 SRT-EMPRESTIMOS      PIC 9(13)V99.

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
       77 WS-LIM-STATUS        PIC X(2)    VALUE '00'.
       77 WS-EMM-STATUS        PIC X(2)    VALUE '00'.
       77 WS-CLI-STATUS        PIC X(2)    VALUE '00'.
       77 WS-GRP-STATUS        PIC X(2)    VALUE '00'.
       77 WS-CAP-STATUS        PIC X(2)    VALUE '00'.
       77 WS-CAL-STATUS        PIC X(2)    VALUE '00'.

       77 WS-EOF               PIC X(1)    VALUE 'N'.
       77 WS-SORT-EOF          PIC X(1)    VALUE 'N'.
       77 WS-ACHADO            PIC X(1)    VALUE 'N'.
       77 WS-LIM-ABERTO        PIC X(1)    VALUE 'N'.
       77 WS-CLI-ABERTO        PIC X(1)    VALUE 'N'.
       77 WS-I                 PIC 9(4)    VALUE ZEROS.
       77 WS-K                 PIC 9(4)    VALUE ZEROS.
       77 WS-QTD-PASSO         PIC 9(9)    VALUE ZEROS.

      *CONTA CORRENTE NA APURACAO.
       77 WS-CPF-GUARDAR       PIC 9(11)   VALUE ZEROS.
       77 WS-LIMITE-CONTA      PIC 9(9)V99 VALUE ZEROS.
       77 WS-UTILIZADO-CONTA   PIC 9(9)V99 VALUE ZEROS.

      *LIMITE DE CONCENTRACAO: PERCENTUAL SOBRE O PATRIMONIO DE
      *REFERENCIA (25% SE O ARQUIVO DE CONTROLE NAO TRAZ PERCENTUAL).
      *SEM PATRIMONIO NAO HA LIMITE E NADA SAI MARCADO.
       77 WS-PATRIMONIO        PIC 9(13)V99 VALUE ZEROS.
       77 WS-PERCENTUAL-LIMITE PIC 9(3)V99 VALUE 25.00.
       77 WS-LIMITE-CONCENTR   PIC 9(13)V99 VALUE ZEROS.
       77 WS-PERC-CAPITAL      PIC 9(5)V99 VALUE ZEROS.

       77 WS-QTD-CONTAS-LIDAS  PIC 9(7)    VALUE ZEROS.
       77 WS-QTD-CONTRATOS     PIC 9(7)    VALUE ZEROS.
       77 WS-QTD-ACIMA-GRUPO   PIC 9(5)    VALUE ZEROS.
       77 WS-QTD-ACIMA-CPF     PIC 9(5)    VALUE ZEROS.
       77 WS-TOTAL-EXPOSICAO   PIC 9(15)V99 VALUE ZEROS.
       77 WS-SECAO-ANTERIOR    PIC X(1)    VALUE SPACES.
       77 WS-VALOR-ED          PIC Z(14)9.99.

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

      *CONTA -> INDICE DO CPF DO TITULAR, PARA ATRIBUIR OS
      *EMPRESTIMOS PELA CONTA DE DEBITO DO CONTRATO.
       01 WS-QTD-CONTAS        PIC 9(4)    VALUE ZEROS.
       01 WS-TABELA-CONTAS.
           05 WS-CTA-ENTRADA OCCURS 2000 TIMES.
              10 WS-CTA-NUMERO      PIC 9(6).
              10 WS-CTA-IDX-CPF     PIC 9(4).

      *EXPOSICAO POR CPF DO TITULAR. O CPF ZERO JUNTA AS CONTAS SEM
      *TITULAR CADASTRADO E OS CONTRATOS DE CONTA INEXISTENTE.
       01 WS-QTD-CPFS          PIC 9(4)    VALUE ZEROS.
       01 WS-TABELA-CPFS.
           05 WS-CPF-ENTRADA OCCURS 2000 TIMES.
              10 WS-CPF-NUMERO      PIC 9(11).
              10 WS-CPF-QTD-CONTAS  PIC 9(4).
              10 WS-CPF-LIMITE      PIC 9(13)V99.
              10 WS-CPF-UTILIZADO   PIC 9(13)V99.
              10 WS-CPF-EMPRESTIMOS PIC 9(13)V99.
              10 WS-CPF-EXPOSICAO   PIC 9(13)V99.

       01 WS-QTD-GRUPOS        PIC 9(4)    VALUE ZEROS.
       01 WS-TABELA-GRUPOS.
           05 WS-GRU-ENTRADA OCCURS 500 TIMES.
              10 WS-GRU-CODIGO      PIC 9(6).
              10 WS-GRU-NOME        PIC X(30).
              10 WS-GRU-MEMBROS     PIC 9(4).
              10 WS-GRU-LIMITE      PIC 9(13)V99.
              10 WS-GRU-UTILIZADO   PIC 9(13)V99.
              10 WS-GRU-EMPRESTIMOS PIC 9(13)V99.
              10 WS-GRU-EXPOSICAO   PIC 9(13)V99.

       01 WS-LINHA-EXPOSICAO.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 EXL-ID            PIC X(11).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 EXL-NOME          PIC X(25).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 EXL-QTD           PIC ZZZ9.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 EXL-LIMITE        PIC Z(10)9.99.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 EXL-UTILIZADO     PIC Z(10)9.99.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 EXL-EMPRESTIMOS   PIC Z(10)9.99.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 EXL-EXPOSICAO     PIC Z(12)9.99.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 EXL-PERCENTUAL    PIC ZZZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 EXL-MARCA         PIC X(12).

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
       77 WS-NOME-PASSO        PIC X(12)   VALUE 'EXPOSICAO   '.

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================
       PROGRAM-BEGIN.

           PERFORM INICIAR-CONTROLE-EXECUCAO
           PERFORM CARREGAR-CALENDARIO
           PERFORM CONFERIR-FIM-DE-MES

           IF WS-FIM-DE-MES = 'N'
               DISPLAY 'EXPOSICAO DE CREDITO: ' WS-DATA-MOVIMENTO
                   ' NAO E O ULTIMO DIA UTIL DO MES, NADA A FAZER.'
               PERFORM ENCERRAR-CONTROLE-EXECUCAO
               STOP RUN
           END-IF

           PERFORM CARREGAR-CAPITAL
           PERFORM APURAR-CONTAS
           PERFORM APURAR-EMPRESTIMOS
           PERFORM SOMAR-GRUPOS

           MOVE 'A' TO REL-COMANDO
           MOVE 'ExposicaoCredito' TO REL-PROGRAMA
           MOVE 'EXPOSIC' TO REL-ID
           MOVE 'EXPOSICAO DE CREDITO POR CLIENTE E GRUPO'
               TO REL-TITULO
           CALL 'GravaRelatorio' USING WS-REL-AREA

           SORT WORK-SORT-FILE
               ON ASCENDING KEY SRT-SECAO
               ON DESCENDING KEY SRT-EXPOSICAO
               INPUT PROCEDURE IS LIBERAR-EXPOSICOES
               OUTPUT PROCEDURE IS IMPRIMIR-EXPOSICOES

           PERFORM IMPRIMIR-TOTAIS-EXPOSICAO

           MOVE WS-QTD-CONTAS-LIDAS TO WS-QTD-PASSO
           PERFORM ENCERRAR-CONTROLE-EXECUCAO

           STOP RUN.

      *SEM O ARQUIVO DE CONTROLE O RELATORIO SAI SEM MARCACAO DE
      *CONCENTRACAO.
       CARREGAR-CAPITAL.

           OPEN INPUT CAPITAL-CONTROLE
           IF WS-CAP-STATUS NOT = '00'
               DISPLAY 'SEM capital_controle.dat: RELATORIO SEM LIMITE '
                   'DE CONCENTRACAO.'
               EXIT PARAGRAPH
           END-IF

           READ CAPITAL-CONTROLE
               AT END
                   DISPLAY 'capital_controle.dat VAZIO: RELATORIO SEM '
                       'LIMITE DE CONCENTRACAO.'
               NOT AT END
                   MOVE CAP-PATRIMONIO TO WS-PATRIMONIO
                   IF CAP-PERCENTUAL > ZEROS
                       MOVE CAP-PERCENTUAL TO WS-PERCENTUAL-LIMITE
                   END-IF
           END-READ
           CLOSE CAPITAL-CONTROLE

           COMPUTE WS-LIMITE-CONCENTR ROUNDED =
               WS-PATRIMONIO * WS-PERCENTUAL-LIMITE / 100.

      *CADA CONTA ENTRA NO CPF DO TITULAR COM O LIMITE EM VIGOR E O
      *CHEQUE ESPECIAL EM USO. CONTA ENCERRADA NAO TEM LIMITE EM
      *VIGOR, MAS SALDO NEGATIVO QUE SOBROU NELA AINDA E EXPOSICAO.
       APURAR-CONTAS.

           MOVE 'N' TO WS-LIM-ABERTO
           OPEN INPUT LIMITES-CHEQUE
           IF WS-LIM-STATUS = '00'
               MOVE 'Y' TO WS-LIM-ABERTO
           END-IF

           MOVE 'N' TO WS-EOF
           OPEN INPUT CONTAS
           IF WS-CONTA-STATUS NOT = '00'
               DISPLAY 'MASTER DE CONTAS INDISPONIVEL, STATUS: '
                   WS-CONTA-STATUS
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

           CLOSE CONTAS
           IF WS-LIM-ABERTO = 'Y'
               CLOSE LIMITES-CHEQUE
           END-IF.

       APURAR-UMA-CONTA.

           MOVE ZEROS TO WS-LIMITE-CONTA WS-UTILIZADO-CONTA

           IF WS-LIM-ABERTO = 'Y' AND CONTA-SITUACAO NOT = 'E'
               MOVE CONTA-NUMERO TO LIM-CONTA
               READ LIMITES-CHEQUE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LIM-DATA-EXPIRACAO >= WS-DATA-MOVIMENTO
                           MOVE LIM-VALOR TO WS-LIMITE-CONTA
                       END-IF
               END-READ
           END-IF

           IF CONTA-SALDO < ZEROS
               COMPUTE WS-UTILIZADO-CONTA = ZEROS - CONTA-SALDO
           END-IF

           MOVE CONTA-CPF-TITULAR TO WS-CPF-GUARDAR
           PERFORM LOCALIZAR-CPF
           IF WS-K = ZEROS
               EXIT PARAGRAPH
           END-IF

           IF WS-QTD-CONTAS < 2000
               ADD 1 TO WS-QTD-CONTAS
               MOVE CONTA-NUMERO TO WS-CTA-NUMERO(WS-QTD-CONTAS)
               MOVE WS-K         TO WS-CTA-IDX-CPF(WS-QTD-CONTAS)
           ELSE
               DISPLAY 'TABELA DE CONTAS CHEIA (2000), EMPRESTIMOS DA '
                   'CONTA ' CONTA-NUMERO ' VAO PARA O CPF ZERO.'
           END-IF

           ADD 1                  TO WS-CPF-QTD-CONTAS(WS-K)
           ADD WS-LIMITE-CONTA    TO WS-CPF-LIMITE(WS-K)
           ADD WS-UTILIZADO-CONTA TO WS-CPF-UTILIZADO(WS-K)
           IF WS-UTILIZADO-CONTA > WS-LIMITE-CONTA
               ADD WS-UTILIZADO-CONTA TO WS-CPF-EXPOSICAO(WS-K)
           ELSE
               ADD WS-LIMITE-CONTA    TO WS-CPF-EXPOSICAO(WS-K)
           END-IF.

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
                       WS-CPF-LIMITE(WS-K) WS-CPF-UTILIZADO(WS-K)
                       WS-CPF-EMPRESTIMOS(WS-K) WS-CPF-EXPOSICAO(WS-K)
               ELSE
                   DISPLAY 'TABELA DE CPFS CHEIA (2000), CPF FORA DO '
                       'RELATORIO: ' WS-CPF-GUARDAR
               END-IF
           END-IF.

      *SALDO DEVEDOR DOS CONTRATOS ATIVOS NO CPF DO TITULAR DA CONTA
      *DE DEBITO.
       APURAR-EMPRESTIMOS.

           MOVE 'N' TO WS-EOF
           OPEN INPUT EMPRESTIMOS-MASTER
           IF WS-EMM-STATUS NOT = '00'
               DISPLAY 'SEM MASTER DE EMPRESTIMOS, STATUS: '
                   WS-EMM-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO EMM-CONTRATO
           START EMPRESTIMOS-MASTER KEY IS NOT LESS THAN EMM-CONTRATO
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF = 'Y'
               READ EMPRESTIMOS-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF EMM-SITUACAO = 'A'
                           AND EMM-SALDO-DEVEDOR > ZEROS
                           ADD 1 TO WS-QTD-CONTRATOS
                           PERFORM ATRIBUIR-EMPRESTIMO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE EMPRESTIMOS-MASTER.

       ATRIBUIR-EMPRESTIMO.

           MOVE ZEROS TO WS-K
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-QTD-CONTAS OR WS-K > ZEROS
               IF WS-CTA-NUMERO(WS-I) = EMM-CONTA-DEBITO
                   MOVE WS-CTA-IDX-CPF(WS-I) TO WS-K
               END-IF
           END-PERFORM

           IF WS-K = ZEROS
               DISPLAY 'CONTRATO ' EMM-CONTRATO ' COM CONTA DE DEBITO '
                   EMM-CONTA-DEBITO ' FORA DO MASTER: VAI PARA O CPF '
                   'ZERO.'
               MOVE ZEROS TO WS-CPF-GUARDAR
               PERFORM LOCALIZAR-CPF
               IF WS-K = ZEROS
                   EXIT PARAGRAPH
               END-IF
           END-IF

           ADD EMM-SALDO-DEVEDOR TO WS-CPF-EMPRESTIMOS(WS-K)
           ADD EMM-SALDO-DEVEDOR TO WS-CPF-EXPOSICAO(WS-K).

      *CADA MEMBRO DO GRUPO LEVA PARA O GRUPO A EXPOSICAO DO SEU CPF;
      *MEMBRO SEM EXPOSICAO CONTA SO COMO MEMBRO.
       SOMAR-GRUPOS.

           MOVE 'N' TO WS-EOF
           OPEN INPUT GRUPOS-ECONOMICOS
           IF WS-GRP-STATUS NOT = '00'
               DISPLAY 'SEM grupos_economicos.dat: RELATORIO SO POR '
                   'CLIENTE.'
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO GRP-CPF
           START GRUPOS-ECONOMICOS KEY IS NOT LESS THAN GRP-CPF
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF = 'Y'
               READ GRUPOS-ECONOMICOS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM SOMAR-MEMBRO-GRUPO
               END-READ
           END-PERFORM

           CLOSE GRUPOS-ECONOMICOS.

       SOMAR-MEMBRO-GRUPO.

           MOVE 'N' TO WS-ACHADO
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-QTD-GRUPOS OR WS-ACHADO = 'Y'
               IF WS-GRU-CODIGO(WS-K) = GRP-CODIGO
                   MOVE 'Y' TO WS-ACHADO
               END-IF
           END-PERFORM

           IF WS-ACHADO = 'Y'
               SUBTRACT 1 FROM WS-K
           ELSE
               IF WS-QTD-GRUPOS >= 500
                   DISPLAY 'TABELA DE GRUPOS CHEIA (500), GRUPO FORA '
                       'DO RELATORIO: ' GRP-CODIGO
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-QTD-GRUPOS
               MOVE WS-QTD-GRUPOS TO WS-K
               MOVE GRP-CODIGO TO WS-GRU-CODIGO(WS-K)
               MOVE GRP-NOME   TO WS-GRU-NOME(WS-K)
               MOVE ZEROS TO WS-GRU-MEMBROS(WS-K)
                   WS-GRU-LIMITE(WS-K) WS-GRU-UTILIZADO(WS-K)
                   WS-GRU-EMPRESTIMOS(WS-K) WS-GRU-EXPOSICAO(WS-K)
           END-IF

           ADD 1 TO WS-GRU-MEMBROS(WS-K)
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-QTD-CPFS
               IF WS-CPF-NUMERO(WS-I) = GRP-CPF
                   ADD WS-CPF-LIMITE(WS-I)   TO WS-GRU-LIMITE(WS-K)
                   ADD WS-CPF-UTILIZADO(WS-I)
                       TO WS-GRU-UTILIZADO(WS-K)
                   ADD WS-CPF-EMPRESTIMOS(WS-I)
                       TO WS-GRU-EMPRESTIMOS(WS-K)
                   ADD WS-CPF-EXPOSICAO(WS-I)
                       TO WS-GRU-EXPOSICAO(WS-K)
               END-IF
           END-PERFORM.

      *SO ENTRA NO RELATORIO QUEM TEM ALGUMA EXPOSICAO.
       LIBERAR-EXPOSICOES.

           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-QTD-GRUPOS
               IF WS-GRU-EXPOSICAO(WS-K) > ZEROS
                   MOVE '1'                     TO SRT-SECAO
                   MOVE WS-GRU-EXPOSICAO(WS-K)   TO SRT-EXPOSICAO
                   MOVE WS-GRU-CODIGO(WS-K)      TO SRT-ID
                   MOVE WS-GRU-NOME(WS-K)        TO SRT-NOME
                   MOVE WS-GRU-MEMBROS(WS-K)     TO SRT-QTD
                   MOVE WS-GRU-LIMITE(WS-K)      TO SRT-LIMITE
                   MOVE WS-GRU-UTILIZADO(WS-K)   TO SRT-UTILIZADO
                   MOVE WS-GRU-EMPRESTIMOS(WS-K) TO SRT-EMPRESTIMOS
                   RELEASE SORT-REC
               END-IF
           END-PERFORM

           MOVE 'N' TO WS-CLI-ABERTO
           OPEN INPUT CLIENTES
           IF WS-CLI-STATUS = '00'
               MOVE 'Y' TO WS-CLI-ABERTO
           END-IF

           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-QTD-CPFS
               ADD WS-CPF-EXPOSICAO(WS-K) TO WS-TOTAL-EXPOSICAO
               IF WS-CPF-EXPOSICAO(WS-K) > ZEROS
                   MOVE '2'                      TO SRT-SECAO
                   MOVE WS-CPF-EXPOSICAO(WS-K)   TO SRT-EXPOSICAO
                   MOVE WS-CPF-NUMERO(WS-K)      TO SRT-ID
                   MOVE WS-CPF-QTD-CONTAS(WS-K)  TO SRT-QTD
                   MOVE WS-CPF-LIMITE(WS-K)      TO SRT-LIMITE
                   MOVE WS-CPF-UTILIZADO(WS-K)   TO SRT-UTILIZADO
                   MOVE WS-CPF-EMPRESTIMOS(WS-K) TO SRT-EMPRESTIMOS
                   PERFORM NOMEAR-CLIENTE
                   RELEASE SORT-REC
               END-IF
           END-PERFORM

           IF WS-CLI-ABERTO = 'Y'
               CLOSE CLIENTES
           END-IF.

       NOMEAR-CLIENTE.

           MOVE SPACES TO SRT-NOME
           IF WS-CPF-NUMERO(WS-K) = ZEROS
               MOVE 'SEM CPF DO TITULAR' TO SRT-NOME
               EXIT PARAGRAPH
           END-IF
           IF WS-CLI-ABERTO = 'Y'
               MOVE WS-CPF-NUMERO(WS-K) TO CLI-CPF
               READ CLIENTES
                   INVALID KEY
                       MOVE 'CLIENTE NAO CADASTRADO' TO SRT-NOME
                   NOT INVALID KEY
                       MOVE CLI-NOME TO SRT-NOME
               END-READ
           END-IF.

       IMPRIMIR-EXPOSICOES.

           MOVE 'N' TO WS-SORT-EOF
           MOVE SPACES TO WS-SECAO-ANTERIOR

           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN WORK-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       IF SRT-SECAO NOT = WS-SECAO-ANTERIOR
                           PERFORM IMPRIMIR-CABECALHO-SECAO
                           MOVE SRT-SECAO TO WS-SECAO-ANTERIOR
                       END-IF
                       PERFORM IMPRIMIR-LINHA-EXPOSICAO
               END-RETURN
           END-PERFORM.

       IMPRIMIR-CABECALHO-SECAO.

           MOVE 'L' TO REL-COMANDO
           MOVE SPACES TO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE SPACES TO REL-LINHA
           IF SRT-SECAO = '1'
               MOVE 'GRUPOS ECONOMICOS' TO REL-LINHA
               CALL 'GravaRelatorio' USING WS-REL-AREA
               MOVE ' GRUPO       NOME                      MEMB'
                   TO REL-LINHA(1:44)
           ELSE
               MOVE 'CLIENTES (CPF DO TITULAR)' TO REL-LINHA
               CALL 'GravaRelatorio' USING WS-REL-AREA
               MOVE ' CPF         NOME                      CTAS'
                   TO REL-LINHA(1:44)
           END-IF
           MOVE '       LIMITES      UTILIZADO    EMPRESTIMOS'
               TO REL-LINHA(45:44)
           MOVE '        EXPOSICAO %CAPITAL' TO REL-LINHA(89:26)
           CALL 'GravaRelatorio' USING WS-REL-AREA.

       IMPRIMIR-LINHA-EXPOSICAO.

           MOVE SRT-ID          TO EXL-ID
           MOVE SRT-NOME        TO EXL-NOME
           MOVE SRT-QTD         TO EXL-QTD
           MOVE SRT-LIMITE      TO EXL-LIMITE
           MOVE SRT-UTILIZADO   TO EXL-UTILIZADO
           MOVE SRT-EMPRESTIMOS TO EXL-EMPRESTIMOS
           MOVE SRT-EXPOSICAO   TO EXL-EXPOSICAO
           MOVE SPACES          TO EXL-MARCA
           MOVE ZEROS           TO WS-PERC-CAPITAL

           IF WS-PATRIMONIO > ZEROS
               COMPUTE WS-PERC-CAPITAL ROUNDED =
                   SRT-EXPOSICAO * 100 / WS-PATRIMONIO
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-PERC-CAPITAL
               END-COMPUTE
               IF SRT-EXPOSICAO > WS-LIMITE-CONCENTR
                   MOVE '*CONCENTRAC*' TO EXL-MARCA
                   IF SRT-SECAO = '1'
                       ADD 1 TO WS-QTD-ACIMA-GRUPO
                   ELSE
                       ADD 1 TO WS-QTD-ACIMA-CPF
                   END-IF
               END-IF
           END-IF
           MOVE WS-PERC-CAPITAL TO EXL-PERCENTUAL

           MOVE 'L' TO REL-COMANDO
           MOVE WS-LINHA-EXPOSICAO TO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA.

       IMPRIMIR-TOTAIS-EXPOSICAO.

           MOVE 'L' TO REL-COMANDO
           MOVE SPACES TO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE SPACES TO REL-LINHA
           STRING 'CONTAS LIDAS.............: ' WS-QTD-CONTAS-LIDAS
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE SPACES TO REL-LINHA
           STRING 'CONTRATOS ATIVOS.........: ' WS-QTD-CONTRATOS
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE WS-TOTAL-EXPOSICAO TO WS-VALOR-ED
           MOVE SPACES TO REL-LINHA
           STRING 'EXPOSICAO TOTAL..........: ' WS-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE WS-PATRIMONIO TO WS-VALOR-ED
           MOVE SPACES TO REL-LINHA
           STRING 'PATRIMONIO DE REFERENCIA.: ' WS-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE WS-LIMITE-CONCENTR TO WS-VALOR-ED
           MOVE SPACES TO REL-LINHA
           STRING 'LIMITE DE CONCENTRACAO...: ' WS-VALOR-ED
               ' (' WS-PERCENTUAL-LIMITE '%)'
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE SPACES TO REL-LINHA
           STRING 'GRUPOS ACIMA DO LIMITE...: ' WS-QTD-ACIMA-GRUPO
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE SPACES TO REL-LINHA
           STRING 'CLIENTES ACIMA DO LIMITE.: ' WS-QTD-ACIMA-CPF
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE 'F' TO REL-COMANDO
           CALL 'GravaRelatorio' USING WS-REL-AREA

           DISPLAY ' '
           DISPLAY 'EXPOSICAO DE CREDITO - ' WS-DATA-MOVIMENTO(1:6)
           DISPLAY 'CLIENTES.................: ' WS-QTD-CPFS
           DISPLAY 'GRUPOS...................: ' WS-QTD-GRUPOS
           DISPLAY 'GRUPOS ACIMA DO LIMITE...: ' WS-QTD-ACIMA-GRUPO
           DISPLAY 'CLIENTES ACIMA DO LIMITE.: ' WS-QTD-ACIMA-CPF.

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
