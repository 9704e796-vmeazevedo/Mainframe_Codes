      *=================================================================
       IDENTIFICATION                                  DIVISION.
      *=================================================================
       PROGRAM-ID. ConciliaCaixas.
      *******************************************************************
      * Author: Vinícius Azevedo
      * Date: 15/10/2026
      * Purpose: Conciliacao noturna das gavetas de caixa da agencia
      * Tectonics: cobc
      ******************************************************************
      * Roda depois do GeraLancamentosGL (que regrava o extrato
      * contabil da noite) e antes da prova do GL. Percorre as gavetas
      * de caixa (caixa_gavetas.dat) ate a data de movimento:
      *   - gaveta fechada ('F') com diferenca entre o numerario
      *     contado e o esperado (abertura + depositos - saques) vira
      *     um par balanceado em gl_movimento.dat -- 'CXS' (sobra de
      *     caixa) ou 'CXF' (falta de caixa), com as contas das linhas
      *     do mapa contabil (gl_mapa.dat) -- e uma excecao no arquivo
      *     do caixa (caixa_exc.dat), que entra no relatorio
      *     consolidado de excecoes. Gaveta fechada, com ou sem
      *     diferenca, passa a conciliada ('C') e nao e vista de novo;
      *   - gaveta da data ainda aberta ('A') vai para as excecoes
      *     como GAVETA NAO FECHADA: nao ha contagem para conciliar.
      * O mapa e conferido antes do primeiro par: sem linha CXS/CXF
      * quando ela e necessaria o passo aborta com RETURN-CODE 8 sem
      * gravar nada. O relatorio de conciliacao da agencia, gaveta a
      * gaveta, sai pelo GravaRelatorio.
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
           SELECT CAIXA-GAVETAS ASSIGN TO 'caixa_gavetas.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CXG-CHAVE
           FILE STATUS IS WS-CXG-STATUS.

           SELECT EXCECOES-CAIXA ASSIGN TO 'caixa_exc.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-EXC-STATUS.

           SELECT GL-MAPA ASSIGN TO 'gl_mapa.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-MAPA-STATUS.

           SELECT GL-MOVIMENTO ASSIGN TO 'gl_movimento.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-GL-STATUS.

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
       FD  CAIXA-GAVETAS.
       01  GAVETA-REC.
           COPY CXGREC REPLACING ==:PREFIX:== BY ==CXG==.

      *MESMO LAYOUT GRAVADO PELA POSTAGEM DO CAIXA.
       FD  EXCECOES-CAIXA.
       01  EXCECAO-CAIXA-REC.
           05 CXE-TIMESTAMP        PIC X(21).
           05 CXE-DATA             PIC 9(8).
           05 CXE-OPERADOR         PIC X(8).
           05 CXE-CONTA            PIC 9(6).
           05 CXE-MOTIVO           PIC X(20).
           05 CXE-VALOR            PIC S9(11)V99.

       FD  GL-MAPA.
       01  GL-MAPA-REC.
           05 MAP-TIPO             PIC X(3).
           05 MAP-CONTA-DEBITO     PIC X(8).
           05 MAP-CONTA-CREDITO    PIC X(8).

      *MESMO LAYOUT GRAVADO PELO GeraLancamentosGL.
       FD  GL-MOVIMENTO.
       01  GL-MOVIMENTO-REC.
           05 GL-DATA              PIC 9(8).
           05 GL-CONTA             PIC X(8).
           05 GL-DC                PIC X(1).
           05 GL-VALOR             PIC 9(13)V99.
           05 GL-TIPO              PIC X(3).

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
       77 WS-CXG-STATUS        PIC X(2)    VALUE '00'.
       77 WS-EXC-STATUS        PIC X(2)    VALUE '00'.
       77 WS-MAPA-STATUS       PIC X(2)    VALUE '00'.
       77 WS-GL-STATUS         PIC X(2)    VALUE '00'.

       77 WS-EOF               PIC X(1)    VALUE 'N'.
       77 WS-GL-ABERTO         PIC X(1)    VALUE 'N'.
       77 WS-PRECISA-CXS       PIC X(1)    VALUE 'N'.
       77 WS-PRECISA-CXF       PIC X(1)    VALUE 'N'.
       77 WS-MOTIVO-EXCECAO    PIC X(20)   VALUE SPACES.
       77 WS-RESULTADO-GAVETA  PIC X(18)   VALUE SPACES.

       77 WS-QTD-GAVETAS       PIC 9(5)    VALUE ZEROS.
       77 WS-QTD-CONCILIADAS   PIC 9(5)    VALUE ZEROS.
       77 WS-QTD-SOBRAS        PIC 9(5)    VALUE ZEROS.
       77 WS-QTD-FALTAS        PIC 9(5)    VALUE ZEROS.
       77 WS-QTD-NAO-FECHADAS  PIC 9(5)    VALUE ZEROS.
       77 WS-QTD-PARES         PIC 9(5)    VALUE ZEROS.
       77 WS-TOTAL-SOBRAS      PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOTAL-FALTAS      PIC 9(11)V99 VALUE ZEROS.
       77 WS-QTD-PASSO         PIC 9(9)    VALUE ZEROS.

       77 WS-VALOR-PAR         PIC 9(13)V99 VALUE ZEROS.
       77 WS-TIPO-PAR          PIC X(3)    VALUE SPACES.

      *CONTAS CONTABEIS DA SOBRA (CXS) E DA FALTA (CXF) DE CAIXA,
      *CARREGADAS DO MAPA NA PARTIDA.
       77 WS-MAPA-CXS          PIC X(1)    VALUE 'N'.
       77 WS-DEBITO-CXS        PIC X(8)    VALUE SPACES.
       77 WS-CREDITO-CXS       PIC X(8)    VALUE SPACES.
       77 WS-MAPA-CXF          PIC X(1)    VALUE 'N'.
       77 WS-DEBITO-CXF        PIC X(8)    VALUE SPACES.
       77 WS-CREDITO-CXF       PIC X(8)    VALUE SPACES.
       77 WS-CONTA-DEBITO      PIC X(8)    VALUE SPACES.
       77 WS-CONTA-CREDITO     PIC X(8)    VALUE SPACES.

       01 WS-LINHA-GAVETA.
           05 LGV-OPERADOR      PIC X(8).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 LGV-DATA          PIC 9(8).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 LGV-ABERTURA      PIC Z(9)9.99.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 LGV-DEPOSITOS     PIC Z(9)9.99.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 LGV-SAQUES        PIC Z(9)9.99.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 LGV-ESPERADO      PIC -(9)9.99.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 LGV-CONTADO       PIC Z(9)9.99.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 LGV-DIFERENCA     PIC -(9)9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 LGV-RESULTADO     PIC X(18).

       77 WS-VALOR-ED          PIC -(12)9.99.

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
       77 WS-NOME-PASSO        PIC X(12)   VALUE 'CONCILIACXS '.

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================
       PROGRAM-BEGIN.

           PERFORM INICIAR-CONTROLE-EXECUCAO.

           OPEN I-O CAIXA-GAVETAS
           IF WS-CXG-STATUS NOT = '00'
               DISPLAY 'CONCILIACAO DE CAIXAS: SEM CADASTRO DE '
                   'GAVETAS, NADA A CONCILIAR.'
               PERFORM ENCERRAR-CONTROLE-EXECUCAO
               STOP RUN
           END-IF.

           PERFORM CARREGAR-MAPA-CAIXA.
           PERFORM CONFERIR-MAPA-CAIXA.
           PERFORM IMPRIMIR-CABECALHO-CONCILIACAO.
           PERFORM CONCILIAR-GAVETAS.
           PERFORM IMPRIMIR-TOTAIS-CONCILIACAO.

           CLOSE CAIXA-GAVETAS.
           IF WS-GL-ABERTO = 'Y'
               CLOSE GL-MOVIMENTO
           END-IF.

           MOVE WS-QTD-GAVETAS TO WS-QTD-PASSO.
           PERFORM ENCERRAR-CONTROLE-EXECUCAO.

           DISPLAY ' '
           DISPLAY 'CONCILIACAO DAS GAVETAS DE CAIXA - '
               WS-DATA-MOVIMENTO
           DISPLAY 'GAVETAS EXAMINADAS....: ' WS-QTD-GAVETAS
           DISPLAY 'GAVETAS CONCILIADAS...: ' WS-QTD-CONCILIADAS
           DISPLAY 'SOBRAS DE CAIXA.......: ' WS-QTD-SOBRAS
               ' VALOR ' WS-TOTAL-SOBRAS
           DISPLAY 'FALTAS DE CAIXA.......: ' WS-QTD-FALTAS
               ' VALOR ' WS-TOTAL-FALTAS
           DISPLAY 'GAVETAS NAO FECHADAS..: ' WS-QTD-NAO-FECHADAS
           DISPLAY 'PARES CONTABILIZADOS..: ' WS-QTD-PARES

           STOP RUN.

       CARREGAR-MAPA-CAIXA.

           MOVE 'N' TO WS-MAPA-CXS
           MOVE 'N' TO WS-MAPA-CXF
           MOVE 'N' TO WS-EOF

           OPEN INPUT GL-MAPA
           IF WS-MAPA-STATUS NOT = '00'
               DISPLAY 'MAPA CONTABIL AUSENTE (gl_mapa.dat).'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ GL-MAPA
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF MAP-TIPO = 'CXS'
                           MOVE 'Y' TO WS-MAPA-CXS
                           MOVE MAP-CONTA-DEBITO  TO WS-DEBITO-CXS
                           MOVE MAP-CONTA-CREDITO TO WS-CREDITO-CXS
                       END-IF
                       IF MAP-TIPO = 'CXF'
                           MOVE 'Y' TO WS-MAPA-CXF
                           MOVE MAP-CONTA-DEBITO  TO WS-DEBITO-CXF
                           MOVE MAP-CONTA-CREDITO TO WS-CREDITO-CXF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-MAPA-STATUS = '00' OR WS-MAPA-STATUS = '10'
               CLOSE GL-MAPA
           END-IF.

      *PRIMEIRA PASSADA: SO VE QUE TIPOS DE PAR A NOITE VAI PRECISAR.
      *SEM A LINHA DE MAPEAMENTO O PASSO ABORTA ANTES DE GRAVAR O
      *PRIMEIRO PAR OU MARCAR A PRIMEIRA GAVETA, E A CORRIDA PODE SER
      *REPETIDA DEPOIS DE CORRIGIDO O MAPA.
       CONFERIR-MAPA-CAIXA.

           MOVE 'N' TO WS-PRECISA-CXS
           MOVE 'N' TO WS-PRECISA-CXF

           PERFORM POSICIONAR-GAVETAS
           PERFORM UNTIL WS-EOF = 'Y'
               READ CAIXA-GAVETAS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CXG-DATA > WS-DATA-MOVIMENTO
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF CXG-SITUACAO = 'F'
                               AND CXG-DIFERENCA > ZEROS
                               MOVE 'Y' TO WS-PRECISA-CXS
                           END-IF
                           IF CXG-SITUACAO = 'F'
                               AND CXG-DIFERENCA < ZEROS
                               MOVE 'Y' TO WS-PRECISA-CXF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-PRECISA-CXS = 'Y' AND WS-MAPA-CXS = 'N'
               DISPLAY 'SEM MAPEAMENTO CONTABIL PARA O TIPO CXS: '
                   'SOBRA DE CAIXA NAO CONTABILIZADA.'
               PERFORM ABORTAR-PASSO
           END-IF
           IF WS-PRECISA-CXF = 'Y' AND WS-MAPA-CXF = 'N'
               DISPLAY 'SEM MAPEAMENTO CONTABIL PARA O TIPO CXF: '
                   'FALTA DE CAIXA NAO CONTABILIZADA.'
               PERFORM ABORTAR-PASSO
           END-IF.

      *O CADASTRO E ORDENADO POR DATA E OPERADOR: A VARREDURA COMECA
      *NA PRIMEIRA GAVETA E PARA NA PRIMEIRA DATA POSTERIOR A DE
      *MOVIMENTO.
       POSICIONAR-GAVETAS.

           MOVE 'N' TO WS-EOF
           MOVE ZEROS TO CXG-DATA
           MOVE LOW-VALUES TO CXG-OPERADOR
           START CAIXA-GAVETAS KEY IS NOT LESS THAN CXG-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.

      *SEGUNDA PASSADA: FECHADA E CONCILIADA (COM PAR E EXCECAO SE HA
      *DIFERENCA); ABERTA NA DATA E EXCECAO. GAVETA JA CONCILIADA OU
      *ABERTA DE DATA ANTERIOR (JA APONTADA NA NOITE DELA) NAO ENTRA.
       CONCILIAR-GAVETAS.

           PERFORM POSICIONAR-GAVETAS
           PERFORM UNTIL WS-EOF = 'Y'
               READ CAIXA-GAVETAS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CXG-DATA > WS-DATA-MOVIMENTO
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           EVALUATE TRUE
                               WHEN CXG-SITUACAO = 'F'
                                   PERFORM CONCILIAR-GAVETA-FECHADA
                               WHEN CXG-SITUACAO = 'A'
                                   AND CXG-DATA = WS-DATA-MOVIMENTO
                                   PERFORM APONTAR-GAVETA-ABERTA
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.

      *O PAR E A EXCECAO SAEM ANTES DE A GAVETA VIRAR 'C': UMA NOITE
      *INTERROMPIDA NO MEIO REFAZ SO AS GAVETAS AINDA 'F'.
       CONCILIAR-GAVETA-FECHADA.

           ADD 1 TO WS-QTD-GAVETAS

           EVALUATE TRUE
               WHEN CXG-DIFERENCA > ZEROS
                   MOVE 'CXS' TO WS-TIPO-PAR
                   MOVE CXG-DIFERENCA TO WS-VALOR-PAR
                   MOVE WS-DEBITO-CXS  TO WS-CONTA-DEBITO
                   MOVE WS-CREDITO-CXS TO WS-CONTA-CREDITO
                   PERFORM GRAVAR-PAR-CAIXA
                   MOVE 'SOBRA DE CAIXA' TO WS-MOTIVO-EXCECAO
                   PERFORM REGISTRAR-EXCECAO-GAVETA
                   ADD 1 TO WS-QTD-SOBRAS
                   ADD WS-VALOR-PAR TO WS-TOTAL-SOBRAS
                   MOVE 'SOBRA - CXS' TO WS-RESULTADO-GAVETA
               WHEN CXG-DIFERENCA < ZEROS
                   MOVE 'CXF' TO WS-TIPO-PAR
                   COMPUTE WS-VALOR-PAR = ZEROS - CXG-DIFERENCA
                   MOVE WS-DEBITO-CXF  TO WS-CONTA-DEBITO
                   MOVE WS-CREDITO-CXF TO WS-CONTA-CREDITO
                   PERFORM GRAVAR-PAR-CAIXA
                   MOVE 'FALTA DE CAIXA' TO WS-MOTIVO-EXCECAO
                   PERFORM REGISTRAR-EXCECAO-GAVETA
                   ADD 1 TO WS-QTD-FALTAS
                   ADD WS-VALOR-PAR TO WS-TOTAL-FALTAS
                   MOVE 'FALTA - CXF' TO WS-RESULTADO-GAVETA
               WHEN OTHER
                   MOVE 'CONFERE' TO WS-RESULTADO-GAVETA
           END-EVALUATE

           MOVE 'C' TO CXG-SITUACAO
           REWRITE GAVETA-REC
           ADD 1 TO WS-QTD-CONCILIADAS

           PERFORM IMPRIMIR-LINHA-GAVETA.

       APONTAR-GAVETA-ABERTA.

           ADD 1 TO WS-QTD-GAVETAS
           ADD 1 TO WS-QTD-NAO-FECHADAS

           COMPUTE CXG-VALOR-ESPERADO = CXG-VALOR-ABERTURA
               + CXG-TOTAL-DEPOSITOS - CXG-TOTAL-SAQUES
           MOVE ZEROS TO CXG-VALOR-CONTADO CXG-DIFERENCA
           MOVE 'GAVETA NAO FECHADA' TO WS-MOTIVO-EXCECAO
           PERFORM REGISTRAR-EXCECAO-GAVETA
           MOVE 'NAO FECHADA' TO WS-RESULTADO-GAVETA

           PERFORM IMPRIMIR-LINHA-GAVETA.

      *O EXTRATO E ABERTO (EXTEND) NO PRIMEIRO PAR E FICA ABERTO ATE
      *O FIM DO PASSO.
       GRAVAR-PAR-CAIXA.

           IF WS-GL-ABERTO = 'N'
               OPEN EXTEND GL-MOVIMENTO
               IF WS-GL-STATUS = '35'
                   OPEN OUTPUT GL-MOVIMENTO
               END-IF
               IF WS-GL-STATUS NOT = '00'
                   DISPLAY 'EXTRATO CONTABIL INACESSIVEL, STATUS: '
                       WS-GL-STATUS
                   PERFORM ABORTAR-PASSO
               END-IF
               MOVE 'Y' TO WS-GL-ABERTO
           END-IF

           MOVE WS-DATA-MOVIMENTO TO GL-DATA
           MOVE WS-CONTA-DEBITO   TO GL-CONTA
           MOVE 'D'               TO GL-DC
           MOVE WS-VALOR-PAR      TO GL-VALOR
           MOVE WS-TIPO-PAR       TO GL-TIPO
           WRITE GL-MOVIMENTO-REC

           MOVE WS-DATA-MOVIMENTO TO GL-DATA
           MOVE WS-CONTA-CREDITO  TO GL-CONTA
           MOVE 'C'               TO GL-DC
           MOVE WS-VALOR-PAR      TO GL-VALOR
           MOVE WS-TIPO-PAR       TO GL-TIPO
           WRITE GL-MOVIMENTO-REC

           ADD 1 TO WS-QTD-PARES

           DISPLAY 'GL ' WS-TIPO-PAR ' CAIXA ' CXG-OPERADOR
               ' D ' WS-CONTA-DEBITO ' C ' WS-CONTA-CREDITO
               ' VALOR ' WS-VALOR-PAR.

       REGISTRAR-EXCECAO-GAVETA.

           OPEN EXTEND EXCECOES-CAIXA
           IF WS-EXC-STATUS = '35'
               OPEN OUTPUT EXCECOES-CAIXA
           END-IF

           MOVE FUNCTION CURRENT-DATE TO CXE-TIMESTAMP
           MOVE CXG-DATA              TO CXE-DATA
           MOVE CXG-OPERADOR          TO CXE-OPERADOR
           MOVE ZEROS                 TO CXE-CONTA
           MOVE WS-MOTIVO-EXCECAO     TO CXE-MOTIVO
           MOVE CXG-DIFERENCA         TO CXE-VALOR
           WRITE EXCECAO-CAIXA-REC

           CLOSE EXCECOES-CAIXA

           DISPLAY 'CAIXA ' CXG-OPERADOR ' DATA ' CXG-DATA ': '
               WS-MOTIVO-EXCECAO.

       IMPRIMIR-CABECALHO-CONCILIACAO.

           MOVE 'A' TO REL-COMANDO
           MOVE 'ConciliaCaixas' TO REL-PROGRAMA
           MOVE 'CAIXAS' TO REL-ID
           MOVE 'CONCILIACAO DAS GAVETAS DE CAIXA' TO REL-TITULO
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE 'L' TO REL-COMANDO
           MOVE SPACES TO REL-LINHA
           STRING 'GAVETAS ATE A DATA DE MOVIMENTO ' WS-DATA-MOVIMENTO
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE SPACES TO REL-LINHA
           STRING 'CAIXA    DATA          ABERTURA     DEPOSITOS'
               '        SAQUES      ESPERADO       CONTADO'
               '     DIFERENCA  RESULTADO'
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA.

       IMPRIMIR-LINHA-GAVETA.

           MOVE CXG-OPERADOR        TO LGV-OPERADOR
           MOVE CXG-DATA            TO LGV-DATA
           MOVE CXG-VALOR-ABERTURA  TO LGV-ABERTURA
           MOVE CXG-TOTAL-DEPOSITOS TO LGV-DEPOSITOS
           MOVE CXG-TOTAL-SAQUES    TO LGV-SAQUES
           MOVE CXG-VALOR-ESPERADO  TO LGV-ESPERADO
           MOVE CXG-VALOR-CONTADO   TO LGV-CONTADO
           MOVE CXG-DIFERENCA       TO LGV-DIFERENCA
           MOVE WS-RESULTADO-GAVETA TO LGV-RESULTADO
           MOVE WS-LINHA-GAVETA     TO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA.

       IMPRIMIR-TOTAIS-CONCILIACAO.

           MOVE SPACES TO REL-LINHA
           STRING 'GAVETAS EXAMINADAS: ' WS-QTD-GAVETAS
               '  CONCILIADAS: ' WS-QTD-CONCILIADAS
               '  NAO FECHADAS: ' WS-QTD-NAO-FECHADAS
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE WS-TOTAL-SOBRAS TO WS-VALOR-ED
           MOVE SPACES TO REL-LINHA
           STRING 'SOBRAS DE CAIXA (CXS): ' WS-QTD-SOBRAS
               ' GAVETA(S), TOTAL ' WS-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE WS-TOTAL-FALTAS TO WS-VALOR-ED
           MOVE SPACES TO REL-LINHA
           STRING 'FALTAS DE CAIXA (CXF): ' WS-QTD-FALTAS
               ' GAVETA(S), TOTAL ' WS-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE 'F' TO REL-COMANDO
           CALL 'GravaRelatorio' USING WS-REL-AREA.

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
