      *=================================================================
       IDENTIFICATION                                  DIVISION.
      *=================================================================
       PROGRAM-ID. ManutencaoCheques.
      *******************************************************************
      * Author: Vinícius Azevedo
      * Date: 15/10/2026
      * Purpose: Emissao de taloes e sustacao de cheques
      * Tectonics: cobc
      ******************************************************************
      * Tela do operador da agencia para os cheques dos clientes:
      *   - emissao de talao (talonarios.dat): a faixa de numeros
      *     entregue a conta, que nao pode cruzar outro talao ativo
      *     da mesma conta; cancelamento de talao e listagem;
      *   - sustacao (sustacoes.dat): um cheque ou uma faixa, com o
      *     motivo (C contra-ordem, F furto/roubo/extravio, B folhas
      *     em branco extraviadas) e a data de expiracao da ordem;
      *     revogacao e listagem.
      * A compensacao de entrada da noite (CompensacaoCheques) so
      * paga cheque de talao ativo e devolve o cheque sustado. So
      * entra operador ativo com senha, nas mesmas regras de
      * bloqueio e troca de senha dos demais menus; toda emissao,
      * cancelamento, sustacao e revogacao vai para o log de
      * auditoria.
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

           SELECT CONTAS ASSIGN TO 'contas.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONTA-NUMERO
           FILE STATUS IS WS-CONTA-STATUS.

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
       FD  TALONARIOS.
       01  TALAO-REC.
           COPY TALAOREC REPLACING ==:PREFIX:== BY ==TAL==.

       FD  SUSTACOES.
       01  SUSTACAO-REC.
           COPY SUSTREC REPLACING ==:PREFIX:== BY ==SUS==.

       FD  CONTAS.
       01  CONTA-REC.
           COPY CONTAREC REPLACING ==:PREFIX:== BY ==CONTA==.

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
       77 WS-TAL-STATUS        PIC X(2)    VALUE '00'.
       77 WS-SUS-STATUS        PIC X(2)    VALUE '00'.
       77 WS-CONTA-STATUS      PIC X(2)    VALUE '00'.
       77 WS-OPR-STATUS        PIC X(2)    VALUE '00'.
       77 WS-LOG-STATUS        PIC X(2)    VALUE '00'.

       77 WS-OPCAO-MENU        PIC X(1)    VALUE SPACES.
       77 WS-EOF               PIC X(1)    VALUE 'N'.
       77 WS-CONTA-OK          PIC X(1)    VALUE 'N'.
       77 WS-SOBREPOSTO        PIC X(1)    VALUE 'N'.
       77 WS-QTD-LISTADOS      PIC 9(5)    VALUE ZEROS.

      *DADOS DIGITADOS PELO OPERADOR, CONFERIDOS ANTES DE GRAVAR.
       77 WS-CONTA             PIC 9(6)    VALUE ZEROS.
       77 WS-CHEQUE-INICIAL    PIC 9(6)    VALUE ZEROS.
       77 WS-CHEQUE-FINAL      PIC 9(6)    VALUE ZEROS.
       77 WS-QTD-FOLHAS        PIC 9(3)    VALUE ZEROS.
       77 WS-MOTIVO-SUSTACAO   PIC X(1)    VALUE SPACES.
       77 WS-DATA-EXPIRACAO    PIC 9(8)    VALUE ZEROS.

      *SIGN-ON DE OPERADOR COM SENHA, NAS MESMAS REGRAS DOS DEMAIS
      *MENUS.
       77 WS-OPERADOR-ID       PIC X(8)    VALUE SPACES.
       77 WS-SIGNON-OK         PIC X(1)    VALUE 'N'.
       77 WS-SENHA-DIGITADA    PIC X(8)    VALUE SPACES.
       77 WS-SENHA-NOVA        PIC X(8)    VALUE SPACES.
       77 WS-VALIDADE-SENHA    PIC 9(3)    VALUE 90.
       77 WS-DIAS-SENHA        PIC 9(5)    VALUE ZEROS.
       77 WS-DATA-HOJE         PIC 9(8)    VALUE ZEROS.
       77 WS-PRECISA-TROCA     PIC X(1)    VALUE 'N'.
       77 WS-EVENTO-AUDITORIA  PIC X(9)    VALUE SPACES.

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
           PERFORM VERIFICAR-OPERADOR

           IF WS-SIGNON-OK NOT = 'Y'
               MOVE 'SIGNON-NG' TO WS-EVENTO-AUDITORIA
               PERFORM GRAVAR-EVENTO-AUDITORIA
               STOP RUN
           END-IF

           PERFORM ABRIR-ARQUIVOS-CHEQUES

           PERFORM UNTIL WS-OPCAO-MENU = '0'
               DISPLAY ' '
               DISPLAY 'CHEQUES - OPERADOR ' WS-OPERADOR-ID
               DISPLAY '1 - EMITIR TALAO'
               DISPLAY '2 - CANCELAR TALAO'
               DISPLAY '3 - LISTAR TALOES DA CONTA'
               DISPLAY '4 - INCLUIR SUSTACAO'
               DISPLAY '5 - REVOGAR SUSTACAO'
               DISPLAY '6 - LISTAR SUSTACOES DA CONTA'
               DISPLAY '0 - SAIR'
               DISPLAY 'ESCOLHA UMA OPCAO: '
               ACCEPT WS-OPCAO-MENU
               EVALUATE WS-OPCAO-MENU
                   WHEN '1'
                       PERFORM EMITIR-TALAO
                   WHEN '2'
                       PERFORM CANCELAR-TALAO
                   WHEN '3'
                       PERFORM LISTAR-TALOES
                   WHEN '4'
                       PERFORM INCLUIR-SUSTACAO
                   WHEN '5'
                       PERFORM REVOGAR-SUSTACAO
                   WHEN '6'
                       PERFORM LISTAR-SUSTACOES
                   WHEN '0'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA. TENTE NOVAMENTE.'
               END-EVALUATE
           END-PERFORM

           CLOSE TALONARIOS
           CLOSE SUSTACOES

           STOP RUN.

      *OS DOIS CADASTROS NASCEM NO PRIMEIRO USO.
       ABRIR-ARQUIVOS-CHEQUES.

           OPEN I-O TALONARIOS
           IF WS-TAL-STATUS = '35'
               OPEN OUTPUT TALONARIOS
               CLOSE TALONARIOS
               OPEN I-O TALONARIOS
           END-IF
           IF WS-TAL-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE TALOES INDISPONIVEL, STATUS: '
                   WS-TAL-STATUS
               STOP RUN
           END-IF

           OPEN I-O SUSTACOES
           IF WS-SUS-STATUS = '35'
               OPEN OUTPUT SUSTACOES
               CLOSE SUSTACOES
               OPEN I-O SUSTACOES
           END-IF
           IF WS-SUS-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE SUSTACOES INDISPONIVEL, STATUS: '
                   WS-SUS-STATUS
               CLOSE TALONARIOS
               STOP RUN
           END-IF.

      *O TALAO SO E EMITIDO PARA CONTA ATIVA DO MASTER E NAO PODE
      *REPETIR NUMERO DE OUTRO TALAO ATIVO DA MESMA CONTA.
       EMITIR-TALAO.

           DISPLAY 'CONTA: '
           ACCEPT WS-CONTA
           PERFORM VALIDAR-CONTA-CHEQUE
           IF WS-CONTA-OK NOT = 'Y'
               DISPLAY 'EMISSAO CANCELADA: CONTA INDISPONIVEL.'
               EXIT PARAGRAPH
           END-IF
           IF CONTA-SITUACAO NOT = 'A'
               DISPLAY 'CONTA NAO ESTA ATIVA, TALAO NAO EMITIDO: '
                   WS-CONTA
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'PRIMEIRO NUMERO DO TALAO: '
           ACCEPT WS-CHEQUE-INICIAL
           DISPLAY 'QUANTIDADE DE FOLHAS: '
           ACCEPT WS-QTD-FOLHAS
           IF WS-CHEQUE-INICIAL = ZEROS OR WS-QTD-FOLHAS = ZEROS
               DISPLAY 'NUMERO OU QUANTIDADE INVALIDA, TALAO NAO '
                   'EMITIDO.'
               EXIT PARAGRAPH
           END-IF
           IF WS-CHEQUE-INICIAL + WS-QTD-FOLHAS - 1 > 999999
               DISPLAY 'FAIXA ALEM DO ULTIMO NUMERO DE CHEQUE, TALAO '
                   'NAO EMITIDO.'
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CHEQUE-FINAL =
               WS-CHEQUE-INICIAL + WS-QTD-FOLHAS - 1

           PERFORM CONFERIR-SOBREPOSICAO-TALAO
           IF WS-SOBREPOSTO = 'Y'
               DISPLAY 'FAIXA CRUZA OUTRO TALAO ATIVO DA CONTA, '
                   'TALAO NAO EMITIDO.'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CONTA          TO TAL-CONTA
           MOVE WS-CHEQUE-INICIAL TO TAL-CHEQUE-INICIAL
           MOVE WS-CHEQUE-FINAL   TO TAL-CHEQUE-FINAL
           MOVE WS-DATA-HOJE      TO TAL-DATA-EMISSAO
           MOVE 'A'               TO TAL-SITUACAO
           MOVE WS-OPERADOR-ID    TO TAL-EMITIDO-POR
           WRITE TALAO-REC
               INVALID KEY
                   DISPLAY 'JA EXISTE TALAO DA CONTA COM ESSE PRIMEIRO '
                       'NUMERO: ' WS-CHEQUE-INICIAL
               NOT INVALID KEY
                   DISPLAY 'TALAO EMITIDO: CONTA ' WS-CONTA
                       ' CHEQUES ' WS-CHEQUE-INICIAL ' A '
                       WS-CHEQUE-FINAL
                   MOVE 'TALAOEMIT' TO WS-EVENTO-AUDITORIA
                   PERFORM GRAVAR-EVENTO-AUDITORIA
           END-WRITE.

      *PERCORRE OS TALOES DA CONTA E MARCA WS-SOBREPOSTO QUANDO UM
      *ATIVO TEM ALGUM NUMERO DA FAIXA NOVA.
       CONFERIR-SOBREPOSICAO-TALAO.

           MOVE 'N' TO WS-SOBREPOSTO
           MOVE 'N' TO WS-EOF
           MOVE WS-CONTA TO TAL-CONTA
           MOVE ZEROS    TO TAL-CHEQUE-INICIAL
           START TALONARIOS KEY IS NOT LESS THAN TAL-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF = 'Y'
               READ TALONARIOS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TAL-CONTA NOT = WS-CONTA
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF TAL-SITUACAO = 'A'
                           AND TAL-CHEQUE-INICIAL <= WS-CHEQUE-FINAL
                           AND TAL-CHEQUE-FINAL >= WS-CHEQUE-INICIAL
                               MOVE 'Y' TO WS-SOBREPOSTO
                               MOVE 'Y' TO WS-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *TALAO CANCELADO (NAO ENTREGUE OU RECOLHIDO): AS FOLHAS DELE
      *PASSAM A VOLTAR NA COMPENSACAO COMO NUNCA EMITIDAS.
       CANCELAR-TALAO.

           DISPLAY 'CONTA: '
           ACCEPT TAL-CONTA
           DISPLAY 'PRIMEIRO NUMERO DO TALAO: '
           ACCEPT TAL-CHEQUE-INICIAL

           READ TALONARIOS
               INVALID KEY
                   DISPLAY 'TALAO NAO ENCONTRADO.'
               NOT INVALID KEY
                   IF TAL-SITUACAO = 'C'
                       DISPLAY 'TALAO JA ESTAVA CANCELADO.'
                   ELSE
                       MOVE 'C' TO TAL-SITUACAO
                       REWRITE TALAO-REC
                       DISPLAY 'TALAO CANCELADO: CONTA ' TAL-CONTA
                           ' CHEQUES ' TAL-CHEQUE-INICIAL ' A '
                           TAL-CHEQUE-FINAL
                       MOVE 'TALAOCANC' TO WS-EVENTO-AUDITORIA
                       PERFORM GRAVAR-EVENTO-AUDITORIA
                   END-IF
           END-READ.

       LISTAR-TALOES.

           DISPLAY 'CONTA: '
           ACCEPT WS-CONTA

           MOVE 'N' TO WS-EOF
           MOVE ZEROS TO WS-QTD-LISTADOS
           MOVE WS-CONTA TO TAL-CONTA
           MOVE ZEROS    TO TAL-CHEQUE-INICIAL
           START TALONARIOS KEY IS NOT LESS THAN TAL-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START

           DISPLAY 'CONTA  INICIAL FINAL  EMISSAO  SIT OPERADOR'
           PERFORM UNTIL WS-EOF = 'Y'
               READ TALONARIOS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TAL-CONTA NOT = WS-CONTA
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           ADD 1 TO WS-QTD-LISTADOS
                           DISPLAY TAL-CONTA ' ' TAL-CHEQUE-INICIAL
                               '  ' TAL-CHEQUE-FINAL ' '
                               TAL-DATA-EMISSAO ' ' TAL-SITUACAO
                               '   ' TAL-EMITIDO-POR
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY 'TALOES LISTADOS: ' WS-QTD-LISTADOS.

      *A SUSTACAO VALE PARA CONTA DO MASTER, COM FAIXA VALIDA,
      *MOTIVO CONHECIDO E EXPIRACAO A PARTIR DE HOJE. CHEQUE UNICO E
      *A FAIXA DE UM NUMERO SO.
       INCLUIR-SUSTACAO.

           DISPLAY 'CONTA: '
           ACCEPT WS-CONTA
           PERFORM VALIDAR-CONTA-CHEQUE
           IF WS-CONTA-OK NOT = 'Y'
               DISPLAY 'SUSTACAO CANCELADA: CONTA INDISPONIVEL.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'PRIMEIRO CHEQUE A SUSTAR: '
           ACCEPT WS-CHEQUE-INICIAL
           DISPLAY 'ULTIMO CHEQUE A SUSTAR (ZEROS = SO O PRIMEIRO): '
           ACCEPT WS-CHEQUE-FINAL
           IF WS-CHEQUE-FINAL = ZEROS
               MOVE WS-CHEQUE-INICIAL TO WS-CHEQUE-FINAL
           END-IF
           IF WS-CHEQUE-INICIAL = ZEROS
           OR WS-CHEQUE-FINAL < WS-CHEQUE-INICIAL
               DISPLAY 'FAIXA DE CHEQUES INVALIDA, SUSTACAO NAO '
                   'GRAVADA.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'MOTIVO (C=CONTRA-ORDEM, F=FURTO/ROUBO/EXTRAVIO, '
               'B=FOLHAS EM BRANCO): '
           ACCEPT WS-MOTIVO-SUSTACAO
           IF WS-MOTIVO-SUSTACAO NOT = 'C'
           AND WS-MOTIVO-SUSTACAO NOT = 'F'
           AND WS-MOTIVO-SUSTACAO NOT = 'B'
               DISPLAY 'MOTIVO INVALIDO, SUSTACAO NAO GRAVADA.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'DATA DE EXPIRACAO DA SUSTACAO (AAAAMMDD): '
           ACCEPT WS-DATA-EXPIRACAO
           IF WS-DATA-EXPIRACAO < WS-DATA-HOJE
               DISPLAY 'EXPIRACAO ANTERIOR A HOJE, SUSTACAO NAO '
                   'GRAVADA.'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CONTA           TO SUS-CONTA
           MOVE WS-CHEQUE-INICIAL  TO SUS-CHEQUE-INICIAL
           MOVE WS-CHEQUE-FINAL    TO SUS-CHEQUE-FINAL
           MOVE WS-MOTIVO-SUSTACAO TO SUS-MOTIVO
           MOVE WS-DATA-HOJE       TO SUS-DATA-INCLUSAO
           MOVE WS-DATA-EXPIRACAO  TO SUS-DATA-EXPIRACAO
           MOVE 'A'                TO SUS-SITUACAO
           MOVE WS-OPERADOR-ID     TO SUS-INCLUIDO-POR
           MOVE SPACES             TO SUS-REVOGADO-POR
           MOVE ZEROS              TO SUS-DATA-REVOGACAO
           WRITE SUSTACAO-REC
               INVALID KEY
                   DISPLAY 'JA EXISTE SUSTACAO DA CONTA A PARTIR DO '
                       'CHEQUE ' WS-CHEQUE-INICIAL
                       ' (REVOGUE-A ANTES DE INCLUIR OUTRA).'
               NOT INVALID KEY
                   DISPLAY 'SUSTACAO INCLUIDA: CONTA ' WS-CONTA
                       ' CHEQUES ' WS-CHEQUE-INICIAL ' A '
                       WS-CHEQUE-FINAL ' ATE ' WS-DATA-EXPIRACAO
                   MOVE 'SUSTINCL' TO WS-EVENTO-AUDITORIA
                   PERFORM GRAVAR-EVENTO-AUDITORIA
           END-WRITE.

      *A SUSTACAO REVOGADA FICA NO CADASTRO COM QUEM REVOGOU E
      *QUANDO; A COMPENSACAO SO OLHA AS ATIVAS.
       REVOGAR-SUSTACAO.

           DISPLAY 'CONTA: '
           ACCEPT SUS-CONTA
           DISPLAY 'PRIMEIRO CHEQUE DA SUSTACAO: '
           ACCEPT SUS-CHEQUE-INICIAL

           READ SUSTACOES
               INVALID KEY
                   DISPLAY 'SUSTACAO NAO ENCONTRADA.'
               NOT INVALID KEY
                   IF SUS-SITUACAO NOT = 'A'
                       DISPLAY 'SUSTACAO JA ESTAVA REVOGADA.'
                   ELSE
                       MOVE 'R'            TO SUS-SITUACAO
                       MOVE WS-OPERADOR-ID TO SUS-REVOGADO-POR
                       MOVE WS-DATA-HOJE   TO SUS-DATA-REVOGACAO
                       REWRITE SUSTACAO-REC
                       DISPLAY 'SUSTACAO REVOGADA: CONTA ' SUS-CONTA
                           ' CHEQUES ' SUS-CHEQUE-INICIAL ' A '
                           SUS-CHEQUE-FINAL
                       MOVE 'SUSTREVOG' TO WS-EVENTO-AUDITORIA
                       PERFORM GRAVAR-EVENTO-AUDITORIA
                   END-IF
           END-READ.

       LISTAR-SUSTACOES.

           DISPLAY 'CONTA: '
           ACCEPT WS-CONTA

           MOVE 'N' TO WS-EOF
           MOVE ZEROS TO WS-QTD-LISTADOS
           MOVE WS-CONTA TO SUS-CONTA
           MOVE ZEROS    TO SUS-CHEQUE-INICIAL
           START SUSTACOES KEY IS NOT LESS THAN SUS-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START

           DISPLAY 'CONTA  INICIAL FINAL  MOT INCLUSAO EXPIRA   SIT'
               ' INCLUIDO REVOGADO'
           PERFORM UNTIL WS-EOF = 'Y'
               READ SUSTACOES NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SUS-CONTA NOT = WS-CONTA
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           ADD 1 TO WS-QTD-LISTADOS
                           DISPLAY SUS-CONTA ' ' SUS-CHEQUE-INICIAL
                               '  ' SUS-CHEQUE-FINAL ' ' SUS-MOTIVO
                               '   ' SUS-DATA-INCLUSAO ' '
                               SUS-DATA-EXPIRACAO ' ' SUS-SITUACAO
                               '   ' SUS-INCLUIDO-POR ' '
                               SUS-REVOGADO-POR
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY 'SUSTACOES LISTADAS: ' WS-QTD-LISTADOS.

      *CONFERE NO MASTER QUE A CONTA EXISTE; A SITUACAO FICA EM
      *CONTA-SITUACAO PARA QUEM CHAMOU.
       VALIDAR-CONTA-CHEQUE.

           MOVE 'N' TO WS-CONTA-OK

           OPEN INPUT CONTAS
           IF WS-CONTA-STATUS NOT = '00'
               DISPLAY 'MASTER DE CONTAS NAO ABRIU, STATUS: '
                   WS-CONTA-STATUS
           ELSE
               MOVE WS-CONTA TO CONTA-NUMERO
               READ CONTAS
                   INVALID KEY
                       DISPLAY 'CONTA NAO ENCONTRADA: ' WS-CONTA
                   NOT INVALID KEY
                       IF CONTA-SITUACAO = 'E'
                           DISPLAY 'CONTA ENCERRADA: ' WS-CONTA
                       ELSE
                           DISPLAY 'TITULAR CPF: ' CONTA-CPF-TITULAR
                           MOVE 'Y' TO WS-CONTA-OK
                       END-IF
               END-READ
               CLOSE CONTAS
           END-IF.

      *SIGN-ON DE OPERADOR COM SENHA, COMO NO CAIXA DA AGENCIA: SO
      *ENTRA OPERADOR ATIVO, NAO BLOQUEADO E COM A SENHA CERTA.
       VERIFICAR-OPERADOR.

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
                       IF OPR-ATIVO = 'Y' AND OPR-NIVEL >= 1
                           PERFORM CONFERIR-SENHA-OPERADOR
                       ELSE
                           DISPLAY 'ACESSO EXIGE OPERADOR ATIVO.'
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

       GRAVAR-EVENTO-AUDITORIA.

           OPEN EXTEND LOG-AUDITORIA
           IF WS-LOG-STATUS = '35'
               OPEN OUTPUT LOG-AUDITORIA
           END-IF

           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE WS-OPERADOR-ID        TO AUD-OPERADOR
           MOVE 'Q'                   TO AUD-OPCAO
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
