      *=================================================================
       IDENTIFICATION                                  DIVISION.
      *=================================================================
       PROGRAM-ID. RevisaoCredito.
      *******************************************************************
      * Author: Vinícius Azevedo
      * Date: 15/10/2026
      * Purpose: Decisao do oficial de credito nos contratos pendentes
      * Tectonics: cobc
      ******************************************************************
      * Tela do oficial de credito para os contratos que a analise
      * noturna (AnaliseCredito) deixou na faixa intermediaria da nota
      * (analise_credito.dat com SITUACAO 'P'): para cada um o oficial
      * ve a nota e o historico que a formou e APROVA -- o contrato
      * origina e desembolsa na proxima noite -- ou RECUSA, sempre com
      * um motivo. A decisao e regravada na analise com o oficial e a
      * data, vai para o log de decisoes de credito
      * (credito_decisoes.log) e para o log de auditoria. Recusa
      * tambem entra nas excecoes de situacao. So NIVEL 2 entra, com
      * senha, nas mesmas regras de bloqueio e troca dos demais menus.
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
           SELECT ANALISE-CREDITO ASSIGN TO 'analise_credito.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRD-CONTRATO
           FILE STATUS IS WS-CRD-STATUS.

           SELECT DECISOES-CREDITO ASSIGN TO 'credito_decisoes.log'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-DEC-STATUS.

           SELECT EXCECOES-SITUACAO ASSIGN TO 'situacao_exc.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-SIT-STATUS.

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
       FD  ANALISE-CREDITO.
       01  ANALISE-CREDITO-REC.
           COPY CREDREC REPLACING ==:PREFIX:== BY ==CRD==.

      *UMA LINHA POR DECISAO DO OFICIAL: QUEM, QUANDO, O QUE E POR QUE.
       FD  DECISOES-CREDITO.
       01  DECISAO-CREDITO-REC.
           05 DEC-TIMESTAMP        PIC X(21).
           05 DEC-CONTRATO         PIC 9(6).
           05 DEC-CONTA            PIC 9(6).
           05 DEC-PRINCIPAL        PIC 9(9)V99.
           05 DEC-NOTA             PIC 9(4).
           05 DEC-OFICIAL          PIC X(8).
           05 DEC-DECISAO          PIC X(1).
           05 DEC-MOTIVO           PIC X(40).

       FD  EXCECOES-SITUACAO.
       01  EXCECAO-SITUACAO-REC.
           05 EXS-TIMESTAMP        PIC X(21).
           05 EXS-CONTA            PIC 9(6).
           05 EXS-PROGRAMA         PIC X(12).
           05 EXS-MOTIVO           PIC X(12).
           05 EXS-VALOR            PIC 9(9)V99.

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
       77 WS-CRD-STATUS        PIC X(2)    VALUE '00'.
       77 WS-DEC-STATUS        PIC X(2)    VALUE '00'.
       77 WS-SIT-STATUS        PIC X(2)    VALUE '00'.
       77 WS-OPR-STATUS        PIC X(2)    VALUE '00'.
       77 WS-LOG-STATUS        PIC X(2)    VALUE '00'.

       77 WS-EOF               PIC X(1)    VALUE 'N'.
       77 WS-DECISAO           PIC X(1)    VALUE SPACES.
       77 WS-MOTIVO            PIC X(40)   VALUE SPACES.
       77 WS-QTD-APROVADOS     PIC 9(5)    VALUE ZEROS.
       77 WS-QTD-RECUSADOS     PIC 9(5)    VALUE ZEROS.
       77 WS-QTD-MANTIDOS      PIC 9(5)    VALUE ZEROS.

      *SIGN-ON DE SUPERVISOR COM SENHA, NAS MESMAS REGRAS DOS DEMAIS
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
           PERFORM VERIFICAR-SUPERVISOR

           IF WS-SIGNON-OK NOT = 'Y'
               MOVE 'SIGNON-NG' TO WS-EVENTO-AUDITORIA
               PERFORM GRAVAR-EVENTO-AUDITORIA
               STOP RUN
           END-IF

           PERFORM REVISAR-PENDENTES

           DISPLAY ' '
           DISPLAY 'REVISAO DE CREDITO DOS CONTRATOS PENDENTES'
           DISPLAY 'APROVADOS....: ' WS-QTD-APROVADOS
           DISPLAY 'RECUSADOS....: ' WS-QTD-RECUSADOS
           DISPLAY 'MANTIDOS.....: ' WS-QTD-MANTIDOS

           STOP RUN.

      *PERCORRE A ANALISE INTEIRA NA ORDEM DO CONTRATO; SO OS
      *PENDENTES ('P') VAO PARA A TELA.
       REVISAR-PENDENTES.

           MOVE 'N' TO WS-EOF

           OPEN I-O ANALISE-CREDITO
           IF WS-CRD-STATUS NOT = '00'
               DISPLAY 'SEM ANALISE DE CREDITO (analise_credito.dat), '
                   'STATUS: ' WS-CRD-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO CRD-CONTRATO
           START ANALISE-CREDITO KEY IS NOT LESS THAN CRD-CONTRATO
               INVALID KEY
                   DISPLAY 'NENHUM CONTRATO ANALISADO.'
                   MOVE 'Y' TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF = 'Y'
               READ ANALISE-CREDITO NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CRD-SITUACAO = 'P'
                           PERFORM DECIDIR-CONTRATO
                       END-IF
               END-READ
           END-PERFORM

           IF WS-QTD-APROVADOS + WS-QTD-RECUSADOS + WS-QTD-MANTIDOS
               = ZEROS
               DISPLAY 'NENHUM CONTRATO PENDENTE DE DECISAO.'
           END-IF

           CLOSE ANALISE-CREDITO.

      *A APRESENTA A MESMA FOTOGRAFIA QUE FORMOU A NOTA. A APROVA, R
      *RECUSA (AMBAS EXIGEM MOTIVO), OUTRA RESPOSTA MANTEM PENDENTE
      *PARA A PROXIMA SESSAO.
       DECIDIR-CONTRATO.

           DISPLAY ' '
           DISPLAY 'CONTRATO ' CRD-CONTRATO ' CONTA ' CRD-CONTA
               ' CPF ' CRD-CPF ' ANALISE ' CRD-DATA-ANALISE
           DISPLAY '  PRINCIPAL ' CRD-PRINCIPAL
               ' PRAZO ' CRD-PRAZO-MESES ' MESES'
               ' NOTA ' CRD-NOTA
           DISPLAY '  SALDO MEDIO ' CRD-SALDO-MEDIO
               ' (' CRD-MESES-HISTORICO ' MESES)'
               ' RECUSAS POR SALDO ' CRD-QTD-NSF
           DISPLAY '  DIAS NO CHEQUE ESPECIAL ' CRD-DIAS-CHEQUE
               ' PARCELAS EM ATRASO ' CRD-PARC-ATRASO
               ' EXPOSICAO ' CRD-EXPOSICAO
           DISPLAY 'A=APROVAR, R=RECUSAR, OUTRA=MANTER PENDENTE: '
           ACCEPT WS-DECISAO

           EVALUATE WS-DECISAO
               WHEN 'A'
               WHEN 'a'
                   MOVE 'A' TO WS-DECISAO
               WHEN 'R'
               WHEN 'r'
                   MOVE 'R' TO WS-DECISAO
               WHEN OTHER
                   ADD 1 TO WS-QTD-MANTIDOS
                   DISPLAY 'CONTRATO MANTIDO PENDENTE.'
                   EXIT PARAGRAPH
           END-EVALUATE

           DISPLAY 'MOTIVO DA DECISAO: '
           ACCEPT WS-MOTIVO
           PERFORM UNTIL WS-MOTIVO NOT = SPACES
               DISPLAY 'O MOTIVO E OBRIGATORIO. MOTIVO DA DECISAO: '
               ACCEPT WS-MOTIVO
           END-PERFORM

           MOVE WS-DECISAO     TO CRD-SITUACAO
           MOVE WS-OPERADOR-ID TO CRD-DECIDIDO-POR
           MOVE FUNCTION CURRENT-DATE TO CRD-DATA-DECISAO
           MOVE WS-MOTIVO      TO CRD-MOTIVO
           REWRITE ANALISE-CREDITO-REC
               INVALID KEY
                   DISPLAY 'FALHA AO GRAVAR A DECISAO, STATUS: '
                       WS-CRD-STATUS ' CONTRATO ' CRD-CONTRATO
                   ADD 1 TO WS-QTD-MANTIDOS
                   EXIT PARAGRAPH
           END-REWRITE

           PERFORM GRAVAR-DECISAO-CREDITO

           IF WS-DECISAO = 'A'
               ADD 1 TO WS-QTD-APROVADOS
               MOVE 'CREDAPROV' TO WS-EVENTO-AUDITORIA
               PERFORM GRAVAR-EVENTO-AUDITORIA
               DISPLAY 'CONTRATO APROVADO, ORIGINA NA PROXIMA NOITE.'
           ELSE
               ADD 1 TO WS-QTD-RECUSADOS
               PERFORM REGISTRAR-EXCECAO-RECUSA
               MOVE 'CREDRECUS' TO WS-EVENTO-AUDITORIA
               PERFORM GRAVAR-EVENTO-AUDITORIA
               DISPLAY 'CONTRATO RECUSADO.'
           END-IF.

       GRAVAR-DECISAO-CREDITO.

           OPEN EXTEND DECISOES-CREDITO
           IF WS-DEC-STATUS = '35'
               OPEN OUTPUT DECISOES-CREDITO
           END-IF

           MOVE CRD-DATA-DECISAO TO DEC-TIMESTAMP
           MOVE CRD-CONTRATO     TO DEC-CONTRATO
           MOVE CRD-CONTA        TO DEC-CONTA
           MOVE CRD-PRINCIPAL    TO DEC-PRINCIPAL
           MOVE CRD-NOTA         TO DEC-NOTA
           MOVE WS-OPERADOR-ID   TO DEC-OFICIAL
           MOVE WS-DECISAO       TO DEC-DECISAO
           MOVE WS-MOTIVO        TO DEC-MOTIVO

           WRITE DECISAO-CREDITO-REC

           CLOSE DECISOES-CREDITO.

       REGISTRAR-EXCECAO-RECUSA.

           OPEN EXTEND EXCECOES-SITUACAO
           IF WS-SIT-STATUS = '35'
               OPEN OUTPUT EXCECOES-SITUACAO
           END-IF

           MOVE FUNCTION CURRENT-DATE TO EXS-TIMESTAMP
           MOVE CRD-CONTA             TO EXS-CONTA
           MOVE 'REVISAOCRED'         TO EXS-PROGRAMA
           MOVE 'CRED RECUSA'         TO EXS-MOTIVO
           MOVE CRD-PRINCIPAL         TO EXS-VALOR

           WRITE EXCECAO-SITUACAO-REC

           CLOSE EXCECOES-SITUACAO.

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

       GRAVAR-EVENTO-AUDITORIA.

           OPEN EXTEND LOG-AUDITORIA
           IF WS-LOG-STATUS = '35'
               OPEN OUTPUT LOG-AUDITORIA
           END-IF

           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE WS-OPERADOR-ID        TO AUD-OPERADOR
           MOVE 'A'                   TO AUD-OPCAO
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
