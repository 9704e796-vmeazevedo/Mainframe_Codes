      *    erros seguidos bloqueiam o operador. O reset de senha e o
      *    desbloqueio (opcao 4) sao de supervisor e ficam no log de
      *    auditoria, como os bloqueios.
      *    Todo sign-on com senha certa grava a data do ultimo acesso.
      *    A recertificacao de acesso (opcao 5) mostra os operadores
      *    ativos com ciclo pendente -- aberto no fim do mes pelo passo
      *    RecertificaOperadores -- para o supervisor confirmar,
      *    confirmar rebaixando para nivel 1 ou revogar; ninguem
      *    recertifica a si mesmo. As decisoes vao para o historico
      *    recertificacoes.dat e para o log de auditoria.
      ******************************************************************
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           SELECT LOG-AUDITORIA ASSIGN TO 'auditoria.log'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.

           SELECT RECERTIFICACOES ASSIGN TO 'recertificacoes.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RCH-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
           05 AUD-OPERADOR          PIC X(08).
           05 AUD-OPCAO             PIC X(01).
           05 AUD-RESULTADO         PIC X(09).
           05 AUD-SEQUENCIA         PIC 9(09).
           05 AUD-HASH              PIC 9(10).

       FD  RECERTIFICACOES.
       01  RECERTIFICACAO-REC.
           COPY RECERTREC REPLACING ==:PREFIX:== BY ==RCH==.

       WORKING-STORAGE SECTION.
       01  WS-OPR-STATUS           PIC X(02) VALUE '00'.
       01  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       01  WS-EVENTO-AUDITORIA     PIC X(09) VALUE SPACES.
       01  WS-PRECISA-TROCA        PIC X(01) VALUE 'N'.
       01  WS-RCH-STATUS           PIC X(02) VALUE '00'.
       01  WS-ATIVO-ANTERIOR       PIC X(01) VALUE SPACES.
       01  WS-NIVEL-ANTERIOR       PIC 9(01) VALUE ZEROS.
       01  WS-DECISAO              PIC X(01) VALUE SPACES.
       01  WS-RESULTADO-RECERT     PIC X(01) VALUE SPACES.
       01  WS-QTD-PENDENTES        PIC 9(05) VALUE ZEROS.

      *AREA DE COMUNICACAO COM O MODULO DE ENCADEAMENTO DO LOG DE
      *AUDITORIA (EncadeiaAuditoria): TODO LANCAMENTO GRAVADO NO LOG
      *LEVA A SEQUENCIA E O HASH QUE O AMARRAM AO ANTERIOR.
       01  WS-CAD-AREA.
           COPY AUDLINK REPLACING ==:PREFIX:== BY ==CAD==.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
               DISPLAY '2 - ALTERAR OPERADOR (NOME/NIVEL/ATIVO)'
               DISPLAY '3 - LISTAR OPERADORES'
               DISPLAY '4 - RESET DE SENHA / DESBLOQUEIO'
               DISPLAY '5 - RECERTIFICACAO DE ACESSO'
               DISPLAY '0 - SAIR'
               DISPLAY 'ESCOLHA UMA OPCAO: '
               ACCEPT WS-OPCAO-MENU
                       PERFORM LISTAR-OPERADORES
                   WHEN '4'
                       PERFORM RESETAR-SENHA-OPERADOR
                   WHEN '5'
                       PERFORM RECERTIFICAR-OPERADORES
                   WHEN '0'
                       CONTINUE
                   WHEN OTHER
           END-IF

           MOVE ZEROS TO OPR-FALHAS
           MOVE WS-DATA-HOJE TO OPR-DATA-ULTIMO-ACESSO

           PERFORM CONFERIR-VALIDADE-SENHA
           IF WS-PRECISA-TROCA = 'S'
           MOVE ZEROS TO OPR-FALHAS.
           MOVE 'N'   TO OPR-BLOQUEADO.
           MOVE 'S'   TO OPR-TROCA-OBRIG.
      *O RELOGIO DE INATIVIDADE COMECA NA INCLUSAO.
           MOVE WS-DATA-HOJE TO OPR-DATA-ULTIMO-ACESSO.
           MOVE SPACES TO OPR-RECERT-SITUACAO.
           MOVE ZEROS  TO OPR-RECERT-DATA.

           WRITE OPERADOR-REC
               INVALID KEY
                   DISPLAY 'NOME ATUAL..: ' OPR-NOME
                   DISPLAY 'NIVEL ATUAL.: ' OPR-NIVEL
                   DISPLAY 'ATIVO ATUAL.: ' OPR-ATIVO
                   MOVE OPR-ATIVO TO WS-ATIVO-ANTERIOR
                   DISPLAY 'NOVO NOME: '
                   ACCEPT OPR-NOME
                   DISPLAY 'NOVO NIVEL (1=OPERACAO, 2=SUPERVISOR): '
                   ACCEPT OPR-NIVEL
                   DISPLAY 'ATIVO (Y/N): '
                   ACCEPT OPR-ATIVO
      *REATIVACAO RECOMECA O RELOGIO DE INATIVIDADE E TIRA O
      *OPERADOR DO CICLO DE RECERTIFICACAO EM QUE FOI DESATIVADO.
                   IF OPR-ATIVO = 'Y' AND WS-ATIVO-ANTERIOR NOT = 'Y'
                       MOVE WS-DATA-HOJE TO OPR-DATA-ULTIMO-ACESSO
                       MOVE SPACES TO OPR-RECERT-SITUACAO
                       MOVE ZEROS  TO OPR-RECERT-DATA
                   END-IF
                   REWRITE OPERADOR-REC
                       INVALID KEY
                           DISPLAY 'REGRAVACAO FALHOU: ' OPR-ID
                       MOVE 'Y' TO WS-EOF
               END-START
               DISPLAY 'ID       NOME                      NV ATIVO'
                   ' ULT.ACESSO RECERT'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ OPERADORES NEXT RECORD
                       AT END
                   END-READ
                   IF WS-EOF NOT = 'Y'
                       DISPLAY OPR-ID ' ' OPR-NOME ' ' OPR-NIVEL
                           '  ' OPR-ATIVO '    ' OPR-DATA-ULTIMO-ACESSO
                           ' ' OPR-RECERT-SITUACAO
                   END-IF
               END-PERFORM
               CLOSE OPERADORES

           CLOSE OPERADORES.

      *RECERTIFICACAO DE ACESSO: PERCORRE OS OPERADORES ATIVOS COM
      *CICLO PENDENTE ('P', ABERTO PELO PASSO MENSAL
      *RecertificaOperadores) E O SUPERVISOR DECIDE CADA UM. QUEM
      *FICAR PENDENTE ALEM DO PRAZO E DESATIVADO PELO PASSO NOTURNO.
       RECERTIFICAR-OPERADORES.

           MOVE 'N' TO WS-EOF.
           MOVE ZEROS TO WS-QTD-PENDENTES.

           OPEN I-O OPERADORES.
           IF WS-OPR-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE OPERADORES INDISPONIVEL, STATUS: '
                   WS-OPR-STATUS
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO OPR-ID.
           START OPERADORES KEY IS NOT LESS THAN OPR-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.

           PERFORM UNTIL WS-EOF = 'Y'
               READ OPERADORES NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'Y'
                   IF OPR-ATIVO = 'Y' AND OPR-RECERT-SITUACAO = 'P'
                       ADD 1 TO WS-QTD-PENDENTES
                       PERFORM DECIDIR-RECERTIFICACAO
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE OPERADORES.

           IF WS-QTD-PENDENTES = ZEROS
               DISPLAY 'NENHUM OPERADOR PENDENTE DE RECERTIFICACAO.'
           END-IF.

      *DECISAO SOBRE O REGISTRO CORRENTE (CADASTRO ABERTO EM I-O):
      *'C' CONFIRMA, '1' CONFIRMA REBAIXANDO PARA NIVEL 1, 'R' REVOGA
      *(DESATIVA), 'F' ENCERRA A REVISAO; QUALQUER OUTRA RESPOSTA
      *DEIXA O OPERADOR PENDENTE. O SUPERVISOR LOGADO NAO DECIDE
      *SOBRE O PROPRIO ACESSO -- OUTRO SUPERVISOR CONFIRMA.
       DECIDIR-RECERTIFICACAO.

           DISPLAY ' '
           DISPLAY 'OPERADOR......: ' OPR-ID ' ' OPR-NOME
           DISPLAY 'NIVEL.........: ' OPR-NIVEL
           DISPLAY 'ULTIMO ACESSO.: ' OPR-DATA-ULTIMO-ACESSO
           DISPLAY 'CICLO ABERTO..: ' OPR-RECERT-DATA

           IF OPR-ID = WS-OPERADOR-ID
               DISPLAY 'PROPRIO ACESSO: OUTRO SUPERVISOR CONFIRMA.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'C=CONFIRMA 1=CONFIRMA COMO NIVEL 1 R=REVOGA '
               'F=ENCERRA (OUTRA TECLA: FICA PENDENTE): '
           MOVE SPACES TO WS-DECISAO
           ACCEPT WS-DECISAO
           MOVE OPR-NIVEL TO WS-NIVEL-ANTERIOR

           EVALUATE TRUE
               WHEN WS-DECISAO = 'C'
                 OR (WS-DECISAO = '1' AND OPR-NIVEL = 1)
                   MOVE 'C'         TO OPR-RECERT-SITUACAO
                   MOVE 'C'         TO WS-RESULTADO-RECERT
                   MOVE 'RECERT-OK' TO WS-EVENTO-AUDITORIA
               WHEN WS-DECISAO = '1'
                   MOVE 1           TO OPR-NIVEL
                   MOVE 'C'         TO OPR-RECERT-SITUACAO
                   MOVE 'B'         TO WS-RESULTADO-RECERT
                   MOVE 'REBAIXADO' TO WS-EVENTO-AUDITORIA
               WHEN WS-DECISAO = 'R'
                   MOVE 'N'         TO OPR-ATIVO
                   MOVE 'R'         TO OPR-RECERT-SITUACAO
                   MOVE 'R'         TO WS-RESULTADO-RECERT
                   MOVE 'REVOGADO'  TO WS-EVENTO-AUDITORIA
               WHEN WS-DECISAO = 'F'
                   MOVE 'Y' TO WS-EOF
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY 'FICA PENDENTE: ' OPR-ID
                   EXIT PARAGRAPH
           END-EVALUATE

           REWRITE OPERADOR-REC
               INVALID KEY
                   DISPLAY 'REGRAVACAO FALHOU: ' OPR-ID
               NOT INVALID KEY
                   DISPLAY 'DECISAO REGISTRADA: ' OPR-ID ' '
                       WS-EVENTO-AUDITORIA
                   PERFORM GRAVAR-HISTORICO-RECERT
                   PERFORM GRAVAR-EVENTO-RECERT
           END-REWRITE.

      *HISTORICO DA RECERTIFICACAO PARA A AUDITORIA: NIVEL DE ANTES
      *DA DECISAO E O SUPERVISOR QUE DECIDIU.
       GRAVAR-HISTORICO-RECERT.

           OPEN EXTEND RECERTIFICACOES.
           IF WS-RCH-STATUS = '35'
               OPEN OUTPUT RECERTIFICACOES
           END-IF.

           MOVE FUNCTION CURRENT-DATE  TO RCH-TIMESTAMP.
           MOVE OPR-RECERT-DATA        TO RCH-DATA-CICLO.
           MOVE OPR-ID                 TO RCH-OPERADOR.
           MOVE WS-NIVEL-ANTERIOR      TO RCH-NIVEL.
           MOVE OPR-DATA-ULTIMO-ACESSO TO RCH-ULTIMO-ACESSO.
           MOVE WS-RESULTADO-RECERT    TO RCH-RESULTADO.
           MOVE WS-OPERADOR-ID         TO RCH-SUPERVISOR.
           WRITE RECERTIFICACAO-REC.

           CLOSE RECERTIFICACOES.

      *EVENTO DE SEGURANCA DO OPERADOR QUE ESTA TENTANDO ENTRAR.
       GRAVAR-EVENTO-AUDITORIA.

           MOVE WS-OPERADOR-ID        TO AUD-OPERADOR.
           MOVE 'L'                   TO AUD-OPCAO.
           MOVE WS-EVENTO-AUDITORIA   TO AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA-ENCADEADA.

           CLOSE LOG-AUDITORIA.

           MOVE OPR-ID                TO AUD-OPERADOR.
           MOVE '4'                   TO AUD-OPCAO.
           MOVE WS-EVENTO-AUDITORIA   TO AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA-ENCADEADA.

           CLOSE LOG-AUDITORIA.

      *A DECISAO DE RECERTIFICACAO TAMBEM E REGISTRADA CONTRA O ID
      *RECERTIFICADO, COMO O RESET; O SUPERVISOR FICA NO HISTORICO.
       GRAVAR-EVENTO-RECERT.

           OPEN EXTEND LOG-AUDITORIA.
           IF WS-LOG-STATUS = '35'
               OPEN OUTPUT LOG-AUDITORIA
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           MOVE OPR-ID                TO AUD-OPERADOR.
           MOVE '5'                   TO AUD-OPCAO.
           MOVE WS-EVENTO-AUDITORIA   TO AUD-RESULTADO.
           PERFORM GRAVAR-AUDITORIA-ENCADEADA.

           CLOSE LOG-AUDITORIA.

      *ENCADEIA O LANCAMENTO AO ANTERIOR (EncadeiaAuditoria) E GRAVA.
      *SEM ANCORA ACESSIVEL O LANCAMENTO E GRAVADO ASSIM MESMO, COM
      *SEQUENCIA ZERADA -- A VERIFICACAO DA CADEIA APONTA A FALHA.
       GRAVAR-AUDITORIA-ENCADEADA.

           MOVE 'E' TO CAD-FUNCAO.
           MOVE AUDITORIA-REC(1:39) TO CAD-LANCAMENTO.
           CALL 'EncadeiaAuditoria' USING WS-CAD-AREA.
           MOVE CAD-SEQUENCIA TO AUD-SEQUENCIA.
           MOVE CAD-HASH      TO AUD-HASH.
           WRITE AUDITORIA-REC.
