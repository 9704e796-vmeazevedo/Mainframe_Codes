      ******************************************************************
      * Author: Vinicius Azevedo
      * Date: 15/10/2026
      * Purpose: Aprovacao da previa da folha mensal
      * Tectonics: cobc
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. PROG43.
      *Aprovacao da previa da folha mensal pelo supervisor: a folha
      *final (PROG30 no modo 'F') so comeca com a previa da
      *competencia aprovada aqui. O sign-on e o dos menus, contra
      *operadores.dat: so entra supervisor (NIVEL 2) ativo, nao
      *bloqueado e com a senha certa, nas mesmas regras de falhas,
      *bloqueio e troca de senha. O supervisor nao pode aprovar a
      *previa que ele mesmo rodou. Mostra o relatorio de variacao
      *(folha_previa.dat) e os totais do controle
      *(folha_previa_ctl.dat); aprovada, a previa fica 'A' com o
      *supervisor e a data. Sign-ons recusados, bloqueios e a decisao
      *vao para auditoria.log.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREVIA-CONTROLE ASSIGN TO 'folha_previa_ctl.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRV-COMPETENCIA
           FILE STATUS IS WS-PRV-STATUS.

           SELECT FOLHA-PREVIA ASSIGN TO 'folha_previa.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PRE-STATUS.

           SELECT OPERADORES ASSIGN TO 'operadores.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-ID
           FILE STATUS IS WS-OPR-STATUS.

           SELECT LOG-AUDITORIA ASSIGN TO 'auditoria.log'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  PREVIA-CONTROLE.
       01  PREVIA-CONTROLE-REC.
           COPY PRVREC REPLACING ==:PREFIX:== BY ==PRV==.

       FD  FOLHA-PREVIA.
       01  LINHA-PREVIA            PIC X(80).

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

       WORKING-STORAGE SECTION.
       01  WS-PRV-STATUS       PIC X(2) VALUE '00'.
       01  WS-PRE-STATUS       PIC X(2) VALUE '00'.
       01  WS-OPR-STATUS       PIC X(2) VALUE '00'.
       01  WS-LOG-STATUS       PIC X(2) VALUE '00'.
       01  WS-EOF              PIC X(1) VALUE 'N'.
       01  WS-COMPETENCIA      PIC 9(6) VALUE ZEROS.
       01  WS-CONFIRMA         PIC X(1) VALUE SPACES.

      *SIGN-ON DE SUPERVISOR COM SENHA, NAS MESMAS REGRAS DOS MENUS:
      *FALHAS CONTADAS, BLOQUEIO NA TERCEIRA, TROCA FORCADA.
       01  WS-OPERADOR-ID      PIC X(8) VALUE SPACES.
       01  WS-SIGNON-OK        PIC X(1) VALUE 'N'.
       01  WS-SENHA-DIGITADA   PIC X(8) VALUE SPACES.
       01  WS-SENHA-NOVA       PIC X(8) VALUE SPACES.
       01  WS-VALIDADE-SENHA   PIC 9(3) VALUE 90.
       01  WS-DIAS-SENHA       PIC 9(5) VALUE ZEROS.
       01  WS-DATA-HOJE        PIC 9(8) VALUE ZEROS.
       01  WS-PRECISA-TROCA    PIC X(1) VALUE 'N'.
       01  WS-EVENTO-AUDITORIA PIC X(9) VALUE SPACES.

      *AREA DE COMUNICACAO COM O MODULO DE ENCADEAMENTO DO LOG DE
      *AUDITORIA (EncadeiaAuditoria): TODO LANCAMENTO GRAVADO NO LOG
      *LEVA A SEQUENCIA E O HASH QUE O AMARRAM AO ANTERIOR.
       01  WS-CAD-AREA.
           COPY AUDLINK REPLACING ==:PREFIX:== BY ==CAD==.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           MOVE WS-DATA-HOJE(1:6) TO WS-COMPETENCIA.

           DISPLAY 'DIGITE O ID DO OPERADOR: '.
           ACCEPT WS-OPERADOR-ID.
           PERFORM VERIFICAR-SUPERVISOR.
           IF WS-SIGNON-OK NOT = 'Y'
               MOVE 'SIGNON-NG' TO WS-EVENTO-AUDITORIA
               PERFORM GRAVAR-EVENTO-AUDITORIA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM DECIDIR-PREVIA.
       PROGRAM-DONE.
           STOP RUN.

      *A PREVIA DA COMPETENCIA CORRENTE, QUE E A QUE A FINAL PROCURA.
       DECIDIR-PREVIA.
           OPEN I-O PREVIA-CONTROLE.
           IF WS-PRV-STATUS NOT = '00'
               DISPLAY 'NENHUMA PREVIA DA FOLHA REGISTRADA '
                   '(folha_previa_ctl.dat).'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-COMPETENCIA TO PRV-COMPETENCIA.
           READ PREVIA-CONTROLE
               INVALID KEY
                   DISPLAY 'NENHUMA PREVIA DA COMPETENCIA '
                       WS-COMPETENCIA '. RODE A FOLHA NO MODO P.'
                   MOVE 8 TO RETURN-CODE
                   CLOSE PREVIA-CONTROLE
                   EXIT PARAGRAPH
           END-READ.

           IF PRV-SITUACAO = 'A'
               DISPLAY 'PREVIA DE ' WS-COMPETENCIA ' JA APROVADA POR '
                   PRV-SUPERVISOR ' EM ' PRV-DATA-APROVACAO '.'
               CLOSE PREVIA-CONTROLE
               EXIT PARAGRAPH
           END-IF.

           IF PRV-OPERADOR = WS-OPERADOR-ID
               DISPLAY 'A PREVIA FOI RODADA POR ' WS-OPERADOR-ID
                   ': A APROVACAO E DE OUTRO SUPERVISOR.'
               MOVE 'NEGADO' TO WS-EVENTO-AUDITORIA
               PERFORM GRAVAR-EVENTO-AUDITORIA
               MOVE 8 TO RETURN-CODE
               CLOSE PREVIA-CONTROLE
               EXIT PARAGRAPH
           END-IF.

           PERFORM LISTAR-PREVIA.
           PERFORM MOSTRAR-CONTROLE-PREVIA.

           DISPLAY 'APROVAR A PREVIA E LIBERAR A FOLHA FINAL (S/N)? '.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
               MOVE 'A'            TO PRV-SITUACAO
               MOVE WS-OPERADOR-ID TO PRV-SUPERVISOR
               MOVE WS-DATA-HOJE   TO PRV-DATA-APROVACAO
               REWRITE PREVIA-CONTROLE-REC
                   INVALID KEY
                       DISPLAY 'PREVIA NAO APROVADA, STATUS: '
                           WS-PRV-STATUS
               END-REWRITE
               IF WS-PRV-STATUS = '00'
                   DISPLAY 'PREVIA DE ' WS-COMPETENCIA ' APROVADA: '
                       'FOLHA FINAL LIBERADA.'
                   MOVE 'APROVADO' TO WS-EVENTO-AUDITORIA
                   PERFORM GRAVAR-EVENTO-AUDITORIA
               END-IF
           ELSE
               DISPLAY 'PREVIA NAO APROVADA: CORRIJA E RODE NOVA '
                   'PREVIA.'
               MOVE 'RECUSADO' TO WS-EVENTO-AUDITORIA
               PERFORM GRAVAR-EVENTO-AUDITORIA
           END-IF.

           CLOSE PREVIA-CONTROLE.

       LISTAR-PREVIA.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT FOLHA-PREVIA.
           IF WS-PRE-STATUS NOT = '00'
               DISPLAY 'RELATORIO DA PREVIA (folha_previa.dat) NAO '
                   'ABRIU, STATUS: ' WS-PRE-STATUS
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF = 'Y'
               READ FOLHA-PREVIA
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       DISPLAY LINHA-PREVIA
               END-READ
           END-PERFORM.

           CLOSE FOLHA-PREVIA.

       MOSTRAR-CONTROLE-PREVIA.
           DISPLAY ' '.
           DISPLAY 'COMPETENCIA.........: ' PRV-COMPETENCIA.
           DISPLAY 'PREVIA RODADA EM....: ' PRV-DATA-PREVIA
               ' POR ' PRV-OPERADOR.
           DISPLAY 'LIMITE DE VARIACAO..: ' PRV-LIMITE.
           DISPLAY 'FUNCIONARIOS........: ' PRV-QTD-FUNCIONARIOS.
           DISPLAY 'TOTAL BRUTO.........: ' PRV-TOTAL-BRUTO.
           DISPLAY 'TOTAL LIQUIDO.......: ' PRV-TOTAL-CREDITO.
           DISPLAY 'FUNC. COM VARIACAO..: ' PRV-VARIACOES.
           DISPLAY 'FUNCIONARIOS NOVOS..: ' PRV-NOVOS.
           DISPLAY 'FUNC. AUSENTES......: ' PRV-AUSENTES.

      *SIGN-ON DE SUPERVISOR COM SENHA, COMO NOS MENUS: SO ENTRA
      *NIVEL 2 ATIVO, NAO BLOQUEADO E COM A SENHA CERTA.
       VERIFICAR-SUPERVISOR.
           MOVE 'N' TO WS-SIGNON-OK.

           OPEN I-O OPERADORES.
           IF WS-OPR-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE OPERADORES INDISPONIVEL, STATUS: '
                   WS-OPR-STATUS
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-OPERADOR-ID TO OPR-ID.
           READ OPERADORES
               INVALID KEY
                   DISPLAY 'OPERADOR DESCONHECIDO: ' WS-OPERADOR-ID
               NOT INVALID KEY
                   IF OPR-ATIVO = 'Y' AND OPR-NIVEL >= 2
                       PERFORM CONFERIR-SENHA-OPERADOR
                   ELSE
                       DISPLAY 'APROVACAO EXIGE SUPERVISOR ATIVO.'
                   END-IF
           END-READ.
           CLOSE OPERADORES.

       CONFERIR-SENHA-OPERADOR.
           IF OPR-BLOQUEADO = 'S'
               DISPLAY 'OPERADOR BLOQUEADO, PROCURE UM SUPERVISOR: '
                   WS-OPERADOR-ID
               MOVE 'BLOQUEADO' TO WS-EVENTO-AUDITORIA
               PERFORM GRAVAR-EVENTO-AUDITORIA
               EXIT PARAGRAPH
           END-IF.

           DISPLAY 'SENHA: '.
           ACCEPT WS-SENHA-DIGITADA.

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
           END-IF.

           MOVE ZEROS TO OPR-FALHAS.
           MOVE WS-DATA-HOJE TO OPR-DATA-ULTIMO-ACESSO.

           PERFORM CONFERIR-VALIDADE-SENHA.
           IF WS-PRECISA-TROCA = 'S'
               PERFORM TROCAR-SENHA-NO-SIGNON
           END-IF.

           REWRITE OPERADOR-REC.
           MOVE 'Y' TO WS-SIGNON-OK.

      *WS-PRECISA-TROCA FICA 'S' QUANDO A SENHA NUNCA FOI TROCADA,
      *ESTA MARCADA PARA TROCA OU PASSOU DA VALIDADE DE 90 DIAS.
       CONFERIR-VALIDADE-SENHA.
           MOVE 'N' TO WS-PRECISA-TROCA.

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
               'OBRIGATORIA.'.
           DISPLAY 'NOVA SENHA: '.
           ACCEPT WS-SENHA-NOVA.
           PERFORM UNTIL WS-SENHA-NOVA NOT = SPACES
               AND WS-SENHA-NOVA NOT = OPR-SENHA
               DISPLAY 'SENHA NOVA INVALIDA (VAZIA OU IGUAL A '
                   'ATUAL). NOVA SENHA: '
               ACCEPT WS-SENHA-NOVA
           END-PERFORM.
           MOVE WS-SENHA-NOVA TO OPR-SENHA.
           MOVE WS-DATA-HOJE  TO OPR-DATA-TROCA.
           MOVE 'N'           TO OPR-TROCA-OBRIG.
           DISPLAY 'SENHA TROCADA.'.

      *ASSUME WS-EVENTO-AUDITORIA CARREGADO PELO CHAMADOR. A OPCAO 'F'
      *IDENTIFICA A APROVACAO DA FOLHA NO LOG.
       GRAVAR-EVENTO-AUDITORIA.
           OPEN EXTEND LOG-AUDITORIA.
           IF WS-LOG-STATUS = '35'
               OPEN OUTPUT LOG-AUDITORIA
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           MOVE WS-OPERADOR-ID        TO AUD-OPERADOR.
           MOVE 'F'                   TO AUD-OPCAO.
           MOVE WS-EVENTO-AUDITORIA   TO AUD-RESULTADO.
      *ENCADEIA O LANCAMENTO AO ANTERIOR; SEM ANCORA ACESSIVEL ELE
      *E GRAVADO COM SEQUENCIA ZERADA E A VERIFICACAO APONTA.
           MOVE 'E' TO CAD-FUNCAO.
           MOVE AUDITORIA-REC(1:39) TO CAD-LANCAMENTO.
           CALL 'EncadeiaAuditoria' USING WS-CAD-AREA.
           MOVE CAD-SEQUENCIA TO AUD-SEQUENCIA.
           MOVE CAD-HASH      TO AUD-HASH.
           WRITE AUDITORIA-REC.

           CLOSE LOG-AUDITORIA.
