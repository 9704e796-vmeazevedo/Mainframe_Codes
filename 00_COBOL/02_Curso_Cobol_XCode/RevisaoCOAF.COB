      *=================================================================
       IDENTIFICATION                                  DIVISION.
      *=================================================================
       PROGRAM-ID. RevisaoCOAF.
      *******************************************************************
      * Author: Vinícius Azevedo
      * Date: 15/10/2026
      * Purpose: Revisao dos casos de lavagem de dinheiro (COAF)
      * Tectonics: cobc
      ******************************************************************
      * Tela de supervisor da conformidade sobre o cadastro de casos
      * (coaf_alertas.dat) aberto pelo monitoramento noturno
      * MonitoraCOAF. Cada caso ainda aberto e mostrado e o
      * supervisor DESCARTA (arquivado, sem indicio) ou COMUNICA ao
      * COAF; a decisao fica no proprio caso (data e operador) e no
      * log de auditoria. Caso sem decisao continua aberto para a
      * proxima sessao. So NIVEL 2 entra, com senha, nas mesmas regras
      * de bloqueio e troca dos demais menus.
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
           SELECT ALERTAS ASSIGN TO 'coaf_alertas.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALR-NUMERO
           FILE STATUS IS WS-ALR-STATUS.

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
       FD  ALERTAS.
       01  ALERTA-REC.
           COPY COAFREC REPLACING ==:PREFIX:== BY ==ALR==.

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
       77 WS-ALR-STATUS        PIC X(2)    VALUE '00'.
       77 WS-OPR-STATUS        PIC X(2)    VALUE '00'.
       77 WS-LOG-STATUS        PIC X(2)    VALUE '00'.

       77 WS-EOF               PIC X(1)    VALUE 'N'.
       77 WS-DECISAO           PIC X(1)    VALUE SPACES.
       77 WS-QTD-DESCARTADOS   PIC 9(5)    VALUE ZEROS.
       77 WS-QTD-COMUNICADOS   PIC 9(5)    VALUE ZEROS.
       77 WS-QTD-MANTIDOS      PIC 9(5)    VALUE ZEROS.
       77 WS-DESCRICAO-REGRA   PIC X(30)   VALUE SPACES.
       77 WS-VALOR-ED          PIC Z(12)9.99 VALUE ZEROS.
       77 WS-REFERENCIA-ED     PIC -Z(12)9.99 VALUE ZEROS.

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

           PERFORM REVISAR-CASOS

           DISPLAY ' '
           DISPLAY 'REVISAO DE CASOS COAF'
           DISPLAY 'DESCARTADOS..: ' WS-QTD-DESCARTADOS
           DISPLAY 'COMUNICADOS..: ' WS-QTD-COMUNICADOS
           DISPLAY 'MANTIDOS.....: ' WS-QTD-MANTIDOS

           STOP RUN.

      *PERCORRE O CADASTRO NA ORDEM DO NUMERO DO CASO E SO PARA NOS
      *CASOS AINDA ABERTOS.
       REVISAR-CASOS.

           MOVE 'N' TO WS-EOF

           OPEN I-O ALERTAS
           IF WS-ALR-STATUS NOT = '00'
               DISPLAY 'NENHUM CASO COAF REGISTRADO.'
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO ALR-NUMERO
           START ALERTAS KEY IS NOT LESS THAN ALR-NUMERO
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF = 'Y'
               READ ALERTAS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ALR-SITUACAO = 'A'
                           PERFORM DECIDIR-CASO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ALERTAS.

      *D DESCARTA, C COMUNICA AO COAF, OUTRA RESPOSTA MANTEM O CASO
      *ABERTO PARA A PROXIMA SESSAO.
       DECIDIR-CASO.

           EVALUATE ALR-REGRA
               WHEN 'ESP'
                   MOVE 'ESPECIE ACIMA DO LIMITE NO DIA'
                       TO WS-DESCRICAO-REGRA
               WHEN 'FRC'
                   MOVE 'DEPOSITOS FRACIONADOS'
                       TO WS-DESCRICAO-REGRA
               WHEN 'GIR'
                   MOVE 'GIRO ACIMA DO SALDO MEDIO'
                       TO WS-DESCRICAO-REGRA
               WHEN OTHER
                   MOVE ALR-REGRA TO WS-DESCRICAO-REGRA
           END-EVALUATE
           MOVE ALR-VALOR-APURADO    TO WS-VALOR-ED
           MOVE ALR-VALOR-REFERENCIA TO WS-REFERENCIA-ED

           DISPLAY ' '
           DISPLAY 'CASO ' ALR-NUMERO ' ABERTO EM ' ALR-DATA-ABERTURA
               ' CPF ' ALR-CPF
           DISPLAY 'REGRA ' ALR-REGRA ' - ' WS-DESCRICAO-REGRA
           DISPLAY 'VALOR APURADO ' WS-VALOR-ED
               ' QTD ' ALR-QTD-APURADA
               ' REFERENCIA ' WS-REFERENCIA-ED
           DISPLAY 'D=DESCARTAR, C=COMUNICAR AO COAF, OUTRA=MANTER '
               'ABERTO: '
           ACCEPT WS-DECISAO

           EVALUATE WS-DECISAO
               WHEN 'D'
               WHEN 'd'
                   MOVE 'D' TO ALR-SITUACAO
                   MOVE 'COAFDESCA' TO WS-EVENTO-AUDITORIA
                   PERFORM REGISTRAR-DECISAO
                   ADD 1 TO WS-QTD-DESCARTADOS
                   DISPLAY 'CASO DESCARTADO.'
               WHEN 'C'
               WHEN 'c'
                   MOVE 'C' TO ALR-SITUACAO
                   MOVE 'COAFCOMUN' TO WS-EVENTO-AUDITORIA
                   PERFORM REGISTRAR-DECISAO
                   ADD 1 TO WS-QTD-COMUNICADOS
                   DISPLAY 'CASO MARCADO COMO COMUNICADO AO COAF.'
               WHEN OTHER
                   ADD 1 TO WS-QTD-MANTIDOS
           END-EVALUATE.

      *A DECISAO FICA NO CASO (DATA E SUPERVISOR) E NO LOG DE
      *AUDITORIA.
       REGISTRAR-DECISAO.

           MOVE FUNCTION CURRENT-DATE(1:8) TO ALR-DATA-DECISAO
           MOVE WS-OPERADOR-ID             TO ALR-OPERADOR
           REWRITE ALERTA-REC
               INVALID KEY
                   DISPLAY 'FALHA AO GRAVAR O CASO ' ALR-NUMERO
                       ', STATUS: ' WS-ALR-STATUS
           END-REWRITE

           PERFORM GRAVAR-EVENTO-AUDITORIA.

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
           MOVE 'C'                   TO AUD-OPCAO
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
