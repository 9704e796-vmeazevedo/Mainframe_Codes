      *=================================================================
       IDENTIFICATION                                  DIVISION.
      *=================================================================
       PROGRAM-ID. EncadeiaAuditoria.
      *******************************************************************
      * Author: Vinícius Azevedo
      * Date: 15/10/2026
      * Purpose: Modulo comum de encadeamento do log de auditoria
      * Tectonics: cobc
      ******************************************************************
      * Todo programa que grava em auditoria.log chama este modulo
      * (area AUDLINK) logo antes do WRITE e carimba o lancamento com
      * a sequencia e o hash devolvidos. O hash de cada lancamento e
      * calculado sobre o hash do lancamento anterior, a sequencia e
      * os campos do proprio lancamento, com uma semente fixa da
      * instalacao: alterar, apagar ou inserir uma linha no log (vivo
      * ou arquivado) quebra a cadeia dali em diante, e a verificacao
      * (VerificaAuditoria) aponta onde. A ultima sequencia e o ultimo
      * hash entregues ficam no arquivo ancora (auditoria_cadeia.dat),
      * lido e regravado a cada chamada e fechado antes de devolver,
      * como o controle de NSU; a ancora tambem denuncia linhas
      * apagadas do fim do log. Ancora ausente e criada com a primeira
      * sequencia; ancora inacessivel volta em RETORNO.
      * FUNCAO 'C' so calcula o hash (para a verificacao), sem tocar a
      * ancora.
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
           SELECT ANCORA-CADEIA ASSIGN TO 'auditoria_cadeia.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAC-CHAVE
           FILE STATUS IS WS-CAC-STATUS.

      *=================================================================
       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                    SECTION.
      *-----------------------------------------------------------------
      *UM REGISTRO POR CADEIA; HOJE SO A DO LOG DE AUDITORIA.
       FD  ANCORA-CADEIA.
       01  ANCORA-CADEIA-REC.
           05 CAC-CHAVE            PIC X(12).
           05 CAC-ULTIMA-SEQ       PIC 9(9).
           05 CAC-ULTIMO-HASH      PIC 9(10).
           05 CAC-ATUALIZADO       PIC X(21).

      *-----------------------------------------------------------------
       WORKING-STORAGE                         SECTION.
      *-----------------------------------------------------------------
       77 WS-CAC-STATUS        PIC X(2)    VALUE '00'.
       77 WS-CHAVE-AUDITORIA   PIC X(12)   VALUE 'AUDITORIA'.

      *CALCULO DO HASH: ACUMULADOR MODULO UM PRIMO DE 10 DIGITOS,
      *PARTINDO DO HASH ANTERIOR SOMADO A SEMENTE DA INSTALACAO, E
      *PASSANDO POR CADA BYTE DA SEQUENCIA E DO LANCAMENTO.
       77 WS-PRIMO             PIC 9(10)   VALUE 9999999967.
       77 WS-SEMENTE           PIC 9(10)   VALUE 4817263059.
       77 WS-ACUMULADOR        PIC 9(13)   VALUE ZEROS.
       77 WS-K                 PIC 9(2)    VALUE ZEROS.
       01 WS-TEXTO-HASH.
           05 WS-TXT-SEQUENCIA     PIC 9(9).
           05 WS-TXT-LANCAMENTO    PIC X(39).

      *-----------------------------------------------------------------
       LINKAGE                                 SECTION.
      *-----------------------------------------------------------------
       01  CAD-AREA.
           COPY AUDLINK REPLACING ==:PREFIX:== BY ==CAD==.

      *=================================================================
       PROCEDURE DIVISION USING CAD-AREA.
      *=================================================================
       ENCADEAR-LANCAMENTO.

           MOVE '00' TO CAD-RETORNO

           IF CAD-FUNCAO = 'C'
               PERFORM CALCULAR-HASH
               GOBACK
           END-IF

           MOVE ZEROS TO CAD-SEQUENCIA CAD-HASH

           OPEN I-O ANCORA-CADEIA
           IF WS-CAC-STATUS = '35'
               OPEN OUTPUT ANCORA-CADEIA
               CLOSE ANCORA-CADEIA
               OPEN I-O ANCORA-CADEIA
           END-IF
           IF WS-CAC-STATUS NOT = '00'
               DISPLAY 'EncadeiaAuditoria: ANCORA DA CADEIA '
                   'INACESSIVEL, STATUS: ' WS-CAC-STATUS
               MOVE WS-CAC-STATUS TO CAD-RETORNO
               GOBACK
           END-IF

           MOVE WS-CHAVE-AUDITORIA TO CAC-CHAVE
           READ ANCORA-CADEIA
               INVALID KEY
                   MOVE 1     TO CAD-SEQUENCIA
                   MOVE ZEROS TO CAD-HASH-ANTERIOR
                   PERFORM CALCULAR-HASH
                   MOVE CAD-SEQUENCIA TO CAC-ULTIMA-SEQ
                   MOVE CAD-HASH      TO CAC-ULTIMO-HASH
                   MOVE FUNCTION CURRENT-DATE TO CAC-ATUALIZADO
                   WRITE ANCORA-CADEIA-REC
               NOT INVALID KEY
                   COMPUTE CAD-SEQUENCIA = CAC-ULTIMA-SEQ + 1
                   MOVE CAC-ULTIMO-HASH TO CAD-HASH-ANTERIOR
                   PERFORM CALCULAR-HASH
                   MOVE CAD-SEQUENCIA TO CAC-ULTIMA-SEQ
                   MOVE CAD-HASH      TO CAC-ULTIMO-HASH
                   MOVE FUNCTION CURRENT-DATE TO CAC-ATUALIZADO
                   REWRITE ANCORA-CADEIA-REC
           END-READ

           MOVE WS-CAC-STATUS TO CAD-RETORNO
           IF WS-CAC-STATUS NOT = '00'
               DISPLAY 'EncadeiaAuditoria: FALHA AO GRAVAR A ANCORA '
                   'DA CADEIA, STATUS: ' WS-CAC-STATUS
               MOVE ZEROS TO CAD-SEQUENCIA CAD-HASH
           END-IF

           CLOSE ANCORA-CADEIA

           GOBACK.

       CALCULAR-HASH.

           MOVE CAD-SEQUENCIA  TO WS-TXT-SEQUENCIA
           MOVE CAD-LANCAMENTO TO WS-TXT-LANCAMENTO

           COMPUTE WS-ACUMULADOR = FUNCTION MOD(
               CAD-HASH-ANTERIOR + WS-SEMENTE, WS-PRIMO)

           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 48
               COMPUTE WS-ACUMULADOR = FUNCTION MOD(
                   WS-ACUMULADOR * 257
                   + FUNCTION ORD(WS-TEXTO-HASH(WS-K:1)), WS-PRIMO)
           END-PERFORM

           MOVE WS-ACUMULADOR TO CAD-HASH.
