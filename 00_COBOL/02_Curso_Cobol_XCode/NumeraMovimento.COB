      *=================================================================
       IDENTIFICATION                                  DIVISION.
      *=================================================================
       PROGRAM-ID. NumeraMovimento.
      *******************************************************************
      * Author: Vinícius Azevedo
      * Date: 15/10/2026
      * Purpose: Modulo compartilhado de numeracao de movimentos (NSU)
      * Tectonics: cobc
      ******************************************************************
      * Todo programa que grava no diario de movimentos chama este
      * modulo (area NSULINK) logo antes do WRITE e carimba o
      * movimento com o numero devolvido: o NSU, numero sequencial
      * unico de movimento, que fecha a chave do diario indexado
      * (conta + data + NSU). O ultimo NSU entregue fica no arquivo
      * de controle (nsu_controle.dat), lido e regravado a cada
      * chamada e fechado antes de devolver, para que o batch e os
      * programas online nunca entreguem o mesmo numero duas vezes.
      * Controle ausente e criado com o primeiro numero; controle
      * inacessivel volta em RETORNO e o chamador nao grava.
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
           SELECT CONTROLE-NSU ASSIGN TO 'nsu_controle.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NSC-CHAVE
           FILE STATUS IS WS-NSC-STATUS.

      *=================================================================
       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                    SECTION.
      *-----------------------------------------------------------------
      *UM REGISTRO POR SEQUENCIA; HOJE SO A DO DIARIO DE MOVIMENTOS.
       FD  CONTROLE-NSU.
       01  CONTROLE-NSU-REC.
           05 NSC-CHAVE            PIC X(12).
           05 NSC-ULTIMO           PIC 9(10).
           05 NSC-ATUALIZADO       PIC X(21).

      *-----------------------------------------------------------------
       WORKING-STORAGE                         SECTION.
      *-----------------------------------------------------------------
       77 WS-NSC-STATUS        PIC X(2)    VALUE '00'.
       77 WS-CHAVE-MOVIMENTOS  PIC X(12)   VALUE 'MOVIMENTOS'.

      *-----------------------------------------------------------------
       LINKAGE                                 SECTION.
      *-----------------------------------------------------------------
       01  NSU-AREA.
           COPY NSULINK REPLACING ==:PREFIX:== BY ==NSU==.

      *=================================================================
       PROCEDURE DIVISION USING NSU-AREA.
      *=================================================================
       ENTREGAR-PROXIMO-NSU.

           MOVE ZEROS TO NSU-NUMERO

           OPEN I-O CONTROLE-NSU
           IF WS-NSC-STATUS = '35'
               OPEN OUTPUT CONTROLE-NSU
               CLOSE CONTROLE-NSU
               OPEN I-O CONTROLE-NSU
           END-IF
           IF WS-NSC-STATUS NOT = '00'
               DISPLAY 'NumeraMovimento: CONTROLE DE NSU INACESSIVEL, '
                   'STATUS: ' WS-NSC-STATUS
               MOVE WS-NSC-STATUS TO NSU-RETORNO
               GOBACK
           END-IF

           MOVE WS-CHAVE-MOVIMENTOS TO NSC-CHAVE
           READ CONTROLE-NSU
               INVALID KEY
                   MOVE 1 TO NSC-ULTIMO
                   MOVE FUNCTION CURRENT-DATE TO NSC-ATUALIZADO
                   WRITE CONTROLE-NSU-REC
               NOT INVALID KEY
                   ADD 1 TO NSC-ULTIMO
                   MOVE FUNCTION CURRENT-DATE TO NSC-ATUALIZADO
                   REWRITE CONTROLE-NSU-REC
           END-READ

           MOVE WS-NSC-STATUS TO NSU-RETORNO
           IF WS-NSC-STATUS = '00'
               MOVE NSC-ULTIMO TO NSU-NUMERO
           ELSE
               DISPLAY 'NumeraMovimento: FALHA AO GRAVAR O CONTROLE DE '
                   'NSU, STATUS: ' WS-NSC-STATUS
           END-IF

           CLOSE CONTROLE-NSU

           GOBACK.
