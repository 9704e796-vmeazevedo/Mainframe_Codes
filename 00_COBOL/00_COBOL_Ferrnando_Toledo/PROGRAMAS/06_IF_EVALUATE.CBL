           05 AUD-OPERADOR          PIC X(08).
           05 AUD-OPCAO             PIC X(01).
           05 AUD-RESULTADO         PIC X(09).
           05 AUD-SEQUENCIA         PIC 9(09).
           05 AUD-HASH              PIC 9(10).

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-TOTAL-ESTORNO     PIC 9(7) VALUE ZEROS.
           05 WS-TOTAL-TRANSFER    PIC 9(7) VALUE ZEROS.
           05 WS-TOTAL-ERROR       PIC 9(7) VALUE ZEROS.

      *AREA DE COMUNICACAO COM O MODULO DE ENCADEAMENTO DO LOG DE
      *AUDITORIA (EncadeiaAuditoria): TODO LANCAMENTO GRAVADO NO LOG
      *LEVA A SEQUENCIA E O HASH QUE O AMARRAM AO ANTERIOR.
       01  WS-CAD-AREA.
           COPY AUDLINK REPLACING ==:PREFIX:== BY ==CAD==.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
           END-IF

           MOVE ZEROS TO OPR-FALHAS
           MOVE WS-DATA-HOJE TO OPR-DATA-ULTIMO-ACESSO

           PERFORM CONFERIR-VALIDADE-SENHA
           IF WS-PRECISA-TROCA = 'S'
           MOVE WS-OPERADOR-ID        TO AUD-OPERADOR
           MOVE 'L'                   TO AUD-OPCAO
           MOVE WS-EVENTO-AUDITORIA   TO AUD-RESULTADO
           PERFORM GRAVAR-AUDITORIA-ENCADEADA

           CLOSE LOG-AUDITORIA.

           MOVE WS-OPERADOR-ID        TO AUD-OPERADOR
           MOVE 'L'                   TO AUD-OPCAO
           MOVE 'SIGNON-NG'           TO AUD-RESULTADO
           PERFORM GRAVAR-AUDITORIA-ENCADEADA

           CLOSE LOG-AUDITORIA.

           MOVE WS-OPCAO-MENU         TO AUD-OPCAO.
           MOVE WS-RESULTADO          TO AUD-RESULTADO.

           PERFORM GRAVAR-AUDITORIA-ENCADEADA.

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

       IMPRIMIR-TOTAIS-CONTROLE.
           DISPLAY 'ERROR.....: ' WS-TOTAL-ERROR.

           MOVE 'A' TO REL-COMANDO
           MOVE '06_IF_EVALUATE' TO REL-PROGRAMA
           MOVE 'TRANSACO' TO REL-ID
           MOVE 'TOTAIS DE CONTROLE DO CLASSIFICADOR' TO REL-TITULO
           CALL 'GravaRelatorio' USING WS-REL-AREA
