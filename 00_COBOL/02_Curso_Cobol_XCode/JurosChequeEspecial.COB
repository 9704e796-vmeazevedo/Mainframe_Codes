           FILE STATUS IS WS-USON-STATUS.

           SELECT MOVIMENTOS ASSIGN TO 'movimentos.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-CHAVE
           FILE STATUS IS WS-MOV-STATUS.

           SELECT CONTROLE-JUROS-CHEQUE ASSIGN TO
       77 WS-DATA-MOVIMENTO    PIC 9(8)    VALUE ZEROS.
       77 WS-NOME-PASSO        PIC X(12)   VALUE 'JUROSCHEQUE '.

      *AREA DE COMUNICACAO COM O MODULO DE NUMERACAO DE MOVIMENTOS
      *(NumeraMovimento): TODO MOVIMENTO GRAVADO NO DIARIO LEVA O
      *PROXIMO NSU, QUE FECHA A CHAVE CONTA + DATA + NSU.
       01  WS-NSU-AREA.
           COPY NSULINK REPLACING ==:PREFIX:== BY ==NSU==.

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================

           OPEN I-O CONTAS
           OPEN OUTPUT USO-CHEQUE-NOVO
      *O DIARIO DE MOVIMENTOS FICA ABERTO (I-O) PARA A CORRIDA
      *INTEIRA: CADA CONTA ACRUADA GERA UM 'JCE' E UM 'IOF'.
           OPEN I-O MOVIMENTOS
           IF WS-MOV-STATUS = '35'
               OPEN OUTPUT MOVIMENTOS
           END-IF
           MOVE USO-JUROS-ACUM  TO USON-JUROS-ACUM
           WRITE USO-NOVO-REC.

      *ASSUME MOVIMENTOS JA ABERTO (I-O) E MOV-TIPO/MOV-VALOR JA
      *CARREGADOS PELO CHAMADOR.
       GRAVAR-MOVIMENTO-ACRUE.

           MOVE CONTA-SALDO                TO MOV-SALDO-RESULT
           MOVE 'JUROSCHEQUE'              TO MOV-PROGRAMA

           PERFORM GRAVAR-MOVIMENTO.

      *O ARQUIVO DE USO E REESCRITO POR COPIA DO ARQUIVO NOVO, COM OS
      *ACUMULADOS ATUALIZADOS.

           MOVE 8 TO RETURN-CODE
           STOP RUN.

      *CARIMBA O MOVIMENTO COM O PROXIMO NSU E GRAVA NO DIARIO
      *INDEXADO. SEM NSU, OU COM O NSU JA PRESENTE NO DIARIO, NAO HA
      *GRAVACAO E O PROGRAMA PARA.
       GRAVAR-MOVIMENTO.

           CALL 'NumeraMovimento' USING WS-NSU-AREA
           IF NSU-RETORNO NOT = '00'
               DISPLAY 'SEM NSU PARA O MOVIMENTO DA CONTA '
                   MOV-CONTA ', STATUS: ' NSU-RETORNO
               PERFORM ABORTAR-PASSO
           END-IF
           MOVE NSU-NUMERO TO MOV-NSU
           WRITE MOVIMENTO-REC
               INVALID KEY
                   DISPLAY 'MOVIMENTO JA EXISTE NO DIARIO: CONTA '
                       MOV-CONTA ' NSU ' MOV-NSU
                   PERFORM ABORTAR-PASSO
           END-WRITE.
