      * Tectonics: cobc
      ******************************************************************
      * Fechamento do ano: le o historico de juros creditados (os
      * lancamentos 'JUR' do diario de movimentos, indexado por conta)
      * e emite um informe de rendimentos formatado por conta --
      * com o titular do cadastro de clientes quando a conta esta
      * ligada a um CPF -- e o total de juros do ano. O relatorio de
      * controle reconcilia a soma de todos os informes com a soma dos
      * totais gravados pelas corridas de capitalizacao
      * (juros_controle.dat); diferenca termina com RETURN-CODE 8.
      * Os CDBs resgatados no ano entram no mesmo informe da conta
      * vinculada: o rendimento bruto pago ('CDY') e o IR retido na
      * fonte ('IRF'), este reconciliado com o IR gravado nos CDBs
      * liquidados do cadastro de depositos a prazo (cdb_master.dat),
      * tambem com RETURN-CODE 8 na diferenca.
      ******************************************************************
      *=================================================================
       ENVIRONMENT                                     DIVISION.

       FILE-CONTROL.
           SELECT MOVIMENTOS ASSIGN TO 'movimentos.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-CHAVE
           FILE STATUS IS WS-MOV-STATUS.

           SELECT MOVS-ANO ASSIGN TO 'movs_ano.srt'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ANO-STATUS.

           SELECT CONTROLE-JUROS ASSIGN TO 'juros_controle.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-JCT-STATUS.
           RECORD KEY IS COT-CHAVE
           FILE STATUS IS WS-COT-STATUS.

           SELECT CDBS ASSIGN TO 'cdb_master.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CDB-NUMERO
           FILE STATUS IS WS-CDB-STATUS.

           SELECT INFORMES ASSIGN TO 'informe_rendimentos.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-INF-STATUS.
       01  MOV-ANO-REC.
           COPY MOVREC REPLACING ==:PREFIX:== BY ==ANO==.

       FD  CONTROLE-JUROS.
       01  CONTROLE-JUROS-REC.
           05 JCT-DATA             PIC 9(8).
       01  COTITULAR-REC.
           COPY COTITREC REPLACING ==:PREFIX:== BY ==COT==.

       FD  CDBS.
       01  CDB-REC.
           COPY CDBREC REPLACING ==:PREFIX:== BY ==CDB==.

       FD  INFORMES.
       01  LINHA-INFORME           PIC X(80).

       77 WS-TOTAL-INFORMES    PIC 9(13)V99 VALUE ZEROS.
       77 WS-TOTAL-ACUMULADO   PIC 9(13)V99 VALUE ZEROS.

      *CDB: RENDIMENTO BRUTO PAGO E IR RETIDO NO RESGATE, POR CONTA E
      *NO ANO, E O IR GRAVADO NOS CDBS LIQUIDADOS PARA A RECONCILIACAO.
       77 WS-CDB-STATUS        PIC X(2)    VALUE '00'.
       77 WS-CDB-CONTA         PIC 9(11)V99 VALUE ZEROS.
       77 WS-IR-CONTA          PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOTAL-IR-INFORMES PIC 9(13)V99 VALUE ZEROS.
       77 WS-TOTAL-IR-CDBS     PIC 9(13)V99 VALUE ZEROS.

       01 WS-LINHA-TITULO.
           05 FILLER            PIC X(33)
               VALUE 'INFORME DE RENDIMENTOS - CONTA   '.
           05 TOT-JUROS         PIC 9(11).99.
           05 FILLER            PIC X(35) VALUE SPACES.

       01 WS-LINHA-CDB.
           05 FILLER            PIC X(31)
               VALUE 'RENDIMENTOS DE CDB (BRUTO)...: '.
           05 TOT-CDB           PIC 9(11).99.
           05 FILLER            PIC X(35) VALUE SPACES.

       01 WS-LINHA-IR.
           05 FILLER            PIC X(31)
               VALUE 'IR RETIDO NA FONTE (CDB).....: '.
           05 TOT-IR            PIC 9(11).99.
           05 FILLER            PIC X(35) VALUE SPACES.

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================
           DISPLAY 'ANO DO INFORME (AAAA): '
           ACCEPT WS-ANO-INFORME

           PERFORM SELECIONAR-JUROS-DO-ANO

           PERFORM EMITIR-INFORMES
           PERFORM RECONCILIAR-COM-ACUMULO
           PERFORM RECONCILIAR-IR-CDB

           STOP RUN.

       SELECIONAR-JUROS-DO-ANO.

           OPEN OUTPUT MOVS-ANO

           MOVE 'N' TO WS-EOF

           OPEN INPUT MOVIMENTOS
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ MOVIMENTOS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF (MOV-TIPO = 'JUR' OR MOV-TIPO = 'CDY'
                           OR MOV-TIPO = 'IRF')
                           AND MOV-DATA(1:4) = WS-ANO-INFORME
                           WRITE MOV-ANO-REC FROM MOVIMENTO-REC
                       END-IF
               END-READ
           END-PERFORM

           IF WS-MOV-STATUS = '00' OR WS-MOV-STATUS = '10'
               CLOSE MOVIMENTOS
           END-IF

           CLOSE MOVS-ANO.

      *UM INFORME POR CONTA: O ARQUIVO SEPARADO E PERCORRIDO EM
      *GRUPOS DE CONTA, SOMANDO OS JUROS DO ANO DE CADA GRUPO.
       EMITIR-INFORMES.


           MOVE 'N' TO WS-EOF-ANO
           MOVE ZEROS TO WS-CONTA-CORRENTE WS-JUROS-CONTA
               WS-CDB-CONTA WS-IR-CONTA

           OPEN INPUT MOVS-ANO
           IF WS-ANO-STATUS NOT = '00'
                           END-IF
                           MOVE ANO-CONTA TO WS-CONTA-CORRENTE
                           MOVE ZEROS TO WS-JUROS-CONTA
                               WS-CDB-CONTA WS-IR-CONTA
                       END-IF
                       EVALUATE ANO-TIPO
                           WHEN 'JUR'
                               ADD ANO-VALOR TO WS-JUROS-CONTA
                           WHEN 'CDY'
                               ADD ANO-VALOR TO WS-CDB-CONTA
                           WHEN 'IRF'
                               ADD ANO-VALOR TO WS-IR-CONTA
                       END-EVALUATE
               END-READ
           END-PERFORM


           ADD 1 TO WS-QTD-INFORMES
           ADD WS-JUROS-CONTA TO WS-TOTAL-INFORMES
           ADD WS-IR-CONTA TO WS-TOTAL-IR-INFORMES

           PERFORM BUSCAR-TITULAR

           MOVE WS-JUROS-CONTA TO TOT-JUROS
           WRITE LINHA-INFORME FROM WS-LINHA-TOTAL

           IF WS-CDB-CONTA > ZEROS OR WS-IR-CONTA > ZEROS
               MOVE WS-CDB-CONTA TO TOT-CDB
               WRITE LINHA-INFORME FROM WS-LINHA-CDB
               MOVE WS-IR-CONTA TO TOT-IR
               WRITE LINHA-INFORME FROM WS-LINHA-IR
           END-IF

           MOVE SPACES TO LINHA-INFORME
           WRITE LINHA-INFORME.

               DISPLAY 'INFORMES NAO RECONCILIAM COM O ACUMULO.'
               MOVE 8 TO RETURN-CODE
           END-IF.

      *RECONCILIA O IR RETIDO DOS INFORMES COM O IR GRAVADO NOS CDBS
      *LIQUIDADOS NO ANO DO INFORME.
       RECONCILIAR-IR-CDB.

           MOVE 'N' TO WS-EOF
           MOVE ZEROS TO WS-TOTAL-IR-CDBS

           OPEN INPUT CDBS
           IF WS-CDB-STATUS NOT = '00'
               DISPLAY 'SEM CADASTRO DE CDB (cdb_master.dat).'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ CDBS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CDB-SITUACAO = 'L'
                           AND CDB-DATA-RESGATE(1:4) = WS-ANO-INFORME
                           ADD CDB-IR-RETIDO TO WS-TOTAL-IR-CDBS
                       END-IF
               END-READ
           END-PERFORM

           IF WS-CDB-STATUS = '00' OR WS-CDB-STATUS = '10'
               CLOSE CDBS
           END-IF

           DISPLAY 'IR RETIDO NOS INFORMES...: ' WS-TOTAL-IR-INFORMES
           DISPLAY 'IR GRAVADO NOS CDBS......: ' WS-TOTAL-IR-CDBS

           IF WS-TOTAL-IR-INFORMES NOT = WS-TOTAL-IR-CDBS
               DISPLAY 'IR RETIDO NAO RECONCILIA COM OS CDBS.'
               MOVE 8 TO RETURN-CODE
           END-IF.
