      *=================================================================
       IDENTIFICATION                                  DIVISION.
      *=================================================================
       PROGRAM-ID. ConverteMovimentos.
      *******************************************************************
      * Author: Vinícius Azevedo
      * Date: 15/10/2026
      * Purpose: Conversao unica do diario de movimentos para indexado
      * Tectonics: cobc
      ******************************************************************
      * Corrida UNICA, fora do batch noturno, que passa o diario de
      * movimentos do layout sequencial antigo (sem NSU) para o
      * layout indexado por conta + data + NSU (COPY MOVREC). Converte
      * primeiro os arquivos anuais da virada de ano
      * (movimentos_AAAA.dat, na faixa de anos informada, do mais
      * antigo para o mais novo) e por ultimo o diario vivo
      * (movimentos.dat), cada um na ordem em que foi gravado: os NSU
      * entregues pelo NumeraMovimento seguem a ordem historica de
      * postagem. Para cada arquivo:
      *   1. copia o sequencial antigo para <nome>.ant (o original
      *      fica preservado ate o fim);
      *   2. recria o arquivo com o mesmo nome, indexado, numerando
      *      cada movimento lido do .ant;
      *   3. prova a conversao como a virada de ano: contagem e hash
      *      de valores do .ant e do indexado RELIDOS DO DISCO tem
      *      que bater. FALHA para a corrida com RC 8: restaure o
      *      arquivo a partir do .ant antes de tentar de novo.
      * Arquivo anual ausente na faixa e so avisado. A corrida recusa
      * (RC 8) quando o controle de NSU (nsu_controle.dat) ja existe:
      * ou a conversao ja foi feita, ou um programa de postagem ja
      * gravou no diario novo. Rodar com o batch parado, depois do
      * fechamento do dia e com o feed de estornos aprovados vazio
      * (pedidos do layout antigo nao trazem o NSU).
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
           SELECT MOVIMENTOS-ORIGEM ASSIGN TO DYNAMIC WS-NOME-ARQUIVO
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ORI-STATUS.

           SELECT MOVIMENTOS-ANTIGO ASSIGN TO DYNAMIC WS-NOME-ANTIGO
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ANT-STATUS.

           SELECT MOVIMENTOS-NOVO ASSIGN TO DYNAMIC WS-NOME-ARQUIVO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOV-CHAVE
           FILE STATUS IS WS-NOV-STATUS.

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
      *LAYOUT SEQUENCIAL ANTIGO DO DIARIO (ANTES DO NSU).
       FD  MOVIMENTOS-ORIGEM.
       01  MOVIMENTO-ORI-REC.
           05 ORI-CONTA            PIC 9(6).
           05 ORI-DATA             PIC 9(8).
           05 ORI-TIPO             PIC X(3).
           05 ORI-VALOR            PIC 9(9)V99.
           05 ORI-SALDO-RESULT     PIC S9(9)V99.
           05 ORI-PROGRAMA         PIC X(12).

      *COPIA DE SEGURANCA (.ant), NO MESMO LAYOUT ANTIGO.
       FD  MOVIMENTOS-ANTIGO.
       01  MOVIMENTO-ANT-REC.
           05 ANT-CONTA            PIC 9(6).
           05 ANT-DATA             PIC 9(8).
           05 ANT-TIPO             PIC X(3).
           05 ANT-VALOR            PIC 9(9)V99.
           05 ANT-SALDO-RESULT     PIC S9(9)V99.
           05 ANT-PROGRAMA         PIC X(12).

       FD  MOVIMENTOS-NOVO.
       01  MOVIMENTO-NOV-REC.
           COPY MOVREC REPLACING ==:PREFIX:== BY ==NOV==.

      *SO PARA CONFERIR SE O CONTROLE DE NSU JA EXISTE.
       FD  CONTROLE-NSU.
       01  CONTROLE-NSU-REC.
           05 NSC-CHAVE            PIC X(12).
           05 NSC-ULTIMO           PIC 9(10).
           05 NSC-ATUALIZADO       PIC X(21).

      *-----------------------------------------------------------------
       WORKING-STORAGE                         SECTION.
      *-----------------------------------------------------------------
       77 WS-ORI-STATUS        PIC X(2)    VALUE '00'.
       77 WS-ANT-STATUS        PIC X(2)    VALUE '00'.
       77 WS-NOV-STATUS        PIC X(2)    VALUE '00'.
       77 WS-NSC-STATUS        PIC X(2)    VALUE '00'.

       77 WS-EOF               PIC X(1)    VALUE 'N'.
       77 WS-ANO-INICIAL       PIC 9(4)    VALUE ZEROS.
       77 WS-ANO-FINAL         PIC 9(4)    VALUE ZEROS.
       77 WS-ANO               PIC 9(4)    VALUE ZEROS.
       77 WS-NOME-ARQUIVO      PIC X(30)   VALUE SPACES.
       77 WS-NOME-ANTIGO       PIC X(30)   VALUE SPACES.
       77 WS-QTD-ARQUIVOS      PIC 9(3)    VALUE ZEROS.

      *CONTAGEM E HASH DE VALORES DA COPIA .ant E DO INDEXADO, OS DOIS
      *RELIDOS DO DISCO NA PROVA.
       77 WS-QTD-COPIADOS      PIC 9(9)    VALUE ZEROS.
       77 WS-QTD-CONVERTIDOS   PIC 9(9)    VALUE ZEROS.
       77 WS-QTD-PROVA-ANT     PIC 9(9)    VALUE ZEROS.
       77 WS-QTD-PROVA-NOV     PIC 9(9)    VALUE ZEROS.
       77 WS-HASH-COPIADOS     PIC 9(13)V99 VALUE ZEROS.
       77 WS-HASH-PROVA-ANT    PIC 9(13)V99 VALUE ZEROS.
       77 WS-HASH-PROVA-NOV    PIC 9(13)V99 VALUE ZEROS.
       77 WS-QTD-TOTAL         PIC 9(9)    VALUE ZEROS.

      *AREA DE COMUNICACAO COM O MODULO DE NUMERACAO DE MOVIMENTOS
      *(NumeraMovimento): TODO MOVIMENTO GRAVADO NO DIARIO LEVA O
      *PROXIMO NSU, QUE FECHA A CHAVE CONTA + DATA + NSU.
       01  WS-NSU-AREA.
           COPY NSULINK REPLACING ==:PREFIX:== BY ==NSU==.

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================
       PROGRAM-BEGIN.

           PERFORM VERIFICAR-CONTROLE-NSU

           DISPLAY 'PRIMEIRO ANO ARQUIVADO A CONVERTER (AAAA, '
               '0000 = NENHUM): '
           ACCEPT WS-ANO-INICIAL
           DISPLAY 'ULTIMO ANO ARQUIVADO A CONVERTER (AAAA): '
           ACCEPT WS-ANO-FINAL

      *ARQUIVOS ANUAIS DO MAIS ANTIGO PARA O MAIS NOVO, E O DIARIO
      *VIVO POR ULTIMO: O NSU SEGUE A ORDEM HISTORICA.
           IF WS-ANO-INICIAL NOT = ZEROS
               MOVE WS-ANO-INICIAL TO WS-ANO
               PERFORM UNTIL WS-ANO > WS-ANO-FINAL
                   MOVE SPACES TO WS-NOME-ARQUIVO
                   STRING 'movimentos_' WS-ANO '.dat'
                       DELIMITED BY SIZE INTO WS-NOME-ARQUIVO
                   PERFORM CONVERTER-ARQUIVO
                   ADD 1 TO WS-ANO
               END-PERFORM
           END-IF

           MOVE 'movimentos.dat' TO WS-NOME-ARQUIVO
           PERFORM CONVERTER-ARQUIVO

           DISPLAY ' '
           DISPLAY 'CONVERSAO DO DIARIO: PASSA'
           DISPLAY 'ARQUIVOS CONVERTIDOS....: ' WS-QTD-ARQUIVOS
           DISPLAY 'MOVIMENTOS NUMERADOS....: ' WS-QTD-TOTAL

           STOP RUN.

      *CONTROLE DE NSU JA EXISTENTE = DIARIO JA NO LAYOUT NOVO:
      *CONVERTER DE NOVO LERIA O INDEXADO COMO SE FOSSE O ANTIGO.
       VERIFICAR-CONTROLE-NSU.

           OPEN INPUT CONTROLE-NSU
           IF WS-NSC-STATUS NOT = '35'
               IF WS-NSC-STATUS = '00'
                   CLOSE CONTROLE-NSU
               END-IF
               DISPLAY 'CONTROLE DE NSU JA EXISTE (nsu_controle.dat, '
                   'STATUS ' WS-NSC-STATUS '): DIARIO JA CONVERTIDO, '
                   'CONVERSAO RECUSADA.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *ASSUME WS-NOME-ARQUIVO CARREGADO PELO CHAMADOR. ARQUIVO
      *AUSENTE NAO E ERRO: SO NAO HA O QUE CONVERTER.
       CONVERTER-ARQUIVO.

           MOVE SPACES TO WS-NOME-ANTIGO
           STRING WS-NOME-ARQUIVO DELIMITED BY SPACE
               '.ant' DELIMITED BY SIZE
               INTO WS-NOME-ANTIGO

           OPEN INPUT MOVIMENTOS-ORIGEM
           IF WS-ORI-STATUS = '35'
               DISPLAY 'ARQUIVO AUSENTE, NADA A CONVERTER: '
                   WS-NOME-ARQUIVO
               EXIT PARAGRAPH
           END-IF
           IF WS-ORI-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ' WS-NOME-ARQUIVO ', STATUS: '
                   WS-ORI-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ZEROS TO WS-QTD-COPIADOS WS-QTD-CONVERTIDOS
               WS-QTD-PROVA-ANT WS-QTD-PROVA-NOV
               WS-HASH-COPIADOS WS-HASH-PROVA-ANT WS-HASH-PROVA-NOV

           PERFORM COPIAR-PARA-ANTIGO
           PERFORM RECONSTRUIR-INDEXADO
           PERFORM PROVAR-CONVERSAO

           ADD 1 TO WS-QTD-ARQUIVOS
           ADD WS-QTD-CONVERTIDOS TO WS-QTD-TOTAL.

      *PASSO 1: O SEQUENCIAL ANTIGO (JA ABERTO) VAI INTEIRO PARA O
      *.ant, NA ORDEM EM QUE FOI GRAVADO.
       COPIAR-PARA-ANTIGO.

           MOVE 'N' TO WS-EOF
           OPEN OUTPUT MOVIMENTOS-ANTIGO

           PERFORM UNTIL WS-EOF = 'Y'
               READ MOVIMENTOS-ORIGEM
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE MOVIMENTO-ORI-REC TO MOVIMENTO-ANT-REC
                       WRITE MOVIMENTO-ANT-REC
                       ADD 1 TO WS-QTD-COPIADOS
                       ADD ORI-VALOR TO WS-HASH-COPIADOS
               END-READ
           END-PERFORM

           CLOSE MOVIMENTOS-ORIGEM
           CLOSE MOVIMENTOS-ANTIGO.

      *PASSO 2: O ARQUIVO E RECRIADO INDEXADO COM O MESMO NOME, CADA
      *MOVIMENTO DO .ant CARIMBADO COM O PROXIMO NSU.
       RECONSTRUIR-INDEXADO.

           MOVE 'N' TO WS-EOF
           OPEN INPUT MOVIMENTOS-ANTIGO
           OPEN OUTPUT MOVIMENTOS-NOVO
           IF WS-NOV-STATUS NOT = '00'
               DISPLAY 'ERRO AO RECRIAR ' WS-NOME-ARQUIVO
                   ', STATUS: ' WS-NOV-STATUS
                   ' - ORIGINAL PRESERVADO EM ' WS-NOME-ANTIGO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ MOVIMENTOS-ANTIGO
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE ANT-CONTA        TO NOV-CONTA
                       MOVE ANT-DATA         TO NOV-DATA
                       MOVE ANT-TIPO         TO NOV-TIPO
                       MOVE ANT-VALOR        TO NOV-VALOR
                       MOVE ANT-SALDO-RESULT TO NOV-SALDO-RESULT
                       MOVE ANT-PROGRAMA     TO NOV-PROGRAMA
                       PERFORM GRAVAR-MOVIMENTO
                       ADD 1 TO WS-QTD-CONVERTIDOS
               END-READ
           END-PERFORM

           CLOSE MOVIMENTOS-ANTIGO
           CLOSE MOVIMENTOS-NOVO.

      *PASSO 3: A PROVA RELE O .ant E O INDEXADO DO DISCO E RECONTA
      *DO ZERO, COMO NA VIRADA DE ANO.
       PROVAR-CONVERSAO.

           MOVE 'N' TO WS-EOF
           OPEN INPUT MOVIMENTOS-ANTIGO
           PERFORM UNTIL WS-EOF = 'Y'
               READ MOVIMENTOS-ANTIGO
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-PROVA-ANT
                       ADD ANT-VALOR TO WS-HASH-PROVA-ANT
               END-READ
           END-PERFORM
           CLOSE MOVIMENTOS-ANTIGO

           MOVE 'N' TO WS-EOF
           OPEN INPUT MOVIMENTOS-NOVO
           PERFORM UNTIL WS-EOF = 'Y'
               READ MOVIMENTOS-NOVO NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-PROVA-NOV
                       ADD NOV-VALOR TO WS-HASH-PROVA-NOV
               END-READ
           END-PERFORM
           CLOSE MOVIMENTOS-NOVO

           DISPLAY WS-NOME-ARQUIVO
           DISPLAY '  COPIADOS (.ant)..: ' WS-QTD-PROVA-ANT
               ' HASH ' WS-HASH-PROVA-ANT
           DISPLAY '  INDEXADOS........: ' WS-QTD-PROVA-NOV
               ' HASH ' WS-HASH-PROVA-NOV

           IF WS-QTD-PROVA-ANT NOT = WS-QTD-COPIADOS
               OR WS-QTD-PROVA-NOV NOT = WS-QTD-CONVERTIDOS
               OR WS-QTD-PROVA-NOV NOT = WS-QTD-PROVA-ANT
               OR WS-HASH-PROVA-ANT NOT = WS-HASH-COPIADOS
               OR WS-HASH-PROVA-NOV NOT = WS-HASH-PROVA-ANT
               DISPLAY 'CONVERSAO: FALHA EM ' WS-NOME-ARQUIVO
                   ' - RESTAURE A PARTIR DE ' WS-NOME-ANTIGO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *CARIMBA O MOVIMENTO COM O PROXIMO NSU E GRAVA NO DIARIO
      *INDEXADO. SEM NSU, OU COM O NSU JA PRESENTE NO DIARIO, NAO HA
      *GRAVACAO E O PROGRAMA PARA.
       GRAVAR-MOVIMENTO.

           CALL 'NumeraMovimento' USING WS-NSU-AREA
           IF NSU-RETORNO NOT = '00'
               DISPLAY 'SEM NSU PARA O MOVIMENTO DA CONTA '
                   NOV-CONTA ', STATUS: ' NSU-RETORNO
                   ' - RESTAURE A PARTIR DE ' WS-NOME-ANTIGO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE NSU-NUMERO TO NOV-NSU
           WRITE MOVIMENTO-NOV-REC
               INVALID KEY
                   DISPLAY 'MOVIMENTO JA EXISTE NO DIARIO: CONTA '
                       NOV-CONTA ' NSU ' NOV-NSU
                       ' - RESTAURE A PARTIR DE ' WS-NOME-ANTIGO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-WRITE.
