      *=================================================================
       IDENTIFICATION                                  DIVISION.
      *=================================================================
       PROGRAM-ID. ConverteAuditoria.
      *******************************************************************
      * Author: Vinícius Azevedo
      * Date: 15/10/2026
      * Purpose: Conversao unica do log de auditoria para o encadeado
      * Tectonics: cobc
      ******************************************************************
      * Corrida UNICA, fora do batch noturno, que passa o log de
      * auditoria vivo (auditoria.log) do layout antigo de 39 bytes
      * para o layout encadeado de 58 bytes (SEQUENCIA + HASH) e
      * inicia a cadeia de auditoria:
      *   1. copia o log antigo para auditoria.ant (o original fica
      *      preservado ate o fim);
      *   2. recria o log com o mesmo nome no layout novo, cada
      *      lancamento do .ant, na ordem em que foi gravado,
      *      encadeado pelo modulo comum (EncadeiaAuditoria, FUNCAO
      *      'E'): o primeiro lancamento e a sequencia 1 e a ancora
      *      (auditoria_cadeia.dat) nasce com ele;
      *   3. prova a conversao relendo o .ant e o log novo DO DISCO,
      *      lado a lado: as contagens tem que bater, cada lancamento
      *      novo tem que trazer o mesmo conteudo do antigo, a
      *      sequencia da sua posicao e o hash refeito a partir do
      *      anterior (FUNCAO 'C'), e o ultimo elo tem que ser o da
      *      ancora. FALHA para a corrida com RC 8: restaure o log a
      *      partir do .ant e apague a ancora antes de tentar de novo.
      * A corrida recusa (RC 8) quando o auditoria.ant ja existe ou a
      * ancora da cadeia ja existe: ou a conversao ja foi feita, ou
      * um programa ja gravou no log no layout novo. Membros do log
      * arquivados antes da cadeia ficam como estao: nao estao no
      * indice de membros e a verificacao nao os le. Rodar com o
      * batch parado e ninguem logado nos menus.
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
           SELECT LOG-ORIGEM ASSIGN TO 'auditoria.log'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ORI-STATUS.

           SELECT LOG-ANTIGO ASSIGN TO 'auditoria.ant'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ANT-STATUS.

           SELECT LOG-AUDITORIA ASSIGN TO 'auditoria.log'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-AUD-STATUS.

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
      *LAYOUT ANTIGO DO LOG (ANTES DO ENCADEAMENTO).
       FD  LOG-ORIGEM.
       01  LOG-ORI-REC.
           05 ORI-TIMESTAMP        PIC X(21).
           05 ORI-OPERADOR         PIC X(8).
           05 ORI-OPCAO            PIC X(1).
           05 ORI-RESULTADO        PIC X(9).

      *COPIA DE SEGURANCA (.ant), NO MESMO LAYOUT ANTIGO.
       FD  LOG-ANTIGO.
       01  LOG-ANT-REC.
           05 ANT-TIMESTAMP        PIC X(21).
           05 ANT-OPERADOR         PIC X(8).
           05 ANT-OPCAO            PIC X(1).
           05 ANT-RESULTADO        PIC X(9).

       FD  LOG-AUDITORIA.
       01  AUDITORIA-REC.
           05 AUD-LANCAMENTO       PIC X(39).
           05 AUD-SEQUENCIA        PIC 9(09).
           05 AUD-HASH             PIC 9(10).

      *ANCORA DA CADEIA: CONFERIDA ANTES (NAO PODE EXISTIR) E NA PROVA
      *(TEM QUE APONTAR O ULTIMO ELO DO LOG NOVO).
       FD  ANCORA-CADEIA.
       01  ANCORA-CADEIA-REC.
           05 CAC-CHAVE            PIC X(12).
           05 CAC-ULTIMA-SEQ       PIC 9(9).
           05 CAC-ULTIMO-HASH      PIC 9(10).
           05 CAC-ATUALIZADO       PIC X(21).

      *-----------------------------------------------------------------
       WORKING-STORAGE                         SECTION.
      *-----------------------------------------------------------------
       77 WS-ORI-STATUS        PIC X(2)    VALUE '00'.
       77 WS-ANT-STATUS        PIC X(2)    VALUE '00'.
       77 WS-AUD-STATUS        PIC X(2)    VALUE '00'.
       77 WS-CAC-STATUS        PIC X(2)    VALUE '00'.

       77 WS-EOF               PIC X(1)    VALUE 'N'.
       77 WS-EOF-NOV           PIC X(1)    VALUE 'N'.
       77 WS-CHAVE-AUDITORIA   PIC X(12)   VALUE 'AUDITORIA'.

      *CONTAGENS DA COPIA .ant E DO LOG NOVO, OS DOIS RELIDOS DO DISCO
      *NA PROVA, E O ULTIMO ELO DA CADEIA REFEITO NA PROVA.
       77 WS-QTD-COPIADOS      PIC 9(9)    VALUE ZEROS.
       77 WS-QTD-CONVERTIDOS   PIC 9(9)    VALUE ZEROS.
       77 WS-QTD-PROVA-ANT     PIC 9(9)    VALUE ZEROS.
       77 WS-QTD-PROVA-NOV     PIC 9(9)    VALUE ZEROS.
       77 WS-QTD-DIVERGENTES   PIC 9(9)    VALUE ZEROS.
       77 WS-HASH-ANTERIOR     PIC 9(10)   VALUE ZEROS.
       77 WS-ULTIMO-HASH       PIC 9(10)   VALUE ZEROS.

      *AREA DE COMUNICACAO COM O MODULO DE ENCADEAMENTO DO LOG DE
      *AUDITORIA (EncadeiaAuditoria).
       01  WS-CAD-AREA.
           COPY AUDLINK REPLACING ==:PREFIX:== BY ==CAD==.

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================
       PROGRAM-BEGIN.

           PERFORM VERIFICAR-COPIA-ANTIGA
           PERFORM VERIFICAR-ANCORA

           OPEN INPUT LOG-ORIGEM
           IF WS-ORI-STATUS = '35'
               DISPLAY 'LOG DE AUDITORIA AUSENTE, NADA A CONVERTER: '
                   'A CADEIA COMECA NA PRIMEIRA GRAVACAO'
               STOP RUN
           END-IF
           IF WS-ORI-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR auditoria.log, STATUS: '
                   WS-ORI-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM COPIAR-PARA-ANTIGO
           PERFORM RECONSTRUIR-LOG
           PERFORM PROVAR-CONVERSAO

           DISPLAY ' '
           DISPLAY 'CONVERSAO DO LOG DE AUDITORIA: PASSA'
           DISPLAY 'LANCAMENTOS LIDOS.......: ' WS-QTD-COPIADOS
           DISPLAY 'LANCAMENTOS ENCADEADOS..: ' WS-QTD-CONVERTIDOS
           DISPLAY 'ULTIMO ELO DA CADEIA....: ' WS-QTD-PROVA-NOV
               ' HASH ' WS-ULTIMO-HASH

           STOP RUN.

      *COPIA .ant JA EXISTENTE = LOG JA CONVERTIDO (OU CONVERSAO
      *INTERROMPIDA): CONVERTER DE NOVO LERIA O LAYOUT NOVO COMO SE
      *FOSSE O ANTIGO E SOBRESCREVERIA A UNICA COPIA DO ORIGINAL.
       VERIFICAR-COPIA-ANTIGA.

           OPEN INPUT LOG-ANTIGO
           IF WS-ANT-STATUS NOT = '35'
               IF WS-ANT-STATUS = '00'
                   CLOSE LOG-ANTIGO
               END-IF
               DISPLAY 'COPIA auditoria.ant JA EXISTE (STATUS '
                   WS-ANT-STATUS '): LOG JA CONVERTIDO, '
                   'CONVERSAO RECUSADA.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *ANCORA JA EXISTENTE = CADEIA JA INICIADA: O LOG VIVO JA TEM
      *LANCAMENTOS NO LAYOUT NOVO E NAO PODE SER LIDO COMO ANTIGO.
       VERIFICAR-ANCORA.

           OPEN INPUT ANCORA-CADEIA
           IF WS-CAC-STATUS NOT = '35'
               IF WS-CAC-STATUS = '00'
                   CLOSE ANCORA-CADEIA
               END-IF
               DISPLAY 'ANCORA DA CADEIA JA EXISTE '
                   '(auditoria_cadeia.dat, STATUS ' WS-CAC-STATUS
                   '): LOG JA ENCADEADO, CONVERSAO RECUSADA.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *PASSO 1: O LOG ANTIGO (JA ABERTO) VAI INTEIRO PARA O .ant, NA
      *ORDEM EM QUE FOI GRAVADO.
       COPIAR-PARA-ANTIGO.

           MOVE 'N' TO WS-EOF
           OPEN OUTPUT LOG-ANTIGO

           PERFORM UNTIL WS-EOF = 'Y'
               READ LOG-ORIGEM
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE LOG-ORI-REC TO LOG-ANT-REC
                       WRITE LOG-ANT-REC
                       ADD 1 TO WS-QTD-COPIADOS
               END-READ
           END-PERFORM

           CLOSE LOG-ORIGEM
           CLOSE LOG-ANTIGO.

      *PASSO 2: O LOG E RECRIADO COM O MESMO NOME NO LAYOUT NOVO,
      *CADA LANCAMENTO DO .ant ENCADEADO NA ORDEM ORIGINAL. ANCORA
      *INACESSIVEL PARA A CORRIDA: SEM ELO NAO HA GRAVACAO.
       RECONSTRUIR-LOG.

           MOVE 'N' TO WS-EOF
           OPEN INPUT LOG-ANTIGO
           OPEN OUTPUT LOG-AUDITORIA
           IF WS-AUD-STATUS NOT = '00'
               DISPLAY 'ERRO AO RECRIAR auditoria.log, '
                   'STATUS: ' WS-AUD-STATUS
                   ' - ORIGINAL PRESERVADO EM auditoria.ant'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ LOG-ANTIGO
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE 'E'         TO CAD-FUNCAO
                       MOVE LOG-ANT-REC TO CAD-LANCAMENTO
                       CALL 'EncadeiaAuditoria' USING WS-CAD-AREA
                       IF CAD-RETORNO NOT = '00'
                           DISPLAY 'SEM ELO NA CADEIA PARA O '
                               'LANCAMENTO ' ANT-TIMESTAMP
                               ', STATUS: ' CAD-RETORNO
                           DISPLAY 'RESTAURE auditoria.log A PARTIR '
                               'DE auditoria.ant E APAGUE '
                               'auditoria_cadeia.dat'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       MOVE LOG-ANT-REC   TO AUD-LANCAMENTO
                       MOVE CAD-SEQUENCIA TO AUD-SEQUENCIA
                       MOVE CAD-HASH      TO AUD-HASH
                       WRITE AUDITORIA-REC
                       ADD 1 TO WS-QTD-CONVERTIDOS
               END-READ
           END-PERFORM

           CLOSE LOG-ANTIGO
           CLOSE LOG-AUDITORIA.

      *PASSO 3: A PROVA RELE O .ant E O LOG NOVO DO DISCO LADO A LADO
      *E REFAZ A CADEIA DO ZERO, COMO A VERIFICACAO DA MANHA.
       PROVAR-CONVERSAO.

           MOVE 'N' TO WS-EOF
           MOVE 'N' TO WS-EOF-NOV
           MOVE ZEROS TO WS-HASH-ANTERIOR
           OPEN INPUT LOG-ANTIGO
           OPEN INPUT LOG-AUDITORIA

           PERFORM UNTIL WS-EOF = 'Y' AND WS-EOF-NOV = 'Y'
               IF WS-EOF NOT = 'Y'
                   READ LOG-ANTIGO
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-QTD-PROVA-ANT
                   END-READ
               END-IF
               IF WS-EOF-NOV NOT = 'Y'
                   READ LOG-AUDITORIA
                       AT END
                           MOVE 'Y' TO WS-EOF-NOV
                       NOT AT END
                           ADD 1 TO WS-QTD-PROVA-NOV
                           PERFORM CONFERIR-ELO
                   END-READ
               END-IF
           END-PERFORM

           CLOSE LOG-ANTIGO
           CLOSE LOG-AUDITORIA

           PERFORM CONFERIR-ANCORA

           DISPLAY 'auditoria.log'
           DISPLAY '  COPIADOS (.ant)..: ' WS-QTD-PROVA-ANT
           DISPLAY '  ENCADEADOS.......: ' WS-QTD-PROVA-NOV
               ' HASH ' WS-ULTIMO-HASH
           DISPLAY '  DIVERGENTES......: ' WS-QTD-DIVERGENTES

           IF WS-QTD-PROVA-ANT NOT = WS-QTD-COPIADOS
               OR WS-QTD-PROVA-NOV NOT = WS-QTD-CONVERTIDOS
               OR WS-QTD-PROVA-NOV NOT = WS-QTD-PROVA-ANT
               OR WS-QTD-DIVERGENTES NOT = ZEROS
               DISPLAY 'CONVERSAO: FALHA NO LOG DE AUDITORIA'
                   ' - RESTAURE A PARTIR DE auditoria.ant'
                   ' E APAGUE auditoria_cadeia.dat'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *O LANCAMENTO NOVO TEM QUE TRAZER O CONTEUDO DO ANTIGO LIDO NA
      *MESMA POSICAO, A SEQUENCIA DA POSICAO E O HASH REFEITO SOBRE O
      *ELO ANTERIOR.
       CONFERIR-ELO.

           MOVE 'C'              TO CAD-FUNCAO
           MOVE AUD-LANCAMENTO   TO CAD-LANCAMENTO
           MOVE WS-QTD-PROVA-NOV TO CAD-SEQUENCIA
           MOVE WS-HASH-ANTERIOR TO CAD-HASH-ANTERIOR
           CALL 'EncadeiaAuditoria' USING WS-CAD-AREA

           IF WS-EOF = 'Y'
               OR AUD-LANCAMENTO NOT = LOG-ANT-REC
               OR AUD-SEQUENCIA NOT = WS-QTD-PROVA-NOV
               OR AUD-HASH NOT = CAD-HASH
               DISPLAY 'LANCAMENTO DIVERGENTE NA POSICAO '
                   WS-QTD-PROVA-NOV ': ' AUD-LANCAMENTO
               ADD 1 TO WS-QTD-DIVERGENTES
           END-IF

           MOVE AUD-HASH TO WS-HASH-ANTERIOR
           MOVE AUD-HASH TO WS-ULTIMO-HASH.

      *A ANCORA TEM QUE APONTAR O ULTIMO ELO DO LOG NOVO. LOG VAZIO
      *NAO ENCADEIA NADA E A ANCORA SO NASCE NA PRIMEIRA GRAVACAO.
       CONFERIR-ANCORA.

           IF WS-QTD-PROVA-NOV = ZEROS
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT ANCORA-CADEIA
           IF WS-CAC-STATUS NOT = '00'
               DISPLAY 'ANCORA DA CADEIA INACESSIVEL NA PROVA, '
                   'STATUS: ' WS-CAC-STATUS
               ADD 1 TO WS-QTD-DIVERGENTES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CHAVE-AUDITORIA TO CAC-CHAVE
           READ ANCORA-CADEIA
               INVALID KEY
                   DISPLAY 'ANCORA SEM O REGISTRO DA CADEIA'
                   ADD 1 TO WS-QTD-DIVERGENTES
               NOT INVALID KEY
                   IF CAC-ULTIMA-SEQ NOT = WS-QTD-PROVA-NOV
                       OR CAC-ULTIMO-HASH NOT = WS-ULTIMO-HASH
                       DISPLAY 'ANCORA NAO CONFERE: SEQUENCIA '
                           CAC-ULTIMA-SEQ ' HASH ' CAC-ULTIMO-HASH
                       ADD 1 TO WS-QTD-DIVERGENTES
                   END-IF
           END-READ

           CLOSE ANCORA-CADEIA.
