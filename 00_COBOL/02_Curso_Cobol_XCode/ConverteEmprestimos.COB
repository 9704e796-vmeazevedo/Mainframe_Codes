      *=================================================================
       IDENTIFICATION                                  DIVISION.
      *=================================================================
       PROGRAM-ID. ConverteEmprestimos.
      *******************************************************************
      * Author: Vinícius Azevedo
      * Date: 15/10/2026
      * Purpose: Conversao unica do master de emprestimos (consignado)
      * Tectonics: cobc
      ******************************************************************
      * Corrida UNICA, fora do batch noturno, que passa o master de
      * emprestimos (emprestimos_master.dat) do layout antigo para o
      * layout com os campos do consignado (COPY EMPMREC): CONSIGNADO,
      * FUNCIONARIO e VALOR-PARCELA.
      *   1. copia o master antigo para emprestimos_master.ant
      *      (sequencial, o original fica preservado ate o fim);
      *   2. recria o master com o mesmo nome no layout novo: todo
      *      contrato existente entra como emprestimo comum
      *      (CONSIGNADO 'N', FUNCIONARIO zerado);
      *   3. VALOR-PARCELA recebe o valor mensal da primeira parcela
      *      ainda em aberto do contrato em parcelas.dat (contrato sem
      *      parcela em aberto fica com zero);
      *   4. prova a conversao: contagem e hash de saldo devedor do
      *      .ant e do master novo RELIDOS DO DISCO tem que bater.
      *      FALHA para a corrida com RC 8: restaure o master a partir
      *      do .ant antes de tentar de novo.
      * A corrida recusa (RC 8) quando o emprestimos_master.ant ja
      * existe: a conversao ja foi feita (ou foi interrompida e o
      * master precisa ser restaurado antes). Rodar com o batch parado,
      * junto com a troca do feed emprestimos.dat para o layout com
      * CONSIGNADO e FUNCIONARIO.
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
           SELECT EMPRESTIMOS-ORIGEM ASSIGN TO 'emprestimos_master.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ORI-CONTRATO
           FILE STATUS IS WS-ORI-STATUS.

           SELECT EMPRESTIMOS-ANTIGO ASSIGN TO 'emprestimos_master.ant'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ANT-STATUS.

           SELECT EMPRESTIMOS-MASTER ASSIGN TO 'emprestimos_master.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMM-CONTRATO
           FILE STATUS IS WS-EMM-STATUS.

           SELECT PARCELAS ASSIGN TO 'parcelas.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PARC-STATUS.

      *=================================================================
       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                    SECTION.
      *-----------------------------------------------------------------
      *LAYOUT ANTIGO DO MASTER (ANTES DO CONSIGNADO).
       FD  EMPRESTIMOS-ORIGEM.
       01  EMPRESTIMO-ORI-REC.
           05 ORI-CONTRATO         PIC 9(6).
           05 ORI-PRINCIPAL        PIC 9(9)V99.
           05 ORI-TAXA-JUROS       PIC 9V9(4).
           05 ORI-PRAZO-MESES      PIC 9(3).
           05 ORI-CONTA-DEBITO     PIC 9(6).
           05 ORI-SALDO-DEVEDOR    PIC 9(9)V99.
           05 ORI-SITUACAO         PIC X(1).

      *COPIA DE SEGURANCA (.ant), NO MESMO LAYOUT ANTIGO.
       FD  EMPRESTIMOS-ANTIGO.
       01  EMPRESTIMO-ANT-REC.
           05 ANT-CONTRATO         PIC 9(6).
           05 ANT-PRINCIPAL        PIC 9(9)V99.
           05 ANT-TAXA-JUROS       PIC 9V9(4).
           05 ANT-PRAZO-MESES      PIC 9(3).
           05 ANT-CONTA-DEBITO     PIC 9(6).
           05 ANT-SALDO-DEVEDOR    PIC 9(9)V99.
           05 ANT-SITUACAO         PIC X(1).

       FD  EMPRESTIMOS-MASTER.
       01  EMPRESTIMO-MASTER-REC.
           COPY EMPMREC REPLACING ==:PREFIX:== BY ==EMM==.

       FD  PARCELAS.
       01  PARCELA-REC.
           COPY PARCREC REPLACING ==:PREFIX:== BY ==PARC==.

      *-----------------------------------------------------------------
       WORKING-STORAGE                         SECTION.
      *-----------------------------------------------------------------
       77 WS-ORI-STATUS        PIC X(2)    VALUE '00'.
       77 WS-ANT-STATUS        PIC X(2)    VALUE '00'.
       77 WS-EMM-STATUS        PIC X(2)    VALUE '00'.
       77 WS-PARC-STATUS       PIC X(2)    VALUE '00'.

       77 WS-EOF               PIC X(1)    VALUE 'N'.

      *CONTAGEM E HASH DE SALDO DEVEDOR DA COPIA .ant E DO MASTER
      *NOVO, OS DOIS RELIDOS DO DISCO NA PROVA.
       77 WS-QTD-COPIADOS      PIC 9(9)    VALUE ZEROS.
       77 WS-QTD-CONVERTIDOS   PIC 9(9)    VALUE ZEROS.
       77 WS-QTD-PROVA-ANT     PIC 9(9)    VALUE ZEROS.
       77 WS-QTD-PROVA-NOV     PIC 9(9)    VALUE ZEROS.
       77 WS-HASH-COPIADOS     PIC 9(13)V99 VALUE ZEROS.
       77 WS-HASH-PROVA-ANT    PIC 9(13)V99 VALUE ZEROS.
       77 WS-HASH-PROVA-NOV    PIC 9(13)V99 VALUE ZEROS.
       77 WS-QTD-COM-PARCELA   PIC 9(9)    VALUE ZEROS.

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================
       PROGRAM-BEGIN.

           PERFORM VERIFICAR-COPIA-ANTIGA

           OPEN INPUT EMPRESTIMOS-ORIGEM
           IF WS-ORI-STATUS = '35'
               DISPLAY 'MASTER DE EMPRESTIMOS AUSENTE, NADA A CONVERTER'
               STOP RUN
           END-IF
           IF WS-ORI-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR emprestimos_master.dat, STATUS: '
                   WS-ORI-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM COPIAR-PARA-ANTIGO
           PERFORM RECONSTRUIR-MASTER
           PERFORM CARREGAR-VALOR-PARCELA
           PERFORM PROVAR-CONVERSAO

           DISPLAY ' '
           DISPLAY 'CONVERSAO DO MASTER DE EMPRESTIMOS: PASSA'
           DISPLAY 'CONTRATOS CONVERTIDOS...: ' WS-QTD-CONVERTIDOS
           DISPLAY 'COM PARCELA EM ABERTO...: ' WS-QTD-COM-PARCELA

           STOP RUN.

      *COPIA .ant JA EXISTENTE = MASTER JA CONVERTIDO (OU CONVERSAO
      *INTERROMPIDA): CONVERTER DE NOVO LERIA O LAYOUT NOVO COMO SE
      *FOSSE O ANTIGO E SOBRESCREVERIA A UNICA COPIA DO ORIGINAL.
       VERIFICAR-COPIA-ANTIGA.

           OPEN INPUT EMPRESTIMOS-ANTIGO
           IF WS-ANT-STATUS NOT = '35'
               IF WS-ANT-STATUS = '00'
                   CLOSE EMPRESTIMOS-ANTIGO
               END-IF
               DISPLAY 'COPIA emprestimos_master.ant JA EXISTE (STATUS '
                   WS-ANT-STATUS '): MASTER JA CONVERTIDO, '
                   'CONVERSAO RECUSADA.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *PASSO 1: O MASTER ANTIGO (JA ABERTO) VAI INTEIRO PARA O .ant,
      *NA ORDEM DE CONTRATO.
       COPIAR-PARA-ANTIGO.

           MOVE 'N' TO WS-EOF
           OPEN OUTPUT EMPRESTIMOS-ANTIGO

           PERFORM UNTIL WS-EOF = 'Y'
               READ EMPRESTIMOS-ORIGEM NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE EMPRESTIMO-ORI-REC TO EMPRESTIMO-ANT-REC
                       WRITE EMPRESTIMO-ANT-REC
                       ADD 1 TO WS-QTD-COPIADOS
                       ADD ORI-SALDO-DEVEDOR TO WS-HASH-COPIADOS
               END-READ
           END-PERFORM

           CLOSE EMPRESTIMOS-ORIGEM
           CLOSE EMPRESTIMOS-ANTIGO.

      *PASSO 2: O MASTER E RECRIADO COM O MESMO NOME NO LAYOUT NOVO.
      *NENHUM CONTRATO ANTIGO E CONSIGNADO.
       RECONSTRUIR-MASTER.

           MOVE 'N' TO WS-EOF
           OPEN INPUT EMPRESTIMOS-ANTIGO
           OPEN OUTPUT EMPRESTIMOS-MASTER
           IF WS-EMM-STATUS NOT = '00'
               DISPLAY 'ERRO AO RECRIAR emprestimos_master.dat, '
                   'STATUS: ' WS-EMM-STATUS
                   ' - ORIGINAL PRESERVADO EM emprestimos_master.ant'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ EMPRESTIMOS-ANTIGO
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE ANT-CONTRATO      TO EMM-CONTRATO
                       MOVE ANT-PRINCIPAL     TO EMM-PRINCIPAL
                       MOVE ANT-TAXA-JUROS    TO EMM-TAXA-JUROS
                       MOVE ANT-PRAZO-MESES   TO EMM-PRAZO-MESES
                       MOVE ANT-CONTA-DEBITO  TO EMM-CONTA-DEBITO
                       MOVE ANT-SALDO-DEVEDOR TO EMM-SALDO-DEVEDOR
                       MOVE ANT-SITUACAO      TO EMM-SITUACAO
                       MOVE 'N'               TO EMM-CONSIGNADO
                       MOVE ZEROS             TO EMM-FUNCIONARIO
                       MOVE ZEROS             TO EMM-VALOR-PARCELA
                       WRITE EMPRESTIMO-MASTER-REC
                           INVALID KEY
                               DISPLAY 'CONTRATO REPETIDO NO MASTER: '
                                   EMM-CONTRATO
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-CONVERTIDOS
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE EMPRESTIMOS-ANTIGO
           CLOSE EMPRESTIMOS-MASTER.

      *PASSO 3: O CRONOGRAMA E GRAVADO NA ORDEM DAS PARCELAS, ENTAO A
      *PRIMEIRA PARCELA EM ABERTO DE CADA CONTRATO E A PROXIMA A
      *VENCER; O VALOR MENSAL DELA E O VALOR DA PARCELA DO CONTRATO.
      *SEM parcelas.dat OS VALORES FICAM ZERADOS.
       CARREGAR-VALOR-PARCELA.

           OPEN INPUT PARCELAS
           IF WS-PARC-STATUS NOT = '00'
               DISPLAY 'SEM CRONOGRAMA DE PARCELAS (parcelas.dat), '
                   'STATUS ' WS-PARC-STATUS
                   ': VALOR-PARCELA FICA ZERADO'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF
           OPEN I-O EMPRESTIMOS-MASTER

           PERFORM UNTIL WS-EOF = 'Y'
               READ PARCELAS
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PARC-SITUACAO = 'A'
                           MOVE PARC-CONTRATO TO EMM-CONTRATO
                           READ EMPRESTIMOS-MASTER KEY IS EMM-CONTRATO
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   IF EMM-VALOR-PARCELA = ZEROS
                                       MOVE PARC-VALOR-MENSAL
                                           TO EMM-VALOR-PARCELA
                                       REWRITE EMPRESTIMO-MASTER-REC
                                       ADD 1 TO WS-QTD-COM-PARCELA
                                   END-IF
                           END-READ
                       END-IF
               END-READ
           END-PERFORM

           CLOSE EMPRESTIMOS-MASTER
           CLOSE PARCELAS.

      *PASSO 4: A PROVA RELE O .ant E O MASTER NOVO DO DISCO E
      *RECONTA DO ZERO.
       PROVAR-CONVERSAO.

           MOVE 'N' TO WS-EOF
           OPEN INPUT EMPRESTIMOS-ANTIGO
           PERFORM UNTIL WS-EOF = 'Y'
               READ EMPRESTIMOS-ANTIGO
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-PROVA-ANT
                       ADD ANT-SALDO-DEVEDOR TO WS-HASH-PROVA-ANT
               END-READ
           END-PERFORM
           CLOSE EMPRESTIMOS-ANTIGO

           MOVE 'N' TO WS-EOF
           OPEN INPUT EMPRESTIMOS-MASTER
           PERFORM UNTIL WS-EOF = 'Y'
               READ EMPRESTIMOS-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-PROVA-NOV
                       ADD EMM-SALDO-DEVEDOR TO WS-HASH-PROVA-NOV
               END-READ
           END-PERFORM
           CLOSE EMPRESTIMOS-MASTER

           DISPLAY 'emprestimos_master.dat'
           DISPLAY '  COPIADOS (.ant)..: ' WS-QTD-PROVA-ANT
               ' HASH ' WS-HASH-PROVA-ANT
           DISPLAY '  CONVERTIDOS......: ' WS-QTD-PROVA-NOV
               ' HASH ' WS-HASH-PROVA-NOV

           IF WS-QTD-PROVA-ANT NOT = WS-QTD-COPIADOS
               OR WS-QTD-PROVA-NOV NOT = WS-QTD-CONVERTIDOS
               OR WS-QTD-PROVA-NOV NOT = WS-QTD-PROVA-ANT
               OR WS-HASH-PROVA-ANT NOT = WS-HASH-COPIADOS
               OR WS-HASH-PROVA-NOV NOT = WS-HASH-PROVA-ANT
               DISPLAY 'CONVERSAO: FALHA NO MASTER DE EMPRESTIMOS'
                   ' - RESTAURE A PARTIR DE emprestimos_master.ant'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
