      *=================================================================
       IDENTIFICATION                                  DIVISION.
      *=================================================================
       PROGRAM-ID. EmissaoBoletos.
      *******************************************************************
      * Author: Vinícius Azevedo
      * Date: 15/10/2026
      * Purpose: Emissao de boletos para as parcelas em aberto
      * Tectonics: cobc
      ******************************************************************
      * Roda no batch noturno depois da CobrancaParcelas: para cada
      * parcela ainda em aberto (SITUACAO 'A') de parcelas.dat que
      * nao tem boleto, emite um boleto com "nosso numero" unico --
      * sequencia de 10 digitos mais digito verificador modulo 11 --
      * e grava no cadastro indexado de boletos (boletos.dat), que o
      * retorno do banco cobrador baixa depois. O cliente que paga na
      * loterica ou em outro banco deixa de aparecer como
      * inadimplente. Os boletos emitidos na noite saem na remessa
      * para o banco cobrador (boletos_remessa.dat) com a MESMA
      * disciplina de envelope do extrato do canal -- header 'H' com
      * data e sequencia, detalhes 'D' e trailer 'T' com contagem e
      * hash -- e o recibo do envelope, com o ultimo nosso numero
      * usado, fica no arquivo de controle (boletos_ctl.dat). Parcela
      * que ja tem boleto nao ganha outro, entao a corrida e
      * re-executavel. Parcela de emprestimo consignado ativo nao
      * ganha boleto: ela e descontada na folha do funcionario.
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
           SELECT PARCELAS ASSIGN TO 'parcelas.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PARC-STATUS.

           SELECT BOLETOS ASSIGN TO 'boletos.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BOL-NOSSO-NUMERO
           ALTERNATE RECORD KEY IS BOL-CHAVE-PARCELA
           FILE STATUS IS WS-BOL-STATUS.

           SELECT CONTAS ASSIGN TO 'contas.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONTA-NUMERO
           FILE STATUS IS WS-CONTA-STATUS.

           SELECT REMESSA-BOLETOS ASSIGN TO 'boletos_remessa.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-REM-STATUS.

           SELECT BOLETOS-CONTROLE ASSIGN TO 'boletos_ctl.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CTL-STATUS.

           SELECT EMPRESTIMOS-MASTER ASSIGN TO 'emprestimos_master.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMM-CONTRATO
           FILE STATUS IS WS-EMM-STATUS.

           SELECT DATA-MOVIMENTO ASSIGN TO 'data_movimento.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-DTM-STATUS.

           SELECT CONTROLE-EXECUCAO ASSIGN TO 'controle_execucao.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTE-CHAVE
           FILE STATUS IS WS-CTE-STATUS.

      *=================================================================
       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                    SECTION.
      *-----------------------------------------------------------------
       FD  PARCELAS.
       01  PARCELA-REC.
           COPY PARCREC REPLACING ==:PREFIX:== BY ==PARC==.

       FD  BOLETOS.
       01  BOLETO-REC.
           COPY BOLETOREC REPLACING ==:PREFIX:== BY ==BOL==.

       FD  CONTAS.
       01  CONTA-REC.
           COPY CONTAREC REPLACING ==:PREFIX:== BY ==CONTA==.

      *LAYOUT FIXO DE 60 POSICOES ACORDADO COM O BANCO COBRADOR:
      *HEADER 'H', UM DETALHE 'D' POR BOLETO EMITIDO (COM O CPF DO
      *PAGADOR) E TRAILER 'T' COM CONTAGEM E HASH DOS VALORES.
       FD  REMESSA-BOLETOS.
       01  REMESSA-HEADER.
           05 RMH-TIPO             PIC X(1).
           05 RMH-DATA             PIC 9(8).
           05 RMH-SEQUENCIA        PIC 9(6).
           05 FILLER               PIC X(45).
       01  REMESSA-DETALHE.
           05 RMD-TIPO             PIC X(1).
           05 RMD-NOSSO-NUMERO     PIC 9(11).
           05 RMD-CONTRATO         PIC 9(6).
           05 RMD-PARCELA          PIC 9(3).
           05 RMD-VENCIMENTO       PIC 9(8).
           05 RMD-VALOR            PIC 9(9)V99.
           05 RMD-CPF-PAGADOR      PIC 9(11).
           05 FILLER               PIC X(9).
       01  REMESSA-TRAILER.
           05 RMT-TIPO             PIC X(1).
           05 RMT-QTD              PIC 9(6).
           05 RMT-HASH             PIC 9(13)V99.
           05 FILLER               PIC X(38).

      *UM REGISTRO POR REMESSA ENVIADA: E O RECIBO DO ENVELOPE E
      *GUARDA O ULTIMO NOSSO NUMERO USADO (SEM O DIGITO).
       FD  BOLETOS-CONTROLE.
       01  BOLETOS-CONTROLE-REC.
           05 BCT-DATA             PIC 9(8).
           05 BCT-SEQUENCIA        PIC 9(6).
           05 BCT-QTD              PIC 9(6).
           05 BCT-HASH             PIC 9(13)V99.
           05 BCT-ULTIMO-NUMERO    PIC 9(10).

       FD  EMPRESTIMOS-MASTER.
       01  EMPRESTIMO-MASTER-REC.
           COPY EMPMREC REPLACING ==:PREFIX:== BY ==EMM==.

       FD  DATA-MOVIMENTO.
       01  DATA-MOVIMENTO-REC.
           05 DTM-DATA             PIC 9(8).
           05 DTM-SITUACAO         PIC X(1).

       FD  CONTROLE-EXECUCAO.
       01  CONTROLE-EXECUCAO-REC.
           COPY RUNCTL REPLACING ==:PREFIX:== BY ==CTE==.

      *-----------------------------------------------------------------
       WORKING-STORAGE                         SECTION.
      *-----------------------------------------------------------------
       77 WS-PARC-STATUS       PIC X(2)    VALUE '00'.
       77 WS-BOL-STATUS        PIC X(2)    VALUE '00'.
       77 WS-CONTA-STATUS      PIC X(2)    VALUE '00'.
       77 WS-REM-STATUS        PIC X(2)    VALUE '00'.
       77 WS-CTL-STATUS        PIC X(2)    VALUE '00'.

       77 WS-EOF               PIC X(1)    VALUE 'N'.
       77 WS-CTL-EOF           PIC X(1)    VALUE 'N'.
       77 WS-TEM-CONTAS        PIC X(1)    VALUE 'N'.
       77 WS-EMM-STATUS        PIC X(2)    VALUE '00'.
       77 WS-TEM-MASTER-EMP    PIC X(1)    VALUE 'N'.
       77 WS-QTD-CONSIGNADO    PIC 9(7)    VALUE ZEROS.

       77 WS-SEQUENCIA         PIC 9(6)    VALUE ZEROS.
       77 WS-QTD-EMITIDOS      PIC 9(6)    VALUE ZEROS.
       77 WS-QTD-JA-EMITIDOS   PIC 9(7)    VALUE ZEROS.
       77 WS-HASH-EMITIDOS     PIC 9(13)V99 VALUE ZEROS.
       77 WS-QTD-PASSO         PIC 9(9)    VALUE ZEROS.

       77 WS-I                 PIC 9(2)    VALUE ZEROS.
       77 WS-PESO              PIC 9(1)    VALUE 2.
       77 WS-SOMA-DV           PIC 9(5)    VALUE ZEROS.
       77 WS-RESTO-DV          PIC 9(2)    VALUE ZEROS.

      *NOSSO NUMERO: SEQUENCIA DE 10 DIGITOS (DIGITO A DIGITO PARA O
      *CALCULO DO VERIFICADOR) SEGUIDA DO DIGITO MODULO 11 COM PESOS
      *2 A 9 DA DIREITA PARA A ESQUERDA.
       01 WS-NUMERO-BOLETO     PIC 9(10)   VALUE ZEROS.
       01 WS-DIGITOS-BOLETO REDEFINES WS-NUMERO-BOLETO.
           05 WS-DIGITO-BOLETO  PIC 9(1)   OCCURS 10 TIMES.
       01 WS-NOSSO-NUMERO.
           05 WS-NN-SEQUENCIA   PIC 9(10).
           05 WS-NN-DV          PIC 9(1).

      *CONTROLE DE EXECUCAO DO PASSO: DATA DE MOVIMENTO ABERTA PELA
      *ABERTURA DIARIA E REGISTRO POR PASSO COM INICIO/FIM, REGISTROS
      *E RESULTADO. PASSO JA 'OK' NA DATA NAO RODA DE NOVO.
       77 WS-DTM-STATUS        PIC X(2)    VALUE '00'.
       77 WS-CTE-STATUS        PIC X(2)    VALUE '00'.
       77 WS-DATA-MOVIMENTO    PIC 9(8)    VALUE ZEROS.
       77 WS-NOME-PASSO        PIC X(12)   VALUE 'EMISBOLETOS '.

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================
       PROGRAM-BEGIN.

           PERFORM INICIAR-CONTROLE-EXECUCAO.
           PERFORM OBTER-PROXIMA-SEQUENCIA.
           PERFORM EMITIR-BOLETOS.
           PERFORM REGISTRAR-ENVELOPE.

           MOVE WS-QTD-EMITIDOS TO WS-QTD-PASSO.
           PERFORM ENCERRAR-CONTROLE-EXECUCAO.

           DISPLAY ' '
           DISPLAY 'EMISSAO DE BOLETOS - DATA ' WS-DATA-MOVIMENTO
               ' REMESSA ' WS-SEQUENCIA
           DISPLAY 'BOLETOS EMITIDOS......: ' WS-QTD-EMITIDOS
           DISPLAY 'PARCELAS JA COM BOLETO: ' WS-QTD-JA-EMITIDOS
           DISPLAY 'PARCELAS CONSIGNADAS..: ' WS-QTD-CONSIGNADO
           DISPLAY 'VALOR EMITIDO.........: ' WS-HASH-EMITIDOS

           STOP RUN.

      *A SEQUENCIA DA REMESSA E A ULTIMA DO ARQUIVO DE CONTROLE + 1,
      *COMO NO EXTRATO DO CANAL; O ULTIMO NOSSO NUMERO USADO VEM DO
      *MESMO RECIBO.
       OBTER-PROXIMA-SEQUENCIA.

           MOVE ZEROS TO WS-SEQUENCIA WS-NUMERO-BOLETO

           OPEN INPUT BOLETOS-CONTROLE
           IF WS-CTL-STATUS = '00'
               MOVE 'N' TO WS-CTL-EOF
               PERFORM UNTIL WS-CTL-EOF = 'Y'
                   READ BOLETOS-CONTROLE
                       AT END
                           MOVE 'Y' TO WS-CTL-EOF
                       NOT AT END
                           MOVE BCT-SEQUENCIA     TO WS-SEQUENCIA
                           MOVE BCT-ULTIMO-NUMERO TO WS-NUMERO-BOLETO
                   END-READ
               END-PERFORM
               CLOSE BOLETOS-CONTROLE
           END-IF

           ADD 1 TO WS-SEQUENCIA.

      *VARRE O CRONOGRAMA: PARCELA EM ABERTO SEM BOLETO (CHAVE
      *ALTERNATIVA CONTRATO + PARCELA + VENCIMENTO) GANHA UM.
       EMITIR-BOLETOS.

           MOVE 'N' TO WS-EOF

           OPEN INPUT PARCELAS
           IF WS-PARC-STATUS NOT = '00'
               DISPLAY 'SEM CRONOGRAMA DE PARCELAS (parcelas.dat), '
                   'STATUS: ' WS-PARC-STATUS
               MOVE 'Y' TO WS-EOF
           END-IF

           OPEN I-O BOLETOS
           IF WS-BOL-STATUS = '35'
               OPEN OUTPUT BOLETOS
               CLOSE BOLETOS
               OPEN I-O BOLETOS
           END-IF
           IF WS-BOL-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE BOLETOS NAO ABRIU, STATUS: '
                   WS-BOL-STATUS
               PERFORM ABORTAR-PASSO
           END-IF

           MOVE 'N' TO WS-TEM-CONTAS
           OPEN INPUT CONTAS
           IF WS-CONTA-STATUS = '00'
               MOVE 'Y' TO WS-TEM-CONTAS
           END-IF

           MOVE 'N' TO WS-TEM-MASTER-EMP
           OPEN INPUT EMPRESTIMOS-MASTER
           IF WS-EMM-STATUS = '00'
               MOVE 'Y' TO WS-TEM-MASTER-EMP
           END-IF

           OPEN OUTPUT REMESSA-BOLETOS
           MOVE SPACES            TO REMESSA-HEADER
           MOVE 'H'               TO RMH-TIPO
           MOVE WS-DATA-MOVIMENTO TO RMH-DATA
           MOVE WS-SEQUENCIA      TO RMH-SEQUENCIA
           WRITE REMESSA-HEADER

           PERFORM UNTIL WS-EOF = 'Y'
               READ PARCELAS
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PARC-SITUACAO = 'A'
                           PERFORM EMITIR-BOLETO-DA-PARCELA
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES           TO REMESSA-TRAILER
           MOVE 'T'              TO RMT-TIPO
           MOVE WS-QTD-EMITIDOS  TO RMT-QTD
           MOVE WS-HASH-EMITIDOS TO RMT-HASH
           WRITE REMESSA-TRAILER
           CLOSE REMESSA-BOLETOS

           IF WS-TEM-CONTAS = 'Y'
               CLOSE CONTAS
           END-IF
           IF WS-TEM-MASTER-EMP = 'Y'
               CLOSE EMPRESTIMOS-MASTER
           END-IF
           CLOSE BOLETOS
           IF WS-PARC-STATUS = '00' OR WS-PARC-STATUS = '10'
               CLOSE PARCELAS
           END-IF.

       EMITIR-BOLETO-DA-PARCELA.

           IF WS-TEM-MASTER-EMP = 'Y'
               MOVE PARC-CONTRATO TO EMM-CONTRATO
               READ EMPRESTIMOS-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EMM-CONSIGNADO = 'S' AND EMM-SITUACAO = 'A'
                           ADD 1 TO WS-QTD-CONSIGNADO
                           EXIT PARAGRAPH
                       END-IF
               END-READ
           END-IF

           MOVE PARC-CONTRATO        TO BOL-CONTRATO
           MOVE PARC-NUMERO          TO BOL-PARCELA
           MOVE PARC-DATA-VENCIMENTO TO BOL-VENCIMENTO
           READ BOLETOS KEY IS BOL-CHAVE-PARCELA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-JA-EMITIDOS
                   EXIT PARAGRAPH
           END-READ

           ADD 1 TO WS-NUMERO-BOLETO
           PERFORM CALCULAR-DIGITO-BOLETO

           MOVE WS-NOSSO-NUMERO      TO BOL-NOSSO-NUMERO
           MOVE PARC-CONTRATO        TO BOL-CONTRATO
           MOVE PARC-NUMERO          TO BOL-PARCELA
           MOVE PARC-DATA-VENCIMENTO TO BOL-VENCIMENTO
           MOVE PARC-VALOR-MENSAL    TO BOL-VALOR
           MOVE PARC-CONTA-DEBITO    TO BOL-CONTA-DEBITO
           MOVE WS-DATA-MOVIMENTO    TO BOL-DATA-EMISSAO
           MOVE 'E'                  TO BOL-SITUACAO
           MOVE ZEROS                TO BOL-DATA-PAGAMENTO
           MOVE ZEROS                TO BOL-VALOR-PAGO
           WRITE BOLETO-REC
               INVALID KEY
                   DISPLAY 'NOSSO NUMERO JA EXISTE NO CADASTRO: '
                       BOL-NOSSO-NUMERO ' (CONTROLE DESATUALIZADO?)'
                   PERFORM ABORTAR-PASSO
           END-WRITE

           MOVE SPACES               TO REMESSA-DETALHE
           MOVE 'D'                  TO RMD-TIPO
           MOVE BOL-NOSSO-NUMERO     TO RMD-NOSSO-NUMERO
           MOVE BOL-CONTRATO         TO RMD-CONTRATO
           MOVE BOL-PARCELA          TO RMD-PARCELA
           MOVE BOL-VENCIMENTO       TO RMD-VENCIMENTO
           MOVE BOL-VALOR            TO RMD-VALOR
           MOVE ZEROS                TO RMD-CPF-PAGADOR
           IF WS-TEM-CONTAS = 'Y'
               MOVE PARC-CONTA-DEBITO TO CONTA-NUMERO
               READ CONTAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CONTA-CPF-TITULAR TO RMD-CPF-PAGADOR
               END-READ
           END-IF
           WRITE REMESSA-DETALHE

           ADD 1 TO WS-QTD-EMITIDOS
           ADD BOL-VALOR TO WS-HASH-EMITIDOS

           DISPLAY 'BOLETO EMITIDO: ' BOL-NOSSO-NUMERO ' CONTRATO '
               BOL-CONTRATO ' PARCELA ' BOL-PARCELA ' VENCIMENTO '
               BOL-VENCIMENTO.

      *DIGITO VERIFICADOR MODULO 11 DA SEQUENCIA EM WS-NUMERO-BOLETO:
      *PESOS 2..9 DA DIREITA PARA A ESQUERDA, DIGITO = 11 - RESTO;
      *RESULTADO 10 OU 11 VIRA ZERO.
       CALCULAR-DIGITO-BOLETO.

           MOVE ZEROS TO WS-SOMA-DV
           MOVE 2 TO WS-PESO
           PERFORM VARYING WS-I FROM 10 BY -1 UNTIL WS-I < 1
               COMPUTE WS-SOMA-DV =
                   WS-SOMA-DV + WS-DIGITO-BOLETO(WS-I) * WS-PESO
               IF WS-PESO = 9
                   MOVE 2 TO WS-PESO
               ELSE
                   ADD 1 TO WS-PESO
               END-IF
           END-PERFORM

           COMPUTE WS-RESTO-DV = FUNCTION MOD(WS-SOMA-DV, 11)
           MOVE WS-NUMERO-BOLETO TO WS-NN-SEQUENCIA
           IF WS-RESTO-DV < 2
               MOVE ZEROS TO WS-NN-DV
           ELSE
               COMPUTE WS-NN-DV = 11 - WS-RESTO-DV
           END-IF.

      *O RECIBO DA REMESSA VAI PARA O ARQUIVO DE CONTROLE, COM O
      *ULTIMO NOSSO NUMERO USADO -- A PROXIMA NOITE CONTINUA DAI.
       REGISTRAR-ENVELOPE.

           OPEN EXTEND BOLETOS-CONTROLE
           IF WS-CTL-STATUS = '35'
               OPEN OUTPUT BOLETOS-CONTROLE
           END-IF

           MOVE WS-DATA-MOVIMENTO  TO BCT-DATA
           MOVE WS-SEQUENCIA       TO BCT-SEQUENCIA
           MOVE WS-QTD-EMITIDOS    TO BCT-QTD
           MOVE WS-HASH-EMITIDOS   TO BCT-HASH
           MOVE WS-NUMERO-BOLETO   TO BCT-ULTIMO-NUMERO
           WRITE BOLETOS-CONTROLE-REC

           CLOSE BOLETOS-CONTROLE.

      *LE A DATA DE MOVIMENTO ABERTA E RECUSA O PASSO QUANDO NAO HA
      *DATA ABERTA, QUANDO O CONTROLE DE EXECUCAO ESTA INACESSIVEL OU
      *QUANDO O PASSO JA TERMINOU 'OK' NESTA DATA (DUPLA EXECUCAO).
       INICIAR-CONTROLE-EXECUCAO.

           OPEN INPUT DATA-MOVIMENTO
           IF WS-DTM-STATUS NOT = '00'
               DISPLAY WS-NOME-PASSO ': SEM DATA DE MOVIMENTO ABERTA '
                   '(RODE AberturaDiaria).'
               PERFORM ABORTAR-PASSO
           END-IF
           READ DATA-MOVIMENTO
               AT END
                   MOVE SPACES TO DTM-SITUACAO
           END-READ
           IF DTM-SITUACAO NOT = 'A'
               DISPLAY WS-NOME-PASSO ': DATA DE MOVIMENTO NAO ESTA '
                   'ABERTA.'
               PERFORM ABORTAR-PASSO
           END-IF
           MOVE DTM-DATA TO WS-DATA-MOVIMENTO
           CLOSE DATA-MOVIMENTO

           OPEN I-O CONTROLE-EXECUCAO
           IF WS-CTE-STATUS = '35'
               OPEN OUTPUT CONTROLE-EXECUCAO
               CLOSE CONTROLE-EXECUCAO
               OPEN I-O CONTROLE-EXECUCAO
           END-IF
           IF WS-CTE-STATUS NOT = '00'
               DISPLAY WS-NOME-PASSO ': CONTROLE DE EXECUCAO '
                   'INACESSIVEL, STATUS: ' WS-CTE-STATUS
               PERFORM ABORTAR-PASSO
           END-IF

           MOVE WS-DATA-MOVIMENTO TO CTE-DATA
           MOVE WS-NOME-PASSO     TO CTE-PASSO
           READ CONTROLE-EXECUCAO
               INVALID KEY
                   MOVE FUNCTION CURRENT-DATE TO CTE-INICIO
                   MOVE SPACES    TO CTE-FIM
                   MOVE ZEROS     TO CTE-REGISTROS
                   MOVE 'EM CURSO' TO CTE-RESULTADO
                   WRITE CONTROLE-EXECUCAO-REC
               NOT INVALID KEY
                   IF CTE-RESULTADO = 'OK'
      *PASSO JA COMPLETO NESTA DATA: EM UM RERUN DA NOITE O PASSO E
      *PULADO COM SUCESSO (RC 0) -- O BANCO NAO RECEBE A MESMA
      *REMESSA DUAS VEZES.
                       DISPLAY WS-NOME-PASSO ': JA EXECUTADO NA DATA '
                           WS-DATA-MOVIMENTO ', PASSO PULADO.'
                       CLOSE CONTROLE-EXECUCAO
                       STOP RUN
                   ELSE
                       MOVE FUNCTION CURRENT-DATE TO CTE-INICIO
                       MOVE 'EM CURSO' TO CTE-RESULTADO
                       REWRITE CONTROLE-EXECUCAO-REC
                   END-IF
           END-READ
           CLOSE CONTROLE-EXECUCAO.

      *ASSUME WS-QTD-PASSO JA CARREGADO PELO CHAMADOR COM OS
      *REGISTROS PROCESSADOS DO PASSO.
       ENCERRAR-CONTROLE-EXECUCAO.

           OPEN I-O CONTROLE-EXECUCAO
           MOVE WS-DATA-MOVIMENTO TO CTE-DATA
           MOVE WS-NOME-PASSO     TO CTE-PASSO
           READ CONTROLE-EXECUCAO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FUNCTION CURRENT-DATE TO CTE-FIM
                   MOVE WS-QTD-PASSO TO CTE-REGISTROS
                   MOVE 'OK' TO CTE-RESULTADO
                   REWRITE CONTROLE-EXECUCAO-REC
           END-READ
           CLOSE CONTROLE-EXECUCAO.

       ABORTAR-PASSO.

           MOVE 8 TO RETURN-CODE
           STOP RUN.
