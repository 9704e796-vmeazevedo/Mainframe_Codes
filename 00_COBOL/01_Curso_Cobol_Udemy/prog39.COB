      ******************************************************************
      * Author: Vinicius Azevedo
      * Date: 15/10/2026
      * Purpose: Conversao unica do cadastro (centro de custo)
      * Tectonics: cobc
      ******************************************************************
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. PROG39.
      *Conversao unica do cadastro de funcionarios (funcionarios.dat)
      *do layout sem centro de custo para o layout FUNCREC com
      *FR-CENTRO-CUSTO. Todo funcionario convertido recebe o centro de
      *custo padrao informado pelo operador, que tem que existir e
      *estar ativo em centros_custo.dat (cadastre-o antes pelo PROG29b,
      *opcao 6); o RH redistribui depois pela manutencao do cadastro.
      *
      *Procedimento de virada:
      *  1. renomear funcionarios.dat para funcionarios_old.dat;
      *  2. rodar este programa (le o antigo, grava o novo
      *     funcionarios.dat ja no layout novo);
      *  3. conferir o PASSA da prova: contagem e total de salarios do
      *     arquivo novo relidos do disco tem que bater com o antigo.
      *O programa termina com RETURN-CODE 8 quando a prova falha.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIOS-ANTIGO ASSIGN TO 'funcionarios_old.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FRA-CODIGO
           FILE STATUS IS WS-ANTIGO-STATUS.

           SELECT FUNCIONARIOS ASSIGN TO 'funcionarios.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FR-CODIGO
           FILE STATUS IS WS-NOVO-STATUS.

           SELECT CENTROS-CUSTO ASSIGN TO 'centros_custo.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CC-CODIGO
           FILE STATUS IS WS-CC-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      *LAYOUT ANTIGO, SO ESTE PROGRAMA AINDA O CONHECE.
       FD  FUNCIONARIOS-ANTIGO.
       01  FUNCIONARIO-ANTIGO-REC.
           05 FRA-CODIGO     PIC 9(6).
           05 FRA-NOME       PIC X(20).
           05 FRA-ENDERECO   PIC X(20).
           05 FRA-SALARIO    PIC 9(4)V9(2).
           05 FRA-SITUACAO   PIC X(1).

       FD  FUNCIONARIOS.
       01  FUNCIONARIO-REC.
           COPY FUNCREC REPLACING ==:PREFIX:== BY ==FR==.

       FD  CENTROS-CUSTO.
       01  CENTRO-CUSTO-REC.
           COPY CCUSTOREC REPLACING ==:PREFIX:== BY ==CC==.

       WORKING-STORAGE SECTION.
       01  WS-ANTIGO-STATUS    PIC X(2) VALUE '00'.
       01  WS-NOVO-STATUS      PIC X(2) VALUE '00'.
       01  WS-CC-STATUS        PIC X(2) VALUE '00'.
       01  WS-EOF              PIC X(1) VALUE 'N'.
       01  WS-QTD-ANTIGO       PIC 9(9) VALUE ZEROS.
       01  WS-TOTAL-ANTIGO     PIC 9(11)V9(2) VALUE ZEROS.
       01  WS-QTD-NOVO         PIC 9(9) VALUE ZEROS.
       01  WS-TOTAL-NOVO       PIC 9(11)V9(2) VALUE ZEROS.
       01  WS-CONVERSAO-OK     PIC X(1) VALUE 'Y'.
       01  WS-CENTRO-PADRAO    PIC 9(4) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-BEGIN.
           PERFORM ACEITAR-CENTRO-PADRAO.
           IF WS-CONVERSAO-OK = 'Y'
               PERFORM CONVERTER-CADASTRO
           END-IF.
           IF WS-CONVERSAO-OK = 'Y'
               PERFORM PROVAR-CONVERSAO
           END-IF.

           IF WS-CONVERSAO-OK = 'Y'
               DISPLAY 'CONVERSAO: PASSA'
           ELSE
               DISPLAY 'CONVERSAO: FALHA - NAO FAZER A VIRADA'
               MOVE 8 TO RETURN-CODE
           END-IF.
       PROGRAM-DONE.
           STOP RUN.

      *O CENTRO PADRAO E CONFERIDO ANTES DE ABRIR QUALQUER CADASTRO
      *PARA GRAVACAO: CENTRO INEXISTENTE OU INATIVO NAO CONVERTE NADA.
       ACEITAR-CENTRO-PADRAO.
           DISPLAY 'CENTRO DE CUSTO PADRAO DOS FUNCIONARIOS: '.
           ACCEPT WS-CENTRO-PADRAO.

           IF WS-CENTRO-PADRAO NOT NUMERIC OR WS-CENTRO-PADRAO = ZEROS
               DISPLAY 'CENTRO DE CUSTO INVALIDO: ' WS-CENTRO-PADRAO
               MOVE 'N' TO WS-CONVERSAO-OK
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT CENTROS-CUSTO.
           IF WS-CC-STATUS NOT = '00'
               DISPLAY 'centros_custo.dat NAO ABRIU, STATUS: '
                   WS-CC-STATUS
               MOVE 'N' TO WS-CONVERSAO-OK
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CENTRO-PADRAO TO CC-CODIGO.
           READ CENTROS-CUSTO
               INVALID KEY
                   DISPLAY 'CENTRO DE CUSTO NAO CADASTRADO: '
                       WS-CENTRO-PADRAO
                   MOVE 'N' TO WS-CONVERSAO-OK
               NOT INVALID KEY
                   IF CC-SITUACAO NOT = 'A'
                       DISPLAY 'CENTRO DE CUSTO INATIVO: '
                           WS-CENTRO-PADRAO
                       MOVE 'N' TO WS-CONVERSAO-OK
                   ELSE
                       DISPLAY 'CENTRO PADRAO: ' CC-CODIGO ' '
                           CC-DESCRICAO
                   END-IF
           END-READ.

           CLOSE CENTROS-CUSTO.

       CONVERTER-CADASTRO.
           MOVE 'N' TO WS-EOF.

           OPEN INPUT FUNCIONARIOS-ANTIGO.
           IF WS-ANTIGO-STATUS NOT = '00'
               DISPLAY 'funcionarios_old.dat NAO ABRIU, STATUS: '
                   WS-ANTIGO-STATUS
               DISPLAY 'RENOMEIE O CADASTRO ATUAL ANTES DE CONVERTER.'
               MOVE 'N' TO WS-CONVERSAO-OK
           ELSE
               OPEN OUTPUT FUNCIONARIOS
               PERFORM COPIAR-REGISTROS
               CLOSE FUNCIONARIOS
               CLOSE FUNCIONARIOS-ANTIGO
           END-IF.

       COPIAR-REGISTROS.
           MOVE ZEROS TO FRA-CODIGO.
           START FUNCIONARIOS-ANTIGO KEY IS NOT LESS THAN FRA-CODIGO
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.

      *A CONTAGEM E O TOTAL DO LADO ANTIGO SAEM DA LEITURA DO
      *ARQUIVO ANTIGO, ANTES DE QUALQUER GRAVACAO: A PROVA TEM QUE
      *SER INDEPENDENTE DO QUE FOI ESCRITO NO ARQUIVO NOVO.
           PERFORM UNTIL WS-EOF = 'Y'
               READ FUNCIONARIOS-ANTIGO NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-ANTIGO
                       ADD FRA-SALARIO TO WS-TOTAL-ANTIGO
                       PERFORM GRAVAR-REGISTRO-NOVO
               END-READ
           END-PERFORM.

      *DESLIGADOS TAMBEM RECEBEM O CENTRO PADRAO: A RESCISAO E O
      *HISTORICO DELES AINDA PODEM PASSAR PELA CONTABILIZACAO.
       GRAVAR-REGISTRO-NOVO.
           MOVE FRA-CODIGO       TO FR-CODIGO.
           MOVE FRA-NOME         TO FR-NOME.
           MOVE FRA-ENDERECO     TO FR-ENDERECO.
           MOVE FRA-SALARIO      TO FR-SALARIO.
           MOVE FRA-SITUACAO     TO FR-SITUACAO.
           MOVE WS-CENTRO-PADRAO TO FR-CENTRO-CUSTO.

           WRITE FUNCIONARIO-REC
               INVALID KEY
                   DISPLAY 'CHAVE DUPLICADA NA CONVERSAO: ' FRA-CODIGO
                   MOVE 'N' TO WS-CONVERSAO-OK
           END-WRITE.

      *A PROVA RELE O ARQUIVO NOVO DO DISCO E RECONTA DO ZERO -- NAO
      *REAPROVEITA OS ACUMULADORES DA COPIA -- PARA PROVAR O QUE FICOU
      *GRAVADO, NAO O QUE PASSOU PELA MEMORIA.
       PROVAR-CONVERSAO.
           MOVE 'N' TO WS-EOF.

           OPEN INPUT FUNCIONARIOS.
           MOVE ZEROS TO FR-CODIGO.
           START FUNCIONARIOS KEY IS NOT LESS THAN FR-CODIGO
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ FUNCIONARIOS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-NOVO
                       ADD FR-SALARIO TO WS-TOTAL-NOVO
               END-READ
           END-PERFORM.
           CLOSE FUNCIONARIOS.

           DISPLAY 'REGISTROS ANTIGO..: ' WS-QTD-ANTIGO.
           DISPLAY 'REGISTROS NOVO....: ' WS-QTD-NOVO.
           DISPLAY 'SALARIOS ANTIGO...: ' WS-TOTAL-ANTIGO.
           DISPLAY 'SALARIOS NOVO.....: ' WS-TOTAL-NOVO.

           IF WS-QTD-ANTIGO NOT = WS-QTD-NOVO
               OR WS-TOTAL-ANTIGO NOT = WS-TOTAL-NOVO
               MOVE 'N' TO WS-CONVERSAO-OK
           END-IF.
