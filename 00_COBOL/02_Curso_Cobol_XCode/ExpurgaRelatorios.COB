      *=================================================================
       IDENTIFICATION                                  DIVISION.
      *=================================================================
       PROGRAM-ID. ExpurgaRelatorios.
      *******************************************************************
      * Author: Vinícius Azevedo
      * Date: 15/10/2026
      * Purpose: Expurgo do repositorio de relatorios pela retencao
      * Tectonics: cobc
      ******************************************************************
      * Passo noturno do repositorio de relatorios: percorre o indice
      * (relatorios_indice.dat, layout RELIDXREC) e, para cada
      * relatorio arquivado, busca a retencao do seu ID na tabela de
      * retencao (retencao_relatorios.dat, layout RETRELREC); ID fora
      * da tabela usa a entrada '*' e, sem ela, 90 dias. A data limite
      * e a data de movimento do relatorio mais QTD dias, meses ou
      * anos; relatorio com data limite anterior a data de movimento
      * de hoje sai do indice e tem o membro esvaziado. Os membros
      * vazios (relrep_*.prt de tamanho zero) sao apagados pelo
      * procedimento do batch logo depois do passo, como a rotacao das
      * geracoes de backup. Relatorio da propria data nunca e
      * expurgado. Cada relatorio expurgado sai no relatorio do passo
      * (EXPURREL) com a data limite e a retencao aplicada.
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
           SELECT INDICE-RELATORIOS ASSIGN TO 'relatorios_indice.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RPI-CHAVE
           FILE STATUS IS WS-RPI-STATUS.

           SELECT RETENCAO-RELATORIOS
               ASSIGN TO 'retencao_relatorios.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RET-ID
           FILE STATUS IS WS-RET-STATUS.

           SELECT MEMBRO-REPOSITORIO ASSIGN TO DYNAMIC WS-NOME-MEMBRO
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-MEM-STATUS.

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
       FD  INDICE-RELATORIOS.
       01  INDICE-RELATORIO-REC.
           COPY RELIDXREC REPLACING ==:PREFIX:== BY ==RPI==.

       FD  RETENCAO-RELATORIOS.
       01  RETENCAO-RELATORIO-REC.
           COPY RETRELREC REPLACING ==:PREFIX:== BY ==RET==.

       FD  MEMBRO-REPOSITORIO.
       01  LINHA-MEMBRO            PIC X(132).

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
       77 WS-RPI-STATUS        PIC X(2)    VALUE '00'.
       77 WS-RET-STATUS        PIC X(2)    VALUE '00'.
       77 WS-MEM-STATUS        PIC X(2)    VALUE '00'.
       77 WS-NOME-MEMBRO       PIC X(40)   VALUE SPACES.
       77 WS-EOF               PIC X(1)    VALUE 'N'.
       77 WS-TABELA-ABERTA     PIC X(1)    VALUE 'N'.

      *RETENCAO PADRAO: A ENTRADA '*' DA TABELA OU, SEM ELA, 90 DIAS.
       77 WS-PADRAO-QTD        PIC 9(3)    VALUE 90.
       77 WS-PADRAO-UNIDADE    PIC X(1)    VALUE 'D'.

      *RETENCAO APLICADA AO RELATORIO EM EXAME E SUA DATA LIMITE.
       77 WS-RET-QTD           PIC 9(3)    VALUE ZEROS.
       77 WS-RET-UNIDADE       PIC X(1)    VALUE SPACES.
       77 WS-DATA-LIMITE       PIC 9(8)    VALUE ZEROS.
       77 WS-ANO               PIC 9(4)    VALUE ZEROS.
       77 WS-MES               PIC 9(2)    VALUE ZEROS.
       77 WS-DIA               PIC 9(2)    VALUE ZEROS.
       77 WS-TOTAL-MESES       PIC 9(7)    VALUE ZEROS.

       77 WS-QTD-LIDOS         PIC 9(7)    VALUE ZEROS.
       77 WS-QTD-EXPURGADOS    PIC 9(7)    VALUE ZEROS.
       77 WS-QTD-MANTIDOS      PIC 9(7)    VALUE ZEROS.
       77 WS-QTD-FALHAS        PIC 9(7)    VALUE ZEROS.

      *CONTROLE DE EXECUCAO DO PASSO. O EXPURGO SO TIRA O QUE JA
      *VENCEU, ENTAO RODAR DE NOVO NA MESMA DATA E PERMITIDO (NADA
      *MAIS E EXPURGADO).
       77 WS-DTM-STATUS        PIC X(2)    VALUE '00'.
       77 WS-CTE-STATUS        PIC X(2)    VALUE '00'.
       77 WS-DATA-MOVIMENTO    PIC 9(8)    VALUE ZEROS.
       77 WS-NOME-PASSO        PIC X(12)   VALUE 'EXPURGOREL  '.

      *AREA DE COMUNICACAO COM O ESCRITOR DE RELATORIOS COMPARTILHADO
      *(GravaRelatorio): RELATORIOS SAEM EM ARQUIVO DE IMPRESSAO DE
      *132 COLUNAS COM CABECALHO PADRAO, ALEM DO CONSOLE.
       01  WS-REL-AREA.
           COPY RELLINK REPLACING ==:PREFIX:== BY ==REL==.

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================
       PROGRAM-BEGIN.

           PERFORM INICIAR-CONTROLE-EXECUCAO.

           MOVE 'A' TO REL-COMANDO
           MOVE 'ExpurgaRelatorios' TO REL-PROGRAMA
           MOVE 'EXPURREL' TO REL-ID
           MOVE 'EXPURGO DO REPOSITORIO DE RELATORIOS' TO REL-TITULO
           CALL 'GravaRelatorio' USING WS-REL-AREA

           PERFORM LER-RETENCAO-PADRAO.
           PERFORM EXPURGAR-INDICE.
           PERFORM IMPRIMIR-RESUMO.
           PERFORM ENCERRAR-CONTROLE-EXECUCAO.

           IF WS-QTD-FALHAS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

      *A TABELA FICA ABERTA DURANTE A PASSADA NO INDICE; SEM TABELA
      *TODO RELATORIO USA OS 90 DIAS.
       LER-RETENCAO-PADRAO.

           OPEN INPUT RETENCAO-RELATORIOS
           IF WS-RET-STATUS NOT = '00'
               DISPLAY 'TABELA DE RETENCAO AUSENTE, STATUS: '
                   WS-RET-STATUS ' - VALE A RETENCAO PADRAO DE '
                   WS-PADRAO-QTD ' DIAS.'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-TABELA-ABERTA

           MOVE '*' TO RET-ID
           READ RETENCAO-RELATORIOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RET-QTD     TO WS-PADRAO-QTD
                   MOVE RET-UNIDADE TO WS-PADRAO-UNIDADE
           END-READ.

      *PASSADA UNICA NO INDICE NA ORDEM DA CHAVE (ID, DATA, EXECUCAO).
      *O REGISTRO VENCIDO E APAGADO PELA CHAVE RECEM-LIDA E A LEITURA
      *SEGUE DO PROXIMO.
       EXPURGAR-INDICE.

           OPEN I-O INDICE-RELATORIOS
           IF WS-RPI-STATUS = '35'
               DISPLAY 'REPOSITORIO DE RELATORIOS VAZIO, NADA A '
                   'EXPURGAR.'
               EXIT PARAGRAPH
           END-IF
           IF WS-RPI-STATUS NOT = '00'
               DISPLAY 'REPOSITORIO DE RELATORIOS INACESSIVEL, '
                   'STATUS: ' WS-RPI-STATUS
               PERFORM ABORTAR-PASSO
           END-IF

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ INDICE-RELATORIOS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       PERFORM EXAMINAR-RELATORIO
               END-READ
           END-PERFORM

           CLOSE INDICE-RELATORIOS
           IF WS-TABELA-ABERTA = 'Y'
               CLOSE RETENCAO-RELATORIOS
           END-IF.

       EXAMINAR-RELATORIO.

           MOVE WS-PADRAO-QTD     TO WS-RET-QTD
           MOVE WS-PADRAO-UNIDADE TO WS-RET-UNIDADE
           IF WS-TABELA-ABERTA = 'Y'
               MOVE RPI-ID TO RET-ID
               READ RETENCAO-RELATORIOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RET-QTD     TO WS-RET-QTD
                       MOVE RET-UNIDADE TO WS-RET-UNIDADE
               END-READ
           END-IF

           PERFORM CALCULAR-DATA-LIMITE

           IF RPI-DATA >= WS-DATA-MOVIMENTO
               OR WS-DATA-LIMITE >= WS-DATA-MOVIMENTO
               ADD 1 TO WS-QTD-MANTIDOS
               EXIT PARAGRAPH
           END-IF

           DELETE INDICE-RELATORIOS RECORD
               INVALID KEY
                   ADD 1 TO WS-QTD-FALHAS
                   DISPLAY 'FALHA AO TIRAR DO INDICE: ' RPI-MEMBRO
                       ' STATUS: ' WS-RPI-STATUS
                   EXIT PARAGRAPH
           END-DELETE

           MOVE RPI-MEMBRO TO WS-NOME-MEMBRO
           OPEN OUTPUT MEMBRO-REPOSITORIO
           IF WS-MEM-STATUS = '00'
               CLOSE MEMBRO-REPOSITORIO
           ELSE
               DISPLAY 'MEMBRO NAO ESVAZIADO: ' RPI-MEMBRO
                   ' STATUS: ' WS-MEM-STATUS
           END-IF

           ADD 1 TO WS-QTD-EXPURGADOS
           MOVE 'L' TO REL-COMANDO
           MOVE SPACES TO REL-LINHA
           STRING 'EXPURGADO ' RPI-ID
               ' DATA ' RPI-DATA
               ' EXEC ' RPI-SEQ
               ' RETENCAO ' WS-RET-QTD ' ' WS-RET-UNIDADE
               ' LIMITE ' WS-DATA-LIMITE
               ' ' RPI-TITULO
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA.

      *DATA LIMITE = DATA DO RELATORIO + RETENCAO. EM MESES E ANOS O
      *DIA E MANTIDO E, SE NAO EXISTIR NO MES DE DESTINO (31 EM MES DE
      *30, 29/02 FORA DE BISSEXTO), RECUA ATE O ULTIMO DIA DO MES.
      *UNIDADE DESCONHECIDA E TRATADA COMO DIAS.
       CALCULAR-DATA-LIMITE.

           EVALUATE WS-RET-UNIDADE
               WHEN 'M'
                   MOVE RPI-DATA(1:4) TO WS-ANO
                   MOVE RPI-DATA(5:2) TO WS-MES
                   COMPUTE WS-TOTAL-MESES = WS-ANO * 12 + WS-MES - 1
                       + WS-RET-QTD
                   PERFORM MONTAR-DATA-LIMITE
               WHEN 'A'
                   MOVE RPI-DATA(1:4) TO WS-ANO
                   MOVE RPI-DATA(5:2) TO WS-MES
                   COMPUTE WS-TOTAL-MESES = WS-ANO * 12 + WS-MES - 1
                       + WS-RET-QTD * 12
                   PERFORM MONTAR-DATA-LIMITE
               WHEN OTHER
                   COMPUTE WS-DATA-LIMITE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(RPI-DATA)
                       + WS-RET-QTD)
           END-EVALUATE.

       MONTAR-DATA-LIMITE.

           DIVIDE WS-TOTAL-MESES BY 12 GIVING WS-ANO
               REMAINDER WS-MES
           ADD 1 TO WS-MES
           MOVE RPI-DATA(7:2) TO WS-DIA
           COMPUTE WS-DATA-LIMITE = WS-ANO * 10000 + WS-MES * 100
               + WS-DIA
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-LIMITE)
                   = ZEROS
                   OR WS-DIA < 29
               SUBTRACT 1 FROM WS-DIA
               COMPUTE WS-DATA-LIMITE = WS-ANO * 10000 + WS-MES * 100
                   + WS-DIA
           END-PERFORM.

       IMPRIMIR-RESUMO.

           MOVE 'L' TO REL-COMANDO
           MOVE SPACES TO REL-LINHA
           STRING 'RELATORIOS NO INDICE: ' WS-QTD-LIDOS
               '  EXPURGADOS: ' WS-QTD-EXPURGADOS
               '  MANTIDOS: ' WS-QTD-MANTIDOS
               '  FALHAS: ' WS-QTD-FALHAS
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE 'F' TO REL-COMANDO
           CALL 'GravaRelatorio' USING WS-REL-AREA

           DISPLAY ' '
           DISPLAY 'EXPURGO DO REPOSITORIO DE RELATORIOS - DATA '
               WS-DATA-MOVIMENTO
           DISPLAY 'RELATORIOS NO INDICE..: ' WS-QTD-LIDOS
           DISPLAY 'EXPURGADOS............: ' WS-QTD-EXPURGADOS
           DISPLAY 'MANTIDOS..............: ' WS-QTD-MANTIDOS
           DISPLAY 'FALHAS................: ' WS-QTD-FALHAS.

      *A DATA DO PASSO E A DO ARQUIVO DE MOVIMENTO; SEM ARQUIVO, A
      *DATA DO DIA. O REGISTRO DO PASSO E GRAVADO OU REFEITO
      *'EM CURSO' A CADA EXECUCAO.
       INICIAR-CONTROLE-EXECUCAO.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-MOVIMENTO

           OPEN INPUT DATA-MOVIMENTO
           IF WS-DTM-STATUS = '00'
               READ DATA-MOVIMENTO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE DTM-DATA TO WS-DATA-MOVIMENTO
               END-READ
               CLOSE DATA-MOVIMENTO
           END-IF

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
                   MOVE FUNCTION CURRENT-DATE TO CTE-INICIO
                   MOVE SPACES    TO CTE-FIM
                   MOVE 'EM CURSO' TO CTE-RESULTADO
                   REWRITE CONTROLE-EXECUCAO-REC
           END-READ
           CLOSE CONTROLE-EXECUCAO.

      *RESULTADO 'OK', OU 'FALHAS' QUANDO ALGUM REGISTRO DO INDICE NAO
      *PODE SER TIRADO; REGISTROS = RELATORIOS EXPURGADOS.
       ENCERRAR-CONTROLE-EXECUCAO.

           OPEN I-O CONTROLE-EXECUCAO
           MOVE WS-DATA-MOVIMENTO TO CTE-DATA
           MOVE WS-NOME-PASSO     TO CTE-PASSO
           READ CONTROLE-EXECUCAO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FUNCTION CURRENT-DATE TO CTE-FIM
                   MOVE WS-QTD-EXPURGADOS TO CTE-REGISTROS
                   IF WS-QTD-FALHAS = ZEROS
                       MOVE 'OK' TO CTE-RESULTADO
                   ELSE
                       MOVE 'FALHAS' TO CTE-RESULTADO
                   END-IF
                   REWRITE CONTROLE-EXECUCAO-REC
           END-READ
           CLOSE CONTROLE-EXECUCAO.

       ABORTAR-PASSO.

           MOVE 8 TO RETURN-CODE
           STOP RUN.
