      *=================================================================
       IDENTIFICATION                                  DIVISION.
      *=================================================================
       PROGRAM-ID. ContabilizaFolha.
      *******************************************************************
      * Author: Vinícius Azevedo
      * Date: 15/10/2026
      * Purpose: Lancamentos contabeis da folha por centro de custo
      * Tectonics: cobc
      ******************************************************************
      * Roda depois da conciliacao das gavetas de caixa e antes da
      * prova do GL. Contabiliza as corridas da folha (mensal, 13o,
      * ferias e rescisoes) que entraram no acumulado da folha
      * (folha_acumulada.dat) desde a ultima contabilizacao, em vez
      * de a contabilidade redigitar despesa, INSS, IRRF e liquido.
      * Cada detalhe 'D' e somado no centro de custo do funcionario
      * (cadastro de funcionarios -> centros_custo.dat), e cada centro
      * gera ate seis pares balanceados em gl_movimento.dat, todos
      * debitando a conta de despesa de salarios do centro:
      *   'FPI' - credito no INSS a recolher;
      *   'FPR' - credito no IRRF a recolher;
      *   'FPB' - credito nos beneficios descontados na folha mensal
      *           (vale-transporte e plano de saude) a repassar;
      *   'FPC' - credito na carteira de emprestimos pelas parcelas
      *           de consignado descontadas na folha mensal (linhas
      *           'D' do registro consignado_folha.dat);
      *   'FPL' - credito nos salarios a pagar (liquido da folha
      *           mensal e dos atrasados do dissidio, origens 'M' e
      *           'A': o que o CreditoSalarios credita nas contas);
      *   'FPD' - credito nas demais verbas a pagar (liquido do 13o,
      *           das ferias e das rescisoes, origens '1', '3', 'F'
      *           e 'R', pagas fora do credito de salarios).
      * A despesa do detalhe e INSS + IRRF + BENEFICIOS + CONSIGNADO
      * + LIQUIDO (a rescisao inclui as verbas isentas); beneficios e
      * consignado so existem na folha mensal (origem 'M'), onde
      * somam o que o bruto tem a mais que INSS + IRRF + LIQUIDO: o
      * consignado e o que o registro do consignado diz descontado,
      * o resto sao os beneficios. Na 1a parcela do 13o (origem
      * '1'), que nao tem retencoes, o liquido e a metade adiantada
      * (BASE-FGTS), e a 2a parcela ja vem com a metade descontada.
      * As contas de credito vem das linhas FPI/FPR/FPL do mapa
      * contabil (gl_mapa.dat), da FPB quando ha beneficio
      * descontado, da FPC quando ha consignado descontado e da FPD
      * quando ha 13o, ferias ou rescisao. A conta
      * de salarios a pagar (credito
      * FPL) tem que ser a mesma que o credito de salario nas contas
      * debita (debito SAL, gravado pelo GeraLancamentosGL a partir
      * do que o CreditoSalarios postou): e assim que o passivo do
      * liquido zera contra os creditos de salario. Por isso a FPD
      * tem que ser outra conta: o que ela credita nao passa pelo
      * CreditoSalarios.
      * Qualquer funcionario fora do cadastro ou sem centro de custo
      * valido, ou mapa incompleto, aborta o passo com RETURN-CODE 8
      * ANTES do primeiro par: nada e gravado e as corridas ficam para
      * a noite em que o cadastro ou o mapa forem corrigidos. So entra
      * corrida completa (ate o ultimo total 'T' do acumulado); o
      * ponto ate onde o acumulado ja foi contabilizado fica no
      * arquivo de controle (folha_gl_ctl.dat), um recibo por noite.
      * O relatorio por centro de custo sai pelo GravaRelatorio.
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
           SELECT FOLHA-ACUMULADA ASSIGN TO 'folha_acumulada.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FAC-STATUS.

           SELECT FUNCIONARIOS ASSIGN TO 'funcionarios.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FR-CODIGO
           FILE STATUS IS WS-FUNC-STATUS.

           SELECT CENTROS-CUSTO ASSIGN TO 'centros_custo.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CC-CODIGO
           FILE STATUS IS WS-CC-STATUS.

           SELECT FOLHA-GL-CONTROLE ASSIGN TO 'folha_gl_ctl.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FGC-STATUS.

           SELECT CONSIGNADO-FOLHA ASSIGN TO 'consignado_folha.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CSG-CHAVE
           FILE STATUS IS WS-CSG-STATUS.

           SELECT GL-MAPA ASSIGN TO 'gl_mapa.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-MAPA-STATUS.

           SELECT GL-MOVIMENTO ASSIGN TO 'gl_movimento.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-GL-STATUS.

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
       FD  FOLHA-ACUMULADA.
       01  FOLHA-ACUMULADA-REC.
           COPY FACREC REPLACING ==:PREFIX:== BY ==FAC==.

       FD  FUNCIONARIOS.
       01  FUNCIONARIO-REC.
           COPY FUNCREC REPLACING ==:PREFIX:== BY ==FR==.

       FD  CENTROS-CUSTO.
       01  CENTRO-CUSTO-REC.
           COPY CCUSTOREC REPLACING ==:PREFIX:== BY ==CC==.

      *UM RECIBO POR NOITE CONTABILIZADA: REGISTROS E A POSICAO DO
      *ULTIMO TOTAL 'T' DO ACUMULADO JA CONTABILIZADO -- A PROXIMA
      *NOITE CONTINUA DO REGISTRO SEGUINTE.
       FD  FOLHA-GL-CONTROLE.
       01  FOLHA-GL-CONTROLE-REC.
           05 FGC-DATA             PIC 9(8).
           05 FGC-REGISTROS        PIC 9(9).
           05 FGC-QTD-CORRIDAS     PIC 9(5).
           05 FGC-TOTAL-DESPESA    PIC 9(13)V99.

       FD  CONSIGNADO-FOLHA.
       01  CONSIGNADO-FOLHA-REC.
           COPY CSGREC REPLACING ==:PREFIX:== BY ==CSG==.

       FD  GL-MAPA.
       01  GL-MAPA-REC.
           05 MAP-TIPO             PIC X(3).
           05 MAP-CONTA-DEBITO     PIC X(8).
           05 MAP-CONTA-CREDITO    PIC X(8).

      *MESMO LAYOUT GRAVADO PELO GeraLancamentosGL.
       FD  GL-MOVIMENTO.
       01  GL-MOVIMENTO-REC.
           05 GL-DATA              PIC 9(8).
           05 GL-CONTA             PIC X(8).
           05 GL-DC                PIC X(1).
           05 GL-VALOR             PIC 9(13)V99.
           05 GL-TIPO              PIC X(3).

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
       77 WS-FAC-STATUS        PIC X(2)    VALUE '00'.
       77 WS-FUNC-STATUS       PIC X(2)    VALUE '00'.
       77 WS-CC-STATUS         PIC X(2)    VALUE '00'.
       77 WS-FGC-STATUS        PIC X(2)    VALUE '00'.
       77 WS-MAPA-STATUS       PIC X(2)    VALUE '00'.
       77 WS-GL-STATUS         PIC X(2)    VALUE '00'.
       77 WS-CSG-STATUS        PIC X(2)    VALUE '00'.

       77 WS-EOF               PIC X(1)    VALUE 'N'.
       77 WS-GL-ABERTO         PIC X(1)    VALUE 'N'.
       77 WS-TEM-CONSIGNADO    PIC X(1)    VALUE 'N'.
       77 WS-CSG-EOF           PIC X(1)    VALUE 'N'.
       77 WS-MOTIVO-ERRO       PIC X(32)   VALUE SPACES.

      *POSICOES NO ACUMULADO: JA CONTABILIZADO ATE O RECIBO ANTERIOR,
      *ULTIMO TOTAL 'T' (FIM DA ULTIMA CORRIDA COMPLETA) E REGISTROS.
       77 WS-JA-CONTABILIZADO  PIC 9(9)    VALUE ZEROS.
       77 WS-ULTIMO-TOTAL      PIC 9(9)    VALUE ZEROS.
       77 WS-QTD-REGISTROS     PIC 9(9)    VALUE ZEROS.
       77 WS-QTD-LIDOS         PIC 9(9)    VALUE ZEROS.

       77 WS-QTD-CORRIDAS      PIC 9(5)    VALUE ZEROS.
       77 WS-QTD-DETALHES      PIC 9(7)    VALUE ZEROS.
       77 WS-QTD-ERROS         PIC 9(5)    VALUE ZEROS.
       77 WS-QTD-PARES         PIC 9(5)    VALUE ZEROS.
       77 WS-QTD-PASSO         PIC 9(9)    VALUE ZEROS.

      *DESPESA E LIQUIDO DE UM REGISTRO DO ACUMULADO (VER
      *APURAR-VALORES-REGISTRO), E AS DUAS SOMAS QUE SE PROVAM: A DOS
      *DETALHES TEM QUE BATER COM A DOS TOTAIS 'T' DAS CORRIDAS.
       77 WS-LIQUIDO-REG       PIC 9(11)V99 VALUE ZEROS.
       77 WS-LIQUIDO-DIVERSOS-DETALHES PIC 9(13)V99 VALUE ZEROS.
       77 WS-BENEFICIOS-REG    PIC 9(11)V99 VALUE ZEROS.
       77 WS-BENEFICIOS-DETALHES PIC 9(13)V99 VALUE ZEROS.
       77 WS-CONSIGNADO-REG    PIC 9(11)V99 VALUE ZEROS.
       77 WS-CONSIGNADO-DETALHES PIC 9(13)V99 VALUE ZEROS.
       77 WS-DESPESA-REG       PIC 9(11)V99 VALUE ZEROS.
       77 WS-DESPESA-DETALHES  PIC 9(13)V99 VALUE ZEROS.
       77 WS-DESPESA-CORRIDAS  PIC 9(13)V99 VALUE ZEROS.

       77 WS-TOTAL-INSS        PIC 9(13)V99 VALUE ZEROS.
       77 WS-TOTAL-IRRF        PIC 9(13)V99 VALUE ZEROS.
       77 WS-TOTAL-BENEFICIOS  PIC 9(13)V99 VALUE ZEROS.
       77 WS-TOTAL-CONSIGNADO  PIC 9(13)V99 VALUE ZEROS.
       77 WS-TOTAL-LIQUIDO     PIC 9(13)V99 VALUE ZEROS.
       77 WS-TOTAL-LIQ-DIVERSOS PIC 9(13)V99 VALUE ZEROS.
       77 WS-TOTAL-DESPESA     PIC 9(13)V99 VALUE ZEROS.

       77 WS-VALOR-PAR         PIC 9(13)V99 VALUE ZEROS.
       77 WS-TIPO-PAR          PIC X(3)    VALUE SPACES.
       77 WS-CONTA-DEBITO      PIC X(8)    VALUE SPACES.
       77 WS-CONTA-CREDITO     PIC X(8)    VALUE SPACES.

      *CONTAS DE CREDITO DO INSS (FPI), DO IRRF (FPR), DOS BENEFICIOS
      *(FPB), DO CONSIGNADO (FPC), DO LIQUIDO (FPL) E DAS DEMAIS
      *VERBAS (FPD), E A CONTA
      *DEBITADA PELOS CREDITOS DE SALARIO (SAL),
      *CARREGADAS DO MAPA NA PARTIDA.
       77 WS-MAPA-FPI          PIC X(1)    VALUE 'N'.
       77 WS-CREDITO-FPI       PIC X(8)    VALUE SPACES.
       77 WS-MAPA-FPR          PIC X(1)    VALUE 'N'.
       77 WS-CREDITO-FPR       PIC X(8)    VALUE SPACES.
       77 WS-MAPA-FPB          PIC X(1)    VALUE 'N'.
       77 WS-CREDITO-FPB       PIC X(8)    VALUE SPACES.
       77 WS-MAPA-FPC          PIC X(1)    VALUE 'N'.
       77 WS-CREDITO-FPC       PIC X(8)    VALUE SPACES.
       77 WS-MAPA-FPL          PIC X(1)    VALUE 'N'.
       77 WS-CREDITO-FPL       PIC X(8)    VALUE SPACES.
       77 WS-MAPA-FPD          PIC X(1)    VALUE 'N'.
       77 WS-CREDITO-FPD       PIC X(8)    VALUE SPACES.
       77 WS-MAPA-SAL          PIC X(1)    VALUE 'N'.
       77 WS-DEBITO-SAL        PIC X(8)    VALUE SPACES.

      *TOTAIS POR CENTRO DE CUSTO DAS CORRIDAS A CONTABILIZAR. O
      *CENTRO E LIDO DO CADASTRO NA PRIMEIRA VEZ QUE APARECE.
       77 WS-MAX-CENTROS       PIC 9(3)    VALUE 100.
       77 WS-QTD-CENTROS       PIC 9(3)    VALUE ZEROS.
       77 WS-I                 PIC 9(3)    VALUE ZEROS.
       77 WS-CENTRO-ACHADO     PIC X(1)    VALUE 'N'.
       01 WS-TABELA-CENTROS.
           05 WS-CTC-ENTRADA OCCURS 100 TIMES.
               10 WS-CTC-CODIGO     PIC 9(4).
               10 WS-CTC-DESCRICAO  PIC X(30).
               10 WS-CTC-CONTA      PIC X(8).
               10 WS-CTC-INSS       PIC 9(13)V99.
               10 WS-CTC-IRRF       PIC 9(13)V99.
               10 WS-CTC-BENEFICIOS PIC 9(13)V99.
               10 WS-CTC-CONSIGNADO PIC 9(13)V99.
               10 WS-CTC-LIQUIDO    PIC 9(13)V99.
               10 WS-CTC-LIQ-DIVERSOS PIC 9(13)V99.
               10 WS-CTC-DESPESA    PIC 9(13)V99.

       01 WS-LINHA-CENTRO.
           05 LCC-CODIGO        PIC 9(4).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 LCC-DESCRICAO     PIC X(30).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 LCC-CONTA         PIC X(8).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 LCC-INSS          PIC Z(10)9.99.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 LCC-IRRF          PIC Z(10)9.99.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 LCC-BENEFICIOS    PIC Z(10)9.99.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 LCC-LIQUIDO       PIC Z(10)9.99.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 LCC-DESPESA       PIC Z(10)9.99.

       77 WS-VALOR-ED          PIC -(12)9.99.

      *AREA DE COMUNICACAO COM O ESCRITOR DE RELATORIOS COMPARTILHADO
      *(GravaRelatorio): RELATORIOS SAEM EM ARQUIVO DE IMPRESSAO DE
      *132 COLUNAS COM CABECALHO PADRAO, ALEM DO CONSOLE.
       01  WS-REL-AREA.
           COPY RELLINK REPLACING ==:PREFIX:== BY ==REL==.

      *CONTROLE DE EXECUCAO DO PASSO: DATA DE MOVIMENTO ABERTA PELA
      *ABERTURA DIARIA E REGISTRO POR PASSO COM INICIO/FIM, REGISTROS
      *E RESULTADO. PASSO JA 'OK' NA DATA NAO RODA DE NOVO.
       77 WS-DTM-STATUS        PIC X(2)    VALUE '00'.
       77 WS-CTE-STATUS        PIC X(2)    VALUE '00'.
       77 WS-DATA-MOVIMENTO    PIC 9(8)    VALUE ZEROS.
       77 WS-NOME-PASSO        PIC X(12)   VALUE 'CONTABFOLHA '.

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================
       PROGRAM-BEGIN.

           PERFORM INICIAR-CONTROLE-EXECUCAO.

           PERFORM LER-CONTROLE-FOLHA-GL.
           PERFORM LOCALIZAR-ULTIMA-CORRIDA.

           PERFORM CARREGAR-MAPA-FOLHA.
           PERFORM APURAR-CORRIDAS-NOVAS.
           PERFORM CONFERIR-APURACAO-FOLHA.

           PERFORM IMPRIMIR-CABECALHO-FOLHA-GL.
           PERFORM CONTABILIZAR-CENTROS-CUSTO.
           PERFORM IMPRIMIR-TOTAIS-FOLHA-GL.

           IF WS-GL-ABERTO = 'Y'
               CLOSE GL-MOVIMENTO
           END-IF.
           IF WS-QTD-CORRIDAS > ZEROS
               PERFORM REGISTRAR-CONTROLE-FOLHA-GL
           END-IF.

           MOVE WS-QTD-DETALHES TO WS-QTD-PASSO.
           PERFORM ENCERRAR-CONTROLE-EXECUCAO.

           DISPLAY ' '
           DISPLAY 'CONTABILIZACAO DA FOLHA - ' WS-DATA-MOVIMENTO
           DISPLAY 'CORRIDAS CONTABILIZADAS: ' WS-QTD-CORRIDAS
           DISPLAY 'DETALHES...............: ' WS-QTD-DETALHES
           DISPLAY 'CENTROS DE CUSTO.......: ' WS-QTD-CENTROS
           DISPLAY 'DESPESA DE SALARIOS....: ' WS-TOTAL-DESPESA
           DISPLAY 'INSS A RECOLHER........: ' WS-TOTAL-INSS
           DISPLAY 'IRRF A RECOLHER........: ' WS-TOTAL-IRRF
           DISPLAY 'CONSIGNADO A RECEBER...: ' WS-TOTAL-CONSIGNADO
           DISPLAY 'SALARIOS A PAGAR.......: ' WS-TOTAL-LIQUIDO
           DISPLAY 'PARES CONTABILIZADOS...: ' WS-QTD-PARES

           STOP RUN.

      *O ULTIMO RECIBO DO ARQUIVO DE CONTROLE DIZ ATE ONDE O ACUMULADO
      *JA FOI CONTABILIZADO. SEM ARQUIVO, NADA FOI CONTABILIZADO AINDA.
       LER-CONTROLE-FOLHA-GL.

           MOVE ZEROS TO WS-JA-CONTABILIZADO

           OPEN INPUT FOLHA-GL-CONTROLE
           IF WS-FGC-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FOLHA-GL-CONTROLE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE FGC-REGISTROS TO WS-JA-CONTABILIZADO
                   END-READ
               END-PERFORM
               CLOSE FOLHA-GL-CONTROLE
           END-IF.

      *PRIMEIRA PASSADA NO ACUMULADO: CONTA OS REGISTROS E ACHA O
      *ULTIMO TOTAL 'T'. DETALHES DEPOIS DELE SAO DE UMA CORRIDA AINDA
      *SEM TOTAL (INTERROMPIDA OU EM ANDAMENTO) E FICAM PARA DEPOIS.
      *ACUMULADO MENOR QUE O JA CONTABILIZADO (RESTAURADO OU REFEITO)
      *NAO TEM COMO SER RETOMADO SEM CONTABILIZAR EM DOBRO: ABORTA.
       LOCALIZAR-ULTIMA-CORRIDA.

           MOVE ZEROS TO WS-QTD-REGISTROS WS-ULTIMO-TOTAL
           MOVE 'N' TO WS-EOF

           OPEN INPUT FOLHA-ACUMULADA
           IF WS-FAC-STATUS NOT = '00'
               DISPLAY 'CONTABILIZACAO DA FOLHA: SEM ACUMULADO DA '
                   'FOLHA, NADA A CONTABILIZAR.'
               PERFORM ENCERRAR-CONTROLE-EXECUCAO
               STOP RUN
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ FOLHA-ACUMULADA
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-REGISTROS
                       IF FAC-TIPO = 'T'
                           MOVE WS-QTD-REGISTROS TO WS-ULTIMO-TOTAL
                       END-IF
               END-READ
           END-PERFORM

           CLOSE FOLHA-ACUMULADA

           IF WS-QTD-REGISTROS < WS-JA-CONTABILIZADO
               DISPLAY 'ACUMULADO DA FOLHA COM ' WS-QTD-REGISTROS
                   ' REGISTROS, MENOS QUE OS ' WS-JA-CONTABILIZADO
                   ' JA CONTABILIZADOS (folha_gl_ctl.dat).'
               PERFORM ABORTAR-PASSO
           END-IF.

       CARREGAR-MAPA-FOLHA.

           MOVE 'N' TO WS-MAPA-FPI
           MOVE 'N' TO WS-MAPA-FPR
           MOVE 'N' TO WS-MAPA-FPB
           MOVE 'N' TO WS-MAPA-FPC
           MOVE 'N' TO WS-MAPA-FPL
           MOVE 'N' TO WS-MAPA-FPD
           MOVE 'N' TO WS-MAPA-SAL
           MOVE 'N' TO WS-EOF

           OPEN INPUT GL-MAPA
           IF WS-MAPA-STATUS NOT = '00'
               DISPLAY 'MAPA CONTABIL AUSENTE (gl_mapa.dat).'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ GL-MAPA
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       EVALUATE MAP-TIPO
                           WHEN 'FPI'
                               MOVE 'Y' TO WS-MAPA-FPI
                               MOVE MAP-CONTA-CREDITO TO WS-CREDITO-FPI
                           WHEN 'FPR'
                               MOVE 'Y' TO WS-MAPA-FPR
                               MOVE MAP-CONTA-CREDITO TO WS-CREDITO-FPR
                           WHEN 'FPB'
                               MOVE 'Y' TO WS-MAPA-FPB
                               MOVE MAP-CONTA-CREDITO TO WS-CREDITO-FPB
                           WHEN 'FPC'
                               MOVE 'Y' TO WS-MAPA-FPC
                               MOVE MAP-CONTA-CREDITO TO WS-CREDITO-FPC
                           WHEN 'FPL'
                               MOVE 'Y' TO WS-MAPA-FPL
                               MOVE MAP-CONTA-CREDITO TO WS-CREDITO-FPL
                           WHEN 'FPD'
                               MOVE 'Y' TO WS-MAPA-FPD
                               MOVE MAP-CONTA-CREDITO TO WS-CREDITO-FPD
                           WHEN 'SAL'
                               MOVE 'Y' TO WS-MAPA-SAL
                               MOVE MAP-CONTA-DEBITO  TO WS-DEBITO-SAL
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM

           IF WS-MAPA-STATUS = '00' OR WS-MAPA-STATUS = '10'
               CLOSE GL-MAPA
           END-IF.

      *SEGUNDA PASSADA: SO OS REGISTROS DEPOIS DO JA CONTABILIZADO E
      *ATE O ULTIMO TOTAL 'T'. NENHUM PAR E GRAVADO AQUI -- OS ERROS
      *DE CADASTRO SAO TODOS LISTADOS E CONTADOS PARA O OPERADOR
      *CORRIGIR DE UMA VEZ.
       APURAR-CORRIDAS-NOVAS.

           MOVE ZEROS TO WS-QTD-CENTROS WS-QTD-LIDOS

           IF WS-ULTIMO-TOTAL NOT > WS-JA-CONTABILIZADO
               DISPLAY 'CONTABILIZACAO DA FOLHA: NENHUMA CORRIDA NOVA '
                   'NO ACUMULADO.'
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT FUNCIONARIOS
           IF WS-FUNC-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE FUNCIONARIOS INACESSIVEL, STATUS: '
                   WS-FUNC-STATUS
               PERFORM ABORTAR-PASSO
           END-IF
           OPEN INPUT CENTROS-CUSTO
           IF WS-CC-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE CENTROS DE CUSTO INACESSIVEL, '
                   'STATUS: ' WS-CC-STATUS
               PERFORM ABORTAR-PASSO
           END-IF
      *SEM REGISTRO DO CONSIGNADO NENHUMA FOLHA DESCONTOU PARCELA.
           MOVE 'N' TO WS-TEM-CONSIGNADO
           OPEN INPUT CONSIGNADO-FOLHA
           IF WS-CSG-STATUS = '00'
               MOVE 'Y' TO WS-TEM-CONSIGNADO
           ELSE
               IF WS-CSG-STATUS NOT = '35'
                   DISPLAY 'REGISTRO DO CONSIGNADO INACESSIVEL, '
                       'STATUS: ' WS-CSG-STATUS
                   PERFORM ABORTAR-PASSO
               END-IF
           END-IF

           MOVE 'N' TO WS-EOF
           OPEN INPUT FOLHA-ACUMULADA
           PERFORM UNTIL WS-EOF = 'Y'
               READ FOLHA-ACUMULADA
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       IF WS-QTD-LIDOS > WS-JA-CONTABILIZADO
                           PERFORM APURAR-REGISTRO-FOLHA
                       END-IF
                       IF WS-QTD-LIDOS = WS-ULTIMO-TOTAL
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FOLHA-ACUMULADA

           IF WS-TEM-CONSIGNADO = 'Y'
               CLOSE CONSIGNADO-FOLHA
           END-IF
           CLOSE CENTROS-CUSTO
           CLOSE FUNCIONARIOS.

       APURAR-REGISTRO-FOLHA.

           PERFORM APURAR-VALORES-REGISTRO

           IF FAC-TIPO = 'T'
               ADD 1 TO WS-QTD-CORRIDAS
               ADD WS-DESPESA-REG TO WS-DESPESA-CORRIDAS
           ELSE
               ADD 1 TO WS-QTD-DETALHES
               ADD WS-DESPESA-REG TO WS-DESPESA-DETALHES
               ADD WS-BENEFICIOS-REG TO WS-BENEFICIOS-DETALHES
               ADD WS-CONSIGNADO-REG TO WS-CONSIGNADO-DETALHES
               IF FAC-ORIGEM NOT = 'M' AND FAC-ORIGEM NOT = 'A'
                   ADD WS-LIQUIDO-REG TO WS-LIQUIDO-DIVERSOS-DETALHES
               END-IF
               PERFORM ACUMULAR-DETALHE-CENTRO
           END-IF.

      *O LIQUIDO DA 1a PARCELA DO 13o E A METADE ADIANTADA, QUE SO
      *ESTA NA BASE DO FGTS (BRUTO E RETENCOES FICAM PARA A 2a). NA
      *FOLHA MENSAL OS BENEFICIOS DESCONTADOS SAO O BRUTO MENOS INSS,
      *IRRF E LIQUIDO (ZERO NAS CORRIDAS DE ANTES DELES), DESSES SAI
      *O CONSIGNADO DESCONTADO DO FUNCIONARIO NA COMPETENCIA.
       APURAR-VALORES-REGISTRO.

           IF FAC-ORIGEM = '1'
               MOVE FAC-BASE-FGTS TO WS-LIQUIDO-REG
           ELSE
               MOVE FAC-LIQUIDO TO WS-LIQUIDO-REG
           END-IF
           MOVE ZEROS TO WS-BENEFICIOS-REG
           IF FAC-ORIGEM = 'M'
               AND FAC-BRUTO > FAC-INSS + FAC-IRRF + FAC-LIQUIDO
               COMPUTE WS-BENEFICIOS-REG = FAC-BRUTO
                   - FAC-INSS - FAC-IRRF - FAC-LIQUIDO
           END-IF
           MOVE ZEROS TO WS-CONSIGNADO-REG
           IF FAC-ORIGEM = 'M' AND FAC-TIPO NOT = 'T'
               AND WS-TEM-CONSIGNADO = 'Y'
               PERFORM SOMAR-CONSIGNADO-DESCONTADO
           END-IF
           IF WS-CONSIGNADO-REG > WS-BENEFICIOS-REG
               MOVE 'CONSIGNADO ACIMA DOS DESCONTOS' TO WS-MOTIVO-ERRO
               MOVE ZEROS TO FR-CENTRO-CUSTO
               PERFORM APONTAR-ERRO-FOLHA
               MOVE WS-BENEFICIOS-REG TO WS-CONSIGNADO-REG
           END-IF
           SUBTRACT WS-CONSIGNADO-REG FROM WS-BENEFICIOS-REG
           COMPUTE WS-DESPESA-REG = FAC-INSS + FAC-IRRF
               + WS-BENEFICIOS-REG + WS-CONSIGNADO-REG
               + WS-LIQUIDO-REG.

      *SOMA AS LINHAS 'D' DO REGISTRO DO CONSIGNADO DA COMPETENCIA E
      *FUNCIONARIO DO DETALHE (CHAVE COMECA POR COMPETENCIA E
      *FUNCIONARIO, TODOS OS CONTRATOS E PARCELAS).
       SOMAR-CONSIGNADO-DESCONTADO.

           MOVE FAC-COMPETENCIA TO CSG-COMPETENCIA
           MOVE FAC-CODIGO      TO CSG-FUNCIONARIO
           MOVE ZEROS TO CSG-CONTRATO CSG-PARCELA
           MOVE 'N' TO WS-CSG-EOF
           START CONSIGNADO-FOLHA KEY IS NOT LESS THAN CSG-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           PERFORM UNTIL WS-CSG-EOF = 'Y'
               READ CONSIGNADO-FOLHA NEXT
                   AT END
                       MOVE 'Y' TO WS-CSG-EOF
                   NOT AT END
                       IF CSG-COMPETENCIA NOT = FAC-COMPETENCIA
                           OR CSG-FUNCIONARIO NOT = FAC-CODIGO
                           MOVE 'Y' TO WS-CSG-EOF
                       ELSE
                           IF CSG-SITUACAO = 'D'
                               ADD CSG-VALOR TO WS-CONSIGNADO-REG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ACUMULAR-DETALHE-CENTRO.

           MOVE FAC-CODIGO TO FR-CODIGO
           READ FUNCIONARIOS
               INVALID KEY
                   MOVE ZEROS TO FR-CENTRO-CUSTO
                   MOVE 'FUNCIONARIO FORA DO CADASTRO' TO WS-MOTIVO-ERRO
                   PERFORM APONTAR-ERRO-FOLHA
                   EXIT PARAGRAPH
           END-READ

           IF FR-CENTRO-CUSTO = ZEROS
               MOVE 'FUNCIONARIO SEM CENTRO DE CUSTO' TO WS-MOTIVO-ERRO
               PERFORM APONTAR-ERRO-FOLHA
               EXIT PARAGRAPH
           END-IF

           PERFORM LOCALIZAR-CENTRO-CUSTO
           IF WS-CENTRO-ACHADO = 'N'
               PERFORM APONTAR-ERRO-FOLHA
               EXIT PARAGRAPH
           END-IF

           ADD FAC-INSS       TO WS-CTC-INSS(WS-I)
           ADD FAC-IRRF       TO WS-CTC-IRRF(WS-I)
           ADD WS-BENEFICIOS-REG TO WS-CTC-BENEFICIOS(WS-I)
           ADD WS-CONSIGNADO-REG TO WS-CTC-CONSIGNADO(WS-I)
      *SO O LIQUIDO DA FOLHA MENSAL E DOS ATRASADOS E PAGO PELO
      *CREDITO DE SALARIOS (FPL); O DO 13o, FERIAS E RESCISOES VAI
      *PARA AS DEMAIS VERBAS A PAGAR (FPD).
           IF FAC-ORIGEM = 'M' OR FAC-ORIGEM = 'A'
               ADD WS-LIQUIDO-REG TO WS-CTC-LIQUIDO(WS-I)
           ELSE
               ADD WS-LIQUIDO-REG TO WS-CTC-LIQ-DIVERSOS(WS-I)
           END-IF
           ADD WS-DESPESA-REG TO WS-CTC-DESPESA(WS-I).

      *PROCURA O CENTRO DO FUNCIONARIO NA TABELA; NA PRIMEIRA VEZ LE O
      *CADASTRO E ABRE UMA ENTRADA. DEVOLVE WS-I NA ENTRADA, OU
      *WS-CENTRO-ACHADO = 'N' COM O MOTIVO EM WS-MOTIVO-ERRO.
       LOCALIZAR-CENTRO-CUSTO.

           MOVE 'N' TO WS-CENTRO-ACHADO
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-QTD-CENTROS
               OR WS-CENTRO-ACHADO = 'Y'
               IF WS-CTC-CODIGO(WS-I) = FR-CENTRO-CUSTO
                   MOVE 'Y' TO WS-CENTRO-ACHADO
               END-IF
           END-PERFORM
           IF WS-CENTRO-ACHADO = 'Y'
               SUBTRACT 1 FROM WS-I
               EXIT PARAGRAPH
           END-IF

           MOVE FR-CENTRO-CUSTO TO CC-CODIGO
           READ CENTROS-CUSTO
               INVALID KEY
                   MOVE 'CENTRO DE CUSTO NAO CADASTRADO'
                       TO WS-MOTIVO-ERRO
                   EXIT PARAGRAPH
           END-READ

           IF CC-CONTA-DESPESA = SPACES
               MOVE 'CENTRO SEM CONTA DE DESPESA' TO WS-MOTIVO-ERRO
               EXIT PARAGRAPH
           END-IF

           IF WS-QTD-CENTROS NOT < WS-MAX-CENTROS
               MOVE 'MAIS DE 100 CENTROS DE CUSTO' TO WS-MOTIVO-ERRO
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-QTD-CENTROS
           MOVE WS-QTD-CENTROS   TO WS-I
           MOVE CC-CODIGO        TO WS-CTC-CODIGO(WS-I)
           MOVE CC-DESCRICAO     TO WS-CTC-DESCRICAO(WS-I)
           MOVE CC-CONTA-DESPESA TO WS-CTC-CONTA(WS-I)
           MOVE ZEROS TO WS-CTC-INSS(WS-I) WS-CTC-IRRF(WS-I)
               WS-CTC-BENEFICIOS(WS-I) WS-CTC-CONSIGNADO(WS-I)
               WS-CTC-LIQUIDO(WS-I) WS-CTC-LIQ-DIVERSOS(WS-I)
               WS-CTC-DESPESA(WS-I)
           MOVE 'Y' TO WS-CENTRO-ACHADO.

       APONTAR-ERRO-FOLHA.

           ADD 1 TO WS-QTD-ERROS
           DISPLAY 'FOLHA ' FAC-COMPETENCIA ' ORIGEM ' FAC-ORIGEM
               ' FUNCIONARIO ' FAC-CODIGO ' CENTRO ' FR-CENTRO-CUSTO
               ': ' WS-MOTIVO-ERRO.

      *TUDO E CONFERIDO ANTES DO PRIMEIRO PAR: ERROS DE CADASTRO,
      *DETALHES QUE NAO FECHAM COM OS TOTAIS DAS CORRIDAS E O MAPA.
      *QUALQUER FALHA ABORTA SEM GRAVAR NADA E SEM AVANCAR O RECIBO, E
      *A NOITE SEGUINTE (OU A REPETICAO) CONTABILIZA AS MESMAS CORRIDAS.
       CONFERIR-APURACAO-FOLHA.

           IF WS-QTD-CORRIDAS = ZEROS
               EXIT PARAGRAPH
           END-IF

           IF WS-QTD-ERROS > ZEROS
               DISPLAY WS-QTD-ERROS ' DETALHE(S) DA FOLHA SEM CENTRO '
                   'DE CUSTO VALIDO: CORRIDAS NAO CONTABILIZADAS.'
               PERFORM ABORTAR-PASSO
           END-IF

           IF WS-DESPESA-DETALHES NOT = WS-DESPESA-CORRIDAS
               DISPLAY 'DETALHES DA FOLHA (' WS-DESPESA-DETALHES
                   ') NAO FECHAM COM OS TOTAIS DAS CORRIDAS ('
                   WS-DESPESA-CORRIDAS ').'
               PERFORM ABORTAR-PASSO
           END-IF

           IF WS-MAPA-FPI = 'N' OR WS-MAPA-FPR = 'N'
               OR WS-MAPA-FPL = 'N'
               DISPLAY 'SEM MAPEAMENTO CONTABIL PARA OS TIPOS '
                   'FPI/FPR/FPL: FOLHA NAO CONTABILIZADA.'
               PERFORM ABORTAR-PASSO
           END-IF

           IF WS-BENEFICIOS-DETALHES > ZEROS AND WS-MAPA-FPB = 'N'
               DISPLAY 'BENEFICIOS DESCONTADOS NA FOLHA SEM '
                   'MAPEAMENTO CONTABIL PARA O TIPO FPB: FOLHA NAO '
                   'CONTABILIZADA.'
               PERFORM ABORTAR-PASSO
           END-IF

           IF WS-CONSIGNADO-DETALHES > ZEROS AND WS-MAPA-FPC = 'N'
               DISPLAY 'CONSIGNADO DESCONTADO NA FOLHA SEM '
                   'MAPEAMENTO CONTABIL PARA O TIPO FPC: FOLHA NAO '
                   'CONTABILIZADA.'
               PERFORM ABORTAR-PASSO
           END-IF

           IF WS-LIQUIDO-DIVERSOS-DETALHES > ZEROS AND WS-MAPA-FPD = 'N'
               DISPLAY '13o, FERIAS OU RESCISAO NA FOLHA SEM '
                   'MAPEAMENTO CONTABIL PARA O TIPO FPD: FOLHA NAO '
                   'CONTABILIZADA.'
               PERFORM ABORTAR-PASSO
           END-IF

           IF WS-LIQUIDO-DIVERSOS-DETALHES > ZEROS
               AND WS-CREDITO-FPD = WS-CREDITO-FPL
               DISPLAY 'DEMAIS VERBAS A PAGAR (CREDITO FPD) NA MESMA '
                   'CONTA DOS SALARIOS A PAGAR (FPL ' WS-CREDITO-FPL
                   '): FOLHA NAO CONTABILIZADA.'
               PERFORM ABORTAR-PASSO
           END-IF

           IF WS-MAPA-SAL = 'N' OR WS-DEBITO-SAL NOT = WS-CREDITO-FPL
               DISPLAY 'SALARIOS A PAGAR (CREDITO FPL ' WS-CREDITO-FPL
                   ') DIFERENTE DA CONTA DEBITADA PELOS CREDITOS DE '
                   'SALARIO (DEBITO SAL ' WS-DEBITO-SAL ').'
               PERFORM ABORTAR-PASSO
           END-IF.

       CONTABILIZAR-CENTROS-CUSTO.

           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-QTD-CENTROS
               MOVE WS-CTC-CONTA(WS-I) TO WS-CONTA-DEBITO

               MOVE 'FPI' TO WS-TIPO-PAR
               MOVE WS-CTC-INSS(WS-I) TO WS-VALOR-PAR
               MOVE WS-CREDITO-FPI TO WS-CONTA-CREDITO
               PERFORM GRAVAR-PAR-FOLHA

               MOVE 'FPR' TO WS-TIPO-PAR
               MOVE WS-CTC-IRRF(WS-I) TO WS-VALOR-PAR
               MOVE WS-CREDITO-FPR TO WS-CONTA-CREDITO
               PERFORM GRAVAR-PAR-FOLHA

               MOVE 'FPB' TO WS-TIPO-PAR
               MOVE WS-CTC-BENEFICIOS(WS-I) TO WS-VALOR-PAR
               MOVE WS-CREDITO-FPB TO WS-CONTA-CREDITO
               PERFORM GRAVAR-PAR-FOLHA

               MOVE 'FPC' TO WS-TIPO-PAR
               MOVE WS-CTC-CONSIGNADO(WS-I) TO WS-VALOR-PAR
               MOVE WS-CREDITO-FPC TO WS-CONTA-CREDITO
               PERFORM GRAVAR-PAR-FOLHA

               MOVE 'FPL' TO WS-TIPO-PAR
               MOVE WS-CTC-LIQUIDO(WS-I) TO WS-VALOR-PAR
               MOVE WS-CREDITO-FPL TO WS-CONTA-CREDITO
               PERFORM GRAVAR-PAR-FOLHA

               MOVE 'FPD' TO WS-TIPO-PAR
               MOVE WS-CTC-LIQ-DIVERSOS(WS-I) TO WS-VALOR-PAR
               MOVE WS-CREDITO-FPD TO WS-CONTA-CREDITO
               PERFORM GRAVAR-PAR-FOLHA

               ADD WS-CTC-INSS(WS-I)    TO WS-TOTAL-INSS
               ADD WS-CTC-IRRF(WS-I)    TO WS-TOTAL-IRRF
               ADD WS-CTC-BENEFICIOS(WS-I) TO WS-TOTAL-BENEFICIOS
               ADD WS-CTC-CONSIGNADO(WS-I) TO WS-TOTAL-CONSIGNADO
               ADD WS-CTC-LIQUIDO(WS-I) TO WS-TOTAL-LIQUIDO
               ADD WS-CTC-LIQ-DIVERSOS(WS-I) TO WS-TOTAL-LIQ-DIVERSOS
               ADD WS-CTC-DESPESA(WS-I) TO WS-TOTAL-DESPESA

               PERFORM IMPRIMIR-LINHA-CENTRO
           END-PERFORM.

      *VALOR ZERADO NAO VIRA PAR (CENTRO SO COM ISENTOS DE IRRF, POR
      *EXEMPLO). O EXTRATO E ABERTO (EXTEND) NO PRIMEIRO PAR E FICA
      *ABERTO ATE O FIM DO PASSO.
       GRAVAR-PAR-FOLHA.

           IF WS-VALOR-PAR = ZEROS
               EXIT PARAGRAPH
           END-IF

           IF WS-GL-ABERTO = 'N'
               OPEN EXTEND GL-MOVIMENTO
               IF WS-GL-STATUS = '35'
                   OPEN OUTPUT GL-MOVIMENTO
               END-IF
               IF WS-GL-STATUS NOT = '00'
                   DISPLAY 'EXTRATO CONTABIL INACESSIVEL, STATUS: '
                       WS-GL-STATUS
                   PERFORM ABORTAR-PASSO
               END-IF
               MOVE 'Y' TO WS-GL-ABERTO
           END-IF

           MOVE WS-DATA-MOVIMENTO TO GL-DATA
           MOVE WS-CONTA-DEBITO   TO GL-CONTA
           MOVE 'D'               TO GL-DC
           MOVE WS-VALOR-PAR      TO GL-VALOR
           MOVE WS-TIPO-PAR       TO GL-TIPO
           WRITE GL-MOVIMENTO-REC

           MOVE WS-DATA-MOVIMENTO TO GL-DATA
           MOVE WS-CONTA-CREDITO  TO GL-CONTA
           MOVE 'C'               TO GL-DC
           MOVE WS-VALOR-PAR      TO GL-VALOR
           MOVE WS-TIPO-PAR       TO GL-TIPO
           WRITE GL-MOVIMENTO-REC

           ADD 1 TO WS-QTD-PARES

           DISPLAY 'GL ' WS-TIPO-PAR ' CENTRO ' WS-CTC-CODIGO(WS-I)
               ' D ' WS-CONTA-DEBITO ' C ' WS-CONTA-CREDITO
               ' VALOR ' WS-VALOR-PAR.

      *O RECIBO SAI LOGO DEPOIS DOS PARES: E ELE QUE IMPEDE A NOITE
      *SEGUINTE DE CONTABILIZAR AS MESMAS CORRIDAS DE NOVO.
       REGISTRAR-CONTROLE-FOLHA-GL.

           OPEN EXTEND FOLHA-GL-CONTROLE
           IF WS-FGC-STATUS = '35'
               OPEN OUTPUT FOLHA-GL-CONTROLE
           END-IF

           MOVE WS-DATA-MOVIMENTO TO FGC-DATA
           MOVE WS-ULTIMO-TOTAL   TO FGC-REGISTROS
           MOVE WS-QTD-CORRIDAS   TO FGC-QTD-CORRIDAS
           MOVE WS-TOTAL-DESPESA  TO FGC-TOTAL-DESPESA
           WRITE FOLHA-GL-CONTROLE-REC

           CLOSE FOLHA-GL-CONTROLE.

       IMPRIMIR-CABECALHO-FOLHA-GL.

           MOVE 'A' TO REL-COMANDO
           MOVE 'ContabilizaFolha' TO REL-PROGRAMA
           MOVE 'FOLHAGL' TO REL-ID
           MOVE 'CONTABILIZACAO DA FOLHA POR CENTRO DE CUSTO'
               TO REL-TITULO
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE 'L' TO REL-COMANDO
           MOVE SPACES TO REL-LINHA
           STRING 'CORRIDAS DO ACUMULADO APOS O REGISTRO '
               WS-JA-CONTABILIZADO ' ATE O ' WS-ULTIMO-TOTAL
               ' - DATA DE MOVIMENTO ' WS-DATA-MOVIMENTO
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE SPACES TO REL-LINHA
           STRING 'CC   DESCRICAO                      CONTA   '
               '     INSS (FPI)     IRRF (FPR)  BENEFIC (FPB)'
               '  LIQ (FPL+FPD)        DESPESA'
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA.

       IMPRIMIR-LINHA-CENTRO.

           MOVE WS-CTC-CODIGO(WS-I)    TO LCC-CODIGO
           MOVE WS-CTC-DESCRICAO(WS-I) TO LCC-DESCRICAO
           MOVE WS-CTC-CONTA(WS-I)     TO LCC-CONTA
           MOVE WS-CTC-INSS(WS-I)      TO LCC-INSS
           MOVE WS-CTC-IRRF(WS-I)      TO LCC-IRRF
           MOVE WS-CTC-BENEFICIOS(WS-I) TO LCC-BENEFICIOS
           COMPUTE LCC-LIQUIDO = WS-CTC-LIQUIDO(WS-I)
               + WS-CTC-LIQ-DIVERSOS(WS-I)
           MOVE WS-CTC-DESPESA(WS-I)   TO LCC-DESPESA
           MOVE WS-LINHA-CENTRO        TO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA.

       IMPRIMIR-TOTAIS-FOLHA-GL.

           MOVE SPACES TO REL-LINHA
           STRING 'CORRIDAS: ' WS-QTD-CORRIDAS
               '  DETALHES: ' WS-QTD-DETALHES
               '  CENTROS DE CUSTO: ' WS-QTD-CENTROS
               '  PARES: ' WS-QTD-PARES
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE WS-TOTAL-DESPESA TO WS-VALOR-ED
           MOVE SPACES TO REL-LINHA
           STRING 'DESPESA DE SALARIOS (DEBITO).: ' WS-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE WS-TOTAL-INSS TO WS-VALOR-ED
           MOVE SPACES TO REL-LINHA
           STRING 'INSS A RECOLHER (FPI)........: ' WS-VALOR-ED
               '  CONTA ' WS-CREDITO-FPI
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE WS-TOTAL-IRRF TO WS-VALOR-ED
           MOVE SPACES TO REL-LINHA
           STRING 'IRRF A RECOLHER (FPR)........: ' WS-VALOR-ED
               '  CONTA ' WS-CREDITO-FPR
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE WS-TOTAL-BENEFICIOS TO WS-VALOR-ED
           MOVE SPACES TO REL-LINHA
           STRING 'BENEFICIOS A REPASSAR (FPB)..: ' WS-VALOR-ED
               '  CONTA ' WS-CREDITO-FPB
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE WS-TOTAL-CONSIGNADO TO WS-VALOR-ED
           MOVE SPACES TO REL-LINHA
           STRING 'CONSIGNADO A RECEBER (FPC)...: ' WS-VALOR-ED
               '  CONTA ' WS-CREDITO-FPC
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE WS-TOTAL-LIQUIDO TO WS-VALOR-ED
           MOVE SPACES TO REL-LINHA
           STRING 'SALARIOS A PAGAR (FPL).......: ' WS-VALOR-ED
               '  CONTA ' WS-CREDITO-FPL
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE WS-TOTAL-LIQ-DIVERSOS TO WS-VALOR-ED
           MOVE SPACES TO REL-LINHA
           STRING 'DEMAIS VERBAS A PAGAR (FPD)..: ' WS-VALOR-ED
               '  CONTA ' WS-CREDITO-FPD
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE 'F' TO REL-COMANDO
           CALL 'GravaRelatorio' USING WS-REL-AREA.

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
