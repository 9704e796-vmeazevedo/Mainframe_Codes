      *=================================================================
       IDENTIFICATION                                  DIVISION.
      *=================================================================
       PROGRAM-ID. PosicaoCambial.
      *******************************************************************
      * Author: Vinícius Azevedo
      * Date: 15/10/2026
      * Purpose: Posicao em moeda estrangeira e reavaliacao cambial
      * Tectonics: cobc
      ******************************************************************
      * Roda toda noite depois da provisao de PDD, com todos os
      * lancamentos do dia ja feitos no master de contas. Soma os
      * saldos de fechamento de contas.dat por moeda (CONTA-MOEDA
      * diferente de BRL) e avalia cada posicao em reais pela taxa de
      * compra vigente em cambio.dat na data de movimento (a linha
      * mais recente cuja vigencia nao passa da data, mesma regra dos
      * saques). Moeda com saldo e sem taxa vigente aborta o passo com
      * RETURN-CODE 8 antes de gravar qualquer coisa: posicao nunca e
      * avaliada pelo valor de face.
      * O extrato contabil do GeraLancamentosGL leva os movimentos em
      * moeda estrangeira pelo valor de face, como se fossem reais.
      * Por isso a reavaliacao do dia e a avaliacao de hoje menos a
      * avaliacao da noite anterior, descontada a variacao da
      * posicao em moeda (o que o extrato ja levou pela face): o
      * saldo contabil da moeda passa a bater com a avaliacao. A
      * reavaliacao de cada moeda vira um par balanceado em
      * gl_movimento.dat: 'VCP' (variacao cambial passiva, perda)
      * quando o valor em reais dos saldos devidos aos clientes sobe,
      * 'VCA' (variacao cambial ativa, ganho) quando cai, com as
      * contas das linhas do mapa contabil (gl_mapa.dat). Sem linha de
      * mapeamento o passo aborta. A avaliacao da noite fica no
      * historico (cambio_posicao_hist.dat), que e a base da noite
      * seguinte; data ja presente no historico nao reavalia de novo.
      * O relatorio de posicao por moeda sai pelo GravaRelatorio.
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
           SELECT CONTAS ASSIGN TO 'contas.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONTA-NUMERO
           FILE STATUS IS WS-CONTA-STATUS.

           SELECT TABELA-CAMBIO ASSIGN TO 'cambio.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CAM-STATUS.

           SELECT HISTORICO-CAMBIO ASSIGN TO 'cambio_posicao_hist.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-HCB-STATUS.

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
       FD  CONTAS.
       01  CONTA-REC.
           COPY CONTAREC REPLACING ==:PREFIX:== BY ==CONTA==.

       FD  TABELA-CAMBIO.
       01  TABELA-CAMBIO-REC.
           COPY CAMBIOREC REPLACING ==:PREFIX:== BY ==CAM==.

      *UMA LINHA POR DATA E MOEDA AVALIADA. AS LINHAS DA ULTIMA DATA
      *ANTERIOR A DE MOVIMENTO SAO A AVALIACAO DA NOITE ANTERIOR.
       FD  HISTORICO-CAMBIO.
       01  HISTORICO-CAMBIO-REC.
           05 HCB-DATA             PIC 9(8).
           05 HCB-MOEDA            PIC X(3).
           05 HCB-POSICAO          PIC S9(13)V99.
           05 HCB-TAXA             PIC 9(3)V9(4).
           05 HCB-VALOR-BRL        PIC S9(13)V99.
           05 HCB-REAVALIACAO      PIC S9(13)V99.

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
       77 WS-CONTA-STATUS      PIC X(2)    VALUE '00'.
       77 WS-CAM-STATUS        PIC X(2)    VALUE '00'.
       77 WS-HCB-STATUS        PIC X(2)    VALUE '00'.
       77 WS-MAPA-STATUS       PIC X(2)    VALUE '00'.
       77 WS-GL-STATUS         PIC X(2)    VALUE '00'.

       77 WS-EOF               PIC X(1)    VALUE 'N'.
       77 WS-I                 PIC 9(2)    VALUE ZEROS.
       77 WS-ACHADO            PIC X(1)    VALUE 'N'.
       77 WS-JA-REAVALIADO     PIC X(1)    VALUE 'N'.
       77 WS-SEM-TAXA          PIC X(1)    VALUE 'N'.

       77 WS-QTD-CONTAS        PIC 9(7)    VALUE ZEROS.
       77 WS-QTD-PARES         PIC 9(3)    VALUE ZEROS.
       77 WS-QTD-PASSO         PIC 9(9)    VALUE ZEROS.

      *DATA DA AVALIACAO ANTERIOR ACHADA NO HISTORICO.
       77 WS-DATA-ANTERIOR     PIC 9(8)    VALUE ZEROS.

      *TABELA DE CAMBIO VIGENTE NA DATA DE MOVIMENTO: UMA LINHA POR
      *MOEDA, A DE VIGENCIA MAIS RECENTE QUE NAO PASSA DA DATA.
       01 WS-QTD-MOEDAS        PIC 9(2)    VALUE ZEROS.
       01 WS-TABELA-CAMBIO.
           05 WS-CAM-ENTRADA OCCURS 20 TIMES.
              10 WS-CAM-MOEDA      PIC X(3).
              10 WS-CAM-COMPRA     PIC 9(3)V9(4).
              10 WS-CAM-VIGENCIA   PIC 9(8).
       77 WS-I-CAM             PIC 9(2)    VALUE ZEROS.
       77 WS-TAXA-ACHADA       PIC X(1)    VALUE 'N'.

      *POSICAO POR MOEDA: SALDOS DE HOJE E DA NOITE ANTERIOR, COM A
      *AVALIACAO EM REAIS DE CADA UMA E A REAVALIACAO DO DIA.
       01 WS-QTD-POSICOES      PIC 9(2)    VALUE ZEROS.
       01 WS-TABELA-POSICAO.
           05 WS-POS-ENTRADA OCCURS 20 TIMES.
              10 WS-POS-MOEDA      PIC X(3).
              10 WS-POS-QTD-CONTAS PIC 9(7).
              10 WS-POS-SALDO      PIC S9(13)V99.
              10 WS-POS-TAXA       PIC 9(3)V9(4).
              10 WS-POS-VALOR      PIC S9(13)V99.
              10 WS-POS-SALDO-ANT  PIC S9(13)V99.
              10 WS-POS-VALOR-ANT  PIC S9(13)V99.
              10 WS-POS-REAVAL     PIC S9(13)V99.
       77 WS-MOEDA-PROCURADA   PIC X(3)    VALUE SPACES.

       77 WS-REAVAL-TOTAL      PIC S9(13)V99 VALUE ZEROS.
       77 WS-VALOR-TOTAL       PIC S9(13)V99 VALUE ZEROS.
       77 WS-VALOR-PAR         PIC 9(13)V99 VALUE ZEROS.
       77 WS-TIPO-PAR          PIC X(3)    VALUE SPACES.

      *CONTAS CONTABEIS DO GANHO (VCA) E DA PERDA (VCP) CAMBIAL,
      *CARREGADAS DO MAPA NA PARTIDA.
       77 WS-MAPA-VCA          PIC X(1)    VALUE 'N'.
       77 WS-DEBITO-VCA        PIC X(8)    VALUE SPACES.
       77 WS-CREDITO-VCA       PIC X(8)    VALUE SPACES.
       77 WS-MAPA-VCP          PIC X(1)    VALUE 'N'.
       77 WS-DEBITO-VCP        PIC X(8)    VALUE SPACES.
       77 WS-CREDITO-VCP       PIC X(8)    VALUE SPACES.
       77 WS-CONTA-DEBITO      PIC X(8)    VALUE SPACES.
       77 WS-CONTA-CREDITO     PIC X(8)    VALUE SPACES.

       01 WS-LINHA-MOEDA.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 LMO-MOEDA         PIC X(3).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 LMO-QTD           PIC ZZZZZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 LMO-SALDO         PIC -(12)9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 LMO-TAXA          PIC ZZ9.9999.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 LMO-VALOR         PIC -(12)9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 LMO-VALOR-ANT     PIC -(12)9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 LMO-REAVAL        PIC -(12)9.99.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 LMO-TIPO          PIC X(3).

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
       77 WS-NOME-PASSO        PIC X(12)   VALUE 'POSICAOCAMB '.

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================
       PROGRAM-BEGIN.

           PERFORM INICIAR-CONTROLE-EXECUCAO.
           PERFORM LER-HISTORICO-CAMBIO.

           IF WS-JA-REAVALIADO = 'Y'
               DISPLAY 'POSICAO CAMBIAL: DATA ' WS-DATA-MOVIMENTO
                   ' JA REAVALIADA NO HISTORICO, NADA A FAZER.'
               PERFORM ENCERRAR-CONTROLE-EXECUCAO
               STOP RUN
           END-IF.

           PERFORM CARREGAR-TABELA-CAMBIO.
           PERFORM SOMAR-POSICOES.
           PERFORM AVALIAR-POSICOES.
           PERFORM CARREGAR-MAPA-CAMBIAL.
           PERFORM CONTABILIZAR-REAVALIACAO.
           PERFORM GRAVAR-HISTORICO-CAMBIO.
           PERFORM IMPRIMIR-RELATORIO-CAMBIO.

           MOVE WS-QTD-CONTAS TO WS-QTD-PASSO.
           PERFORM ENCERRAR-CONTROLE-EXECUCAO.

           DISPLAY ' '
           DISPLAY 'POSICAO CAMBIAL - ' WS-DATA-MOVIMENTO
           DISPLAY 'CONTAS EM MOEDA ESTRANGEIRA: ' WS-QTD-CONTAS
           DISPLAY 'MOEDAS AVALIADAS...........: ' WS-QTD-POSICOES
           DISPLAY 'PARES CONTABILIZADOS.......: ' WS-QTD-PARES
           DISPLAY 'REAVALIACAO LIQUIDA........: ' WS-REAVAL-TOTAL

           STOP RUN.

      *PROCURA A DATA DE MOVIMENTO NO HISTORICO (REEXECUCAO) E CARREGA
      *NA TABELA DE POSICOES AS LINHAS DA ULTIMA DATA ANTERIOR A ELA.
      *O HISTORICO E GRAVADO EM ORDEM DE DATA: UMA DATA MAIS NOVA
      *DESCARTA O QUE FOI CARREGADO DA DATA ANTERIOR.
       LER-HISTORICO-CAMBIO.

           MOVE 'N' TO WS-JA-REAVALIADO
           MOVE ZEROS TO WS-DATA-ANTERIOR
           MOVE ZEROS TO WS-QTD-POSICOES
           MOVE 'N' TO WS-EOF

           OPEN INPUT HISTORICO-CAMBIO
           IF WS-HCB-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ HISTORICO-CAMBIO
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF HCB-DATA = WS-DATA-MOVIMENTO
                           MOVE 'Y' TO WS-JA-REAVALIADO
                       END-IF
                       IF HCB-DATA < WS-DATA-MOVIMENTO
                           PERFORM GUARDAR-AVALIACAO-ANTERIOR
                       END-IF
               END-READ
           END-PERFORM

           IF WS-HCB-STATUS = '00' OR WS-HCB-STATUS = '10'
               CLOSE HISTORICO-CAMBIO
           END-IF.

       GUARDAR-AVALIACAO-ANTERIOR.

           IF HCB-DATA > WS-DATA-ANTERIOR
               MOVE HCB-DATA TO WS-DATA-ANTERIOR
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-QTD-POSICOES
                   MOVE ZEROS TO WS-POS-SALDO-ANT(WS-I)
                   MOVE ZEROS TO WS-POS-VALOR-ANT(WS-I)
               END-PERFORM
           END-IF

           MOVE HCB-MOEDA TO WS-MOEDA-PROCURADA
           PERFORM BUSCAR-POSICAO-MOEDA
           MOVE HCB-POSICAO   TO WS-POS-SALDO-ANT(WS-I)
           MOVE HCB-VALOR-BRL TO WS-POS-VALOR-ANT(WS-I).

      *DEIXA EM WS-I A LINHA DA MOEDA EM WS-MOEDA-PROCURADA, CRIANDO
      *A LINHA ZERADA QUANDO A MOEDA AINDA NAO ESTA NA TABELA. MAIS DE
      *20 MOEDAS ABORTA: POSICAO INCOMPLETA NAO E CONTABILIZADA.
       BUSCAR-POSICAO-MOEDA.

           MOVE 'N' TO WS-ACHADO
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-QTD-POSICOES
               OR WS-ACHADO = 'Y'
               IF WS-POS-MOEDA(WS-I) = WS-MOEDA-PROCURADA
                   MOVE 'Y' TO WS-ACHADO
               END-IF
           END-PERFORM

           IF WS-ACHADO = 'Y'
               SUBTRACT 1 FROM WS-I
           ELSE
               IF WS-QTD-POSICOES NOT < 20
                   DISPLAY 'MAIS DE 20 MOEDAS NA POSICAO CAMBIAL: '
                       WS-MOEDA-PROCURADA
                   PERFORM ABORTAR-PASSO
               END-IF
               ADD 1 TO WS-QTD-POSICOES
               MOVE WS-QTD-POSICOES TO WS-I
               MOVE WS-MOEDA-PROCURADA TO WS-POS-MOEDA(WS-I)
               MOVE ZEROS TO WS-POS-QTD-CONTAS(WS-I)
               MOVE ZEROS TO WS-POS-SALDO(WS-I)
               MOVE ZEROS TO WS-POS-TAXA(WS-I)
               MOVE ZEROS TO WS-POS-VALOR(WS-I)
               MOVE ZEROS TO WS-POS-SALDO-ANT(WS-I)
               MOVE ZEROS TO WS-POS-VALOR-ANT(WS-I)
               MOVE ZEROS TO WS-POS-REAVAL(WS-I)
           END-IF.

      *CARREGA, POR MOEDA, A LINHA MAIS RECENTE CUJA VIGENCIA NAO
      *PASSA DA DATA DE MOVIMENTO -- A TABELA DE AMANHA PODE SER
      *CARREGADA HOJE COM VIGENCIA FUTURA.
       CARREGAR-TABELA-CAMBIO.

           MOVE ZEROS TO WS-QTD-MOEDAS
           MOVE 'N' TO WS-EOF

           OPEN INPUT TABELA-CAMBIO
           IF WS-CAM-STATUS NOT = '00'
               DISPLAY 'TABELA DE CAMBIO AUSENTE (cambio.dat).'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ TABELA-CAMBIO
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM ESCOLHER-TAXA-VIGENTE
               END-READ
           END-PERFORM

           IF WS-CAM-STATUS = '00' OR WS-CAM-STATUS = '10'
               CLOSE TABELA-CAMBIO
           END-IF.

       ESCOLHER-TAXA-VIGENTE.

           IF CAM-DATA-VIGENCIA > WS-DATA-MOVIMENTO
               CONTINUE
           ELSE
               MOVE 'N' TO WS-TAXA-ACHADA
               PERFORM VARYING WS-I-CAM FROM 1 BY 1
                   UNTIL WS-I-CAM > WS-QTD-MOEDAS
                   OR WS-TAXA-ACHADA = 'Y'
                   IF WS-CAM-MOEDA(WS-I-CAM) = CAM-MOEDA
                       MOVE 'Y' TO WS-TAXA-ACHADA
                       IF CAM-DATA-VIGENCIA >
                           WS-CAM-VIGENCIA(WS-I-CAM)
                           MOVE CAM-TAXA-COMPRA
                               TO WS-CAM-COMPRA(WS-I-CAM)
                           MOVE CAM-DATA-VIGENCIA
                               TO WS-CAM-VIGENCIA(WS-I-CAM)
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-TAXA-ACHADA = 'N'
                   IF WS-QTD-MOEDAS < 20
                       ADD 1 TO WS-QTD-MOEDAS
                       MOVE CAM-MOEDA
                           TO WS-CAM-MOEDA(WS-QTD-MOEDAS)
                       MOVE CAM-TAXA-COMPRA
                           TO WS-CAM-COMPRA(WS-QTD-MOEDAS)
                       MOVE CAM-DATA-VIGENCIA
                           TO WS-CAM-VIGENCIA(WS-QTD-MOEDAS)
                   ELSE
                       DISPLAY 'TABELA DE CAMBIO COM MAIS DE 20 '
                           'MOEDAS, LINHA IGNORADA: ' CAM-MOEDA
                   END-IF
               END-IF
           END-IF.

      *SALDO DE FECHAMENTO DE TODA CONTA FORA DE REAIS, QUALQUER QUE
      *SEJA A SITUACAO: CONTA BLOQUEADA TAMBEM E POSICAO DO BANCO.
       SOMAR-POSICOES.

           MOVE ZEROS TO WS-QTD-CONTAS
           MOVE 'N' TO WS-EOF

           OPEN INPUT CONTAS
           IF WS-CONTA-STATUS NOT = '00'
               DISPLAY 'MASTER DE CONTAS NAO ABRIU, STATUS: '
                   WS-CONTA-STATUS
               PERFORM ABORTAR-PASSO
           END-IF

           MOVE ZEROS TO CONTA-NUMERO
           START CONTAS KEY IS NOT LESS THAN CONTA-NUMERO
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF = 'Y'
               READ CONTAS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
               END-READ
               IF WS-CONTA-STATUS NOT = '00' AND NOT = '10'
                   DISPLAY 'ERRO DE LEITURA EM CONTAS, STATUS: '
                       WS-CONTA-STATUS
                   CLOSE CONTAS
                   PERFORM ABORTAR-PASSO
               END-IF
               IF WS-EOF NOT = 'Y'
                   AND CONTA-MOEDA NOT = 'BRL'
                   AND CONTA-MOEDA NOT = SPACES
                   MOVE CONTA-MOEDA TO WS-MOEDA-PROCURADA
                   PERFORM BUSCAR-POSICAO-MOEDA
                   ADD 1 TO WS-POS-QTD-CONTAS(WS-I)
                   ADD CONTA-SALDO TO WS-POS-SALDO(WS-I)
                   ADD 1 TO WS-QTD-CONTAS
               END-IF
           END-PERFORM

           CLOSE CONTAS.

      *AVALIA CADA MOEDA PELA TAXA DE COMPRA VIGENTE E CALCULA A
      *REAVALIACAO: AVALIACAO DE HOJE MENOS O SALDO CONTABIL QUE A
      *MOEDA JA TEM (AVALIACAO ANTERIOR MAIS A VARIACAO DA POSICAO,
      *QUE O EXTRATO CONTABIL LEVOU PELA FACE). NA PRIMEIRA NOITE,
      *SEM HISTORICO, O SALDO CONTABIL E A PROPRIA POSICAO PELA FACE.
      *MOEDA COM SALDO HOJE E SEM TAXA VIGENTE ABORTA O PASSO DEPOIS
      *DE LISTAR TODAS.
       AVALIAR-POSICOES.

           MOVE 'N' TO WS-SEM-TAXA

           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-QTD-POSICOES
               MOVE 'N' TO WS-TAXA-ACHADA
               PERFORM VARYING WS-I-CAM FROM 1 BY 1
                   UNTIL WS-I-CAM > WS-QTD-MOEDAS
                   OR WS-TAXA-ACHADA = 'Y'
                   IF WS-CAM-MOEDA(WS-I-CAM) = WS-POS-MOEDA(WS-I)
                       MOVE 'Y' TO WS-TAXA-ACHADA
                       MOVE WS-CAM-COMPRA(WS-I-CAM)
                           TO WS-POS-TAXA(WS-I)
                   END-IF
               END-PERFORM
               IF (WS-TAXA-ACHADA = 'N' OR WS-POS-TAXA(WS-I) = ZEROS)
                   AND WS-POS-SALDO(WS-I) NOT = ZEROS
                   DISPLAY 'MOEDA SEM TAXA VIGENTE EM '
                       WS-DATA-MOVIMENTO ': ' WS-POS-MOEDA(WS-I)
                       ' SALDO ' WS-POS-SALDO(WS-I)
                   MOVE 'Y' TO WS-SEM-TAXA
               END-IF
               COMPUTE WS-POS-VALOR(WS-I) ROUNDED =
                   WS-POS-SALDO(WS-I) * WS-POS-TAXA(WS-I)
               COMPUTE WS-POS-REAVAL(WS-I) =
                   WS-POS-VALOR(WS-I) - WS-POS-VALOR-ANT(WS-I)
                   - (WS-POS-SALDO(WS-I) - WS-POS-SALDO-ANT(WS-I))
               ADD WS-POS-VALOR(WS-I)  TO WS-VALOR-TOTAL
               ADD WS-POS-REAVAL(WS-I) TO WS-REAVAL-TOTAL
           END-PERFORM

           IF WS-SEM-TAXA = 'Y'
               DISPLAY 'POSICAO CAMBIAL NAO AVALIADA: CARREGUE A '
                   'TAXA EM cambio.dat E REPITA O PASSO.'
               PERFORM ABORTAR-PASSO
           END-IF.

       CARREGAR-MAPA-CAMBIAL.

           MOVE 'N' TO WS-MAPA-VCA
           MOVE 'N' TO WS-MAPA-VCP
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
                       IF MAP-TIPO = 'VCA'
                           MOVE 'Y' TO WS-MAPA-VCA
                           MOVE MAP-CONTA-DEBITO  TO WS-DEBITO-VCA
                           MOVE MAP-CONTA-CREDITO TO WS-CREDITO-VCA
                       END-IF
                       IF MAP-TIPO = 'VCP'
                           MOVE 'Y' TO WS-MAPA-VCP
                           MOVE MAP-CONTA-DEBITO  TO WS-DEBITO-VCP
                           MOVE MAP-CONTA-CREDITO TO WS-CREDITO-VCP
                       END-IF
               END-READ
           END-PERFORM

           IF WS-MAPA-STATUS = '00' OR WS-MAPA-STATUS = '10'
               CLOSE GL-MAPA
           END-IF.

      *UM PAR POR MOEDA COM REAVALIACAO. O MAPA E CONFERIDO PARA
      *TODAS AS MOEDAS ANTES DE GRAVAR O PRIMEIRO PAR: SEM LINHA DE
      *MAPEAMENTO O PASSO ABORTA SEM DEIXAR PARES PELA METADE, E A
      *CORRIDA PODE SER REPETIDA DEPOIS DE CORRIGIDO O MAPA.
       CONTABILIZAR-REAVALIACAO.

           MOVE 'N' TO WS-ACHADO
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-QTD-POSICOES
               IF WS-POS-REAVAL(WS-I) NOT = ZEROS
                   MOVE 'Y' TO WS-ACHADO
               END-IF
               IF WS-POS-REAVAL(WS-I) > ZEROS AND WS-MAPA-VCP = 'N'
                   DISPLAY 'SEM MAPEAMENTO CONTABIL PARA O TIPO VCP: '
                       'REAVALIACAO CAMBIAL NAO CONTABILIZADA.'
                   PERFORM ABORTAR-PASSO
               END-IF
               IF WS-POS-REAVAL(WS-I) < ZEROS AND WS-MAPA-VCA = 'N'
                   DISPLAY 'SEM MAPEAMENTO CONTABIL PARA O TIPO VCA: '
                       'REAVALIACAO CAMBIAL NAO CONTABILIZADA.'
                   PERFORM ABORTAR-PASSO
               END-IF
           END-PERFORM

           IF WS-ACHADO = 'N'
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND GL-MOVIMENTO
           IF WS-GL-STATUS = '35'
               OPEN OUTPUT GL-MOVIMENTO
           END-IF
           IF WS-GL-STATUS NOT = '00'
               DISPLAY 'EXTRATO CONTABIL INACESSIVEL, STATUS: '
                   WS-GL-STATUS
               PERFORM ABORTAR-PASSO
           END-IF

           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-QTD-POSICOES
               IF WS-POS-REAVAL(WS-I) NOT = ZEROS
                   PERFORM GRAVAR-PAR-REAVALIACAO
               END-IF
           END-PERFORM

           CLOSE GL-MOVIMENTO.

      *REAVALIACAO POSITIVA: O VALOR EM REAIS DEVIDO AOS CLIENTES
      *SUBIU, PERDA 'VCP'. NEGATIVA: CAIU, GANHO 'VCA'.
       GRAVAR-PAR-REAVALIACAO.

           IF WS-POS-REAVAL(WS-I) > ZEROS
               MOVE 'VCP' TO WS-TIPO-PAR
               MOVE WS-POS-REAVAL(WS-I) TO WS-VALOR-PAR
               MOVE WS-DEBITO-VCP  TO WS-CONTA-DEBITO
               MOVE WS-CREDITO-VCP TO WS-CONTA-CREDITO
           ELSE
               MOVE 'VCA' TO WS-TIPO-PAR
               COMPUTE WS-VALOR-PAR = ZEROS - WS-POS-REAVAL(WS-I)
               MOVE WS-DEBITO-VCA  TO WS-CONTA-DEBITO
               MOVE WS-CREDITO-VCA TO WS-CONTA-CREDITO
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

           DISPLAY 'GL ' WS-TIPO-PAR ' ' WS-POS-MOEDA(WS-I)
               ' D ' WS-CONTA-DEBITO ' C ' WS-CONTA-CREDITO
               ' VALOR ' WS-VALOR-PAR.

      *A AVALIACAO ENTRA NO HISTORICO SO DEPOIS DOS PARES CONTABEIS:
      *E ELA QUE MARCA A DATA COMO REAVALIADA. MOEDA QUE ZEROU A
      *POSICAO TAMBEM GRAVA A LINHA ZERADA, PARA A NOITE SEGUINTE.
       GRAVAR-HISTORICO-CAMBIO.

           OPEN EXTEND HISTORICO-CAMBIO
           IF WS-HCB-STATUS = '35'
               OPEN OUTPUT HISTORICO-CAMBIO
           END-IF
           IF WS-HCB-STATUS NOT = '00'
               DISPLAY 'HISTORICO CAMBIAL INACESSIVEL, STATUS: '
                   WS-HCB-STATUS
               PERFORM ABORTAR-PASSO
           END-IF

           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-QTD-POSICOES
               MOVE WS-DATA-MOVIMENTO   TO HCB-DATA
               MOVE WS-POS-MOEDA(WS-I)  TO HCB-MOEDA
               MOVE WS-POS-SALDO(WS-I)  TO HCB-POSICAO
               MOVE WS-POS-TAXA(WS-I)   TO HCB-TAXA
               MOVE WS-POS-VALOR(WS-I)  TO HCB-VALOR-BRL
               MOVE WS-POS-REAVAL(WS-I) TO HCB-REAVALIACAO
               WRITE HISTORICO-CAMBIO-REC
           END-PERFORM

           CLOSE HISTORICO-CAMBIO.

       IMPRIMIR-RELATORIO-CAMBIO.

           MOVE 'A' TO REL-COMANDO
           MOVE 'PosicaoCambial' TO REL-PROGRAMA
           MOVE 'POSCAMB' TO REL-ID
           MOVE 'POSICAO EM MOEDA ESTRANGEIRA' TO REL-TITULO
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE 'L' TO REL-COMANDO
           MOVE SPACES TO REL-LINHA
           STRING 'POSICAO DE FECHAMENTO EM ' WS-DATA-MOVIMENTO
               ' - AVALIACAO ANTERIOR EM ' WS-DATA-ANTERIOR
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE SPACES TO REL-LINHA
           STRING 'MOEDA   CONTAS     SALDO EM MOEDA      TAXA'
               '       VALOR EM REAIS     AVALIACAO ANTERIOR'
               '          REAVALIACAO'
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-QTD-POSICOES
               MOVE WS-POS-MOEDA(WS-I)      TO LMO-MOEDA
               MOVE WS-POS-QTD-CONTAS(WS-I) TO LMO-QTD
               MOVE WS-POS-SALDO(WS-I)      TO LMO-SALDO
               MOVE WS-POS-TAXA(WS-I)       TO LMO-TAXA
               MOVE WS-POS-VALOR(WS-I)      TO LMO-VALOR
               MOVE WS-POS-VALOR-ANT(WS-I)  TO LMO-VALOR-ANT
               MOVE WS-POS-REAVAL(WS-I)     TO LMO-REAVAL
               EVALUATE TRUE
                   WHEN WS-POS-REAVAL(WS-I) > ZEROS
                       MOVE 'VCP' TO LMO-TIPO
                   WHEN WS-POS-REAVAL(WS-I) < ZEROS
                       MOVE 'VCA' TO LMO-TIPO
                   WHEN OTHER
                       MOVE SPACES TO LMO-TIPO
               END-EVALUATE
               MOVE WS-LINHA-MOEDA TO REL-LINHA
               CALL 'GravaRelatorio' USING WS-REL-AREA
           END-PERFORM

           MOVE WS-VALOR-TOTAL TO WS-VALOR-ED
           MOVE SPACES TO REL-LINHA
           STRING 'POSICAO TOTAL EM REAIS.....: ' WS-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE WS-REAVAL-TOTAL TO WS-VALOR-ED
           MOVE SPACES TO REL-LINHA
           STRING 'REAVALIACAO LIQUIDA DO DIA.: ' WS-VALOR-ED
               ' (POSITIVO = PERDA VCP, NEGATIVO = GANHO VCA)'
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
