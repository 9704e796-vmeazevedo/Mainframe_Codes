      *=================================================================
       IDENTIFICATION                                  DIVISION.
      *=================================================================
       PROGRAM-ID. ProvisaoPDD.
      *******************************************************************
      * Author: Vinícius Azevedo
      * Date: 15/10/2026
      * Purpose: Provisao para devedores duvidosos (PDD) de fim de mes
      * Tectonics: cobc
      ******************************************************************
      * Roda toda noite logo depois do GeraLancamentosGL, mas so age
      * no ultimo dia util do mes (o proximo dia util, pelo calendario
      * compartilhado, ja cai no mes seguinte). Classifica cada
      * contrato ativo do master de emprestimos em um nivel de risco
      * AA..H pelos dias de atraso da parcela em aberto mais antiga
      * (SITUACAO 'A' com vencimento anterior a data de movimento),
      * aplica o percentual do nivel sobre o SALDO-DEVEDOR e compara
      * a provisao exigida com a do ultimo mes provisionado. A
      * diferenca vira um par balanceado no extrato contabil
      * (gl_movimento.dat): 'PDC' constitui (despesa contra a
      * provisao) e 'PDR' reverte (provisao contra receita), com as
      * contas do mapa contabil (gl_mapa.dat), para a ProvaGL e o
      * fechamento do razao enxergarem o movimento da reserva. A
      * classificacao por contrato fica no historico (pdd_hist.dat),
      * que tambem e o saldo da provisao do mes seguinte. Faixas e
      * percentuais vem de pdd_faixas.dat; sem o arquivo valem as
      * faixas da Resolucao 2682. Mes ja presente no historico nao
      * provisiona de novo, entao a corrida e re-executavel.
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
           SELECT EMPRESTIMOS-MASTER ASSIGN TO 'emprestimos_master.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMM-CONTRATO
           FILE STATUS IS WS-EMM-STATUS.

           SELECT PARCELAS ASSIGN TO 'parcelas.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PARC-STATUS.

           SELECT PARCELAS-VENCIDAS ASSIGN TO 'parcelas_pdd.srt'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PVE-STATUS.

           SELECT WORK-SORT-FILE ASSIGN TO 'provisaopdd.srt'.

           SELECT FAIXAS-PDD ASSIGN TO 'pdd_faixas.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FXA-STATUS.

           SELECT HISTORICO-PDD ASSIGN TO 'pdd_hist.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PDH-STATUS.

           SELECT CLASSIFICACAO-MES ASSIGN TO 'pdd_classif.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CLM-STATUS.

           SELECT GL-MAPA ASSIGN TO 'gl_mapa.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-MAPA-STATUS.

           SELECT GL-MOVIMENTO ASSIGN TO 'gl_movimento.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-GL-STATUS.

           SELECT CALENDARIO ASSIGN TO 'calendario.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CAL-STATUS.

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
       FD  EMPRESTIMOS-MASTER.
       01  EMPRESTIMO-MASTER-REC.
           COPY EMPMREC REPLACING ==:PREFIX:== BY ==EMM==.

       FD  PARCELAS.
       01  PARCELA-REC.
           COPY PARCREC REPLACING ==:PREFIX:== BY ==PARC==.

      *PARCELAS EM ABERTO JA VENCIDAS, POR CONTRATO E VENCIMENTO: A
      *PRIMEIRA DE CADA CONTRATO E A MAIS ANTIGA.
       FD  PARCELAS-VENCIDAS.
       01  PARCELA-VENCIDA-REC.
           05 PVE-CONTRATO         PIC 9(6).
           05 PVE-DATA-VENCIMENTO  PIC 9(8).

       SD  WORK-SORT-FILE.
       01  SORT-REC.
           05 SRT-CONTRATO         PIC 9(6).
           05 SRT-DATA-VENCIMENTO  PIC 9(8).

      *UMA LINHA POR NIVEL, EM ORDEM CRESCENTE DE DIAS: O CONTRATO
      *CAI NO PRIMEIRO NIVEL CUJO LIMITE DE DIAS ALCANCA O ATRASO.
       FD  FAIXAS-PDD.
       01  FAIXA-PDD-REC.
           05 FXA-NIVEL            PIC X(2).
           05 FXA-DIAS-ATE         PIC 9(5).
           05 FXA-PERCENTUAL       PIC 9(3)V99.

      *CLASSIFICACAO DE RISCO POR CONTRATO POR MES PROVISIONADO. A
      *SOMA DAS PROVISOES DO ULTIMO MES E O SALDO DA RESERVA.
       FD  HISTORICO-PDD.
       01  HISTORICO-PDD-REC.
           05 PDH-ANOMES           PIC 9(6).
           05 PDH-CONTRATO         PIC 9(6).
           05 PDH-NIVEL            PIC X(2).
           05 PDH-DIAS-ATRASO      PIC 9(5).
           05 PDH-SALDO-DEVEDOR    PIC 9(9)V99.
           05 PDH-PERCENTUAL       PIC 9(3)V99.
           05 PDH-PROVISAO         PIC 9(9)V99.

      *MESMO LAYOUT DO HISTORICO: A CLASSIFICACAO DO MES SO ENTRA NO
      *HISTORICO DEPOIS QUE O PAR CONTABIL FOI GRAVADO.
       FD  CLASSIFICACAO-MES.
       01  CLASSIFICACAO-MES-REC.
           05 CLM-ANOMES           PIC 9(6).
           05 CLM-CONTRATO         PIC 9(6).
           05 CLM-NIVEL            PIC X(2).
           05 CLM-DIAS-ATRASO      PIC 9(5).
           05 CLM-SALDO-DEVEDOR    PIC 9(9)V99.
           05 CLM-PERCENTUAL       PIC 9(3)V99.
           05 CLM-PROVISAO         PIC 9(9)V99.

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

       FD  CALENDARIO.
       01  CALENDARIO-REC.
           COPY CALREC REPLACING ==:PREFIX:== BY ==CAL==.

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
       77 WS-EMM-STATUS        PIC X(2)    VALUE '00'.
       77 WS-PARC-STATUS       PIC X(2)    VALUE '00'.
       77 WS-PVE-STATUS        PIC X(2)    VALUE '00'.
       77 WS-FXA-STATUS        PIC X(2)    VALUE '00'.
       77 WS-PDH-STATUS        PIC X(2)    VALUE '00'.
       77 WS-CLM-STATUS        PIC X(2)    VALUE '00'.
       77 WS-MAPA-STATUS       PIC X(2)    VALUE '00'.
       77 WS-GL-STATUS         PIC X(2)    VALUE '00'.
       77 WS-CAL-STATUS        PIC X(2)    VALUE '00'.

       77 WS-EOF               PIC X(1)    VALUE 'N'.
       77 WS-EOF-PVE           PIC X(1)    VALUE 'N'.
       77 WS-I                 PIC 9(2)    VALUE ZEROS.
       77 WS-ACHADO            PIC X(1)    VALUE 'N'.

       77 WS-QTD-CONTRATOS     PIC 9(7)    VALUE ZEROS.
       77 WS-QTD-PASSO         PIC 9(9)    VALUE ZEROS.

      *MES PROVISIONADO E ULTIMO MES JA PROVISIONADO NO HISTORICO,
      *COM A PROVISAO QUE ELE DEIXOU CONSTITUIDA.
       77 WS-ANOMES-PDD        PIC 9(6)    VALUE ZEROS.
       77 WS-ANOMES-ANTERIOR   PIC 9(6)    VALUE ZEROS.
       77 WS-JA-PROVISIONADO   PIC X(1)    VALUE 'N'.
       77 WS-PROVISAO-ANTERIOR PIC 9(13)V99 VALUE ZEROS.
       77 WS-PROVISAO-TOTAL    PIC 9(13)V99 VALUE ZEROS.
       77 WS-SALDO-TOTAL       PIC 9(13)V99 VALUE ZEROS.
       77 WS-VARIACAO          PIC S9(13)V99 VALUE ZEROS.
       77 WS-VALOR-PAR         PIC 9(13)V99 VALUE ZEROS.
       77 WS-TIPO-PAR          PIC X(3)    VALUE SPACES.

      *CONTRATO CORRENTE NA CLASSIFICACAO.
       77 WS-DIAS-ATRASO       PIC 9(5)    VALUE ZEROS.
       77 WS-NIVEL-CONTRATO    PIC 9(2)    VALUE ZEROS.
       77 WS-PROVISAO-CONTRATO PIC 9(9)V99 VALUE ZEROS.
       77 WS-VENC-MAIS-ANTIGO  PIC 9(8)    VALUE ZEROS.

      *CALENDARIO DE DIAS UTEIS: FERIADOS DO ARQUIVO, FIM DE SEMANA
      *PELO DIA DA SEMANA (MESMA REGRA DA ABERTURA DIARIA).
       77 WS-CAL-EOF           PIC X(1)    VALUE 'N'.
       01 WS-QTD-FERIADOS      PIC 9(3)    VALUE ZEROS.
       01 WS-TABELA-FERIADOS.
           05 WS-FERIADO OCCURS 100 TIMES PIC 9(8).
       77 WS-I-FER             PIC 9(3)    VALUE ZEROS.
       77 WS-DIA-UTIL          PIC X(1)    VALUE 'N'.
       77 WS-DATA-EXAME        PIC 9(8)    VALUE ZEROS.
       77 WS-DIA-SEMANA        PIC 9(1)    VALUE ZEROS.
       77 WS-DATA-INTEIRO      PIC 9(7)    VALUE ZEROS.
       77 WS-FIM-DE-MES        PIC X(1)    VALUE 'N'.

      *NIVEIS DE RISCO COM LIMITE DE DIAS DE ATRASO E PERCENTUAL DE
      *PROVISAO, E OS TOTAIS DO MES POR NIVEL PARA O RELATORIO.
       01 WS-QTD-NIVEIS        PIC 9(2)    VALUE ZEROS.
       01 WS-TABELA-NIVEIS.
           05 WS-NIV-ENTRADA OCCURS 12 TIMES.
              10 WS-NIV-NIVEL      PIC X(2).
              10 WS-NIV-DIAS-ATE   PIC 9(5).
              10 WS-NIV-PERCENTUAL PIC 9(3)V99.
              10 WS-NIV-QTD        PIC 9(7).
              10 WS-NIV-SALDO      PIC 9(13)V99.
              10 WS-NIV-PROVISAO   PIC 9(13)V99.

      *CONTAS CONTABEIS DA CONSTITUICAO E DA REVERSAO.
       77 WS-MAPA-ACHADO       PIC X(1)    VALUE 'N'.
       77 WS-CONTA-DEBITO      PIC X(8)    VALUE SPACES.
       77 WS-CONTA-CREDITO     PIC X(8)    VALUE SPACES.

       01 WS-LINHA-NIVEL.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 NVL-NIVEL         PIC X(2).
           05 FILLER            PIC X(6)  VALUE '  ATE '.
           05 NVL-DIAS          PIC ZZZZ9.
           05 FILLER            PIC X(7)  VALUE ' DIAS  '.
           05 NVL-PERCENTUAL    PIC ZZ9.99.
           05 FILLER            PIC X(3)  VALUE '%  '.
           05 NVL-QTD           PIC ZZZZZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 NVL-SALDO         PIC Z(12)9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 NVL-PROVISAO      PIC Z(12)9.99.

       77 WS-VALOR-ED          PIC Z(12)9.99.
       77 WS-VARIACAO-ED       PIC -9(13).99.

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
       77 WS-NOME-PASSO        PIC X(12)   VALUE 'PROVISAOPDD '.

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================
       PROGRAM-BEGIN.

           PERFORM INICIAR-CONTROLE-EXECUCAO.
           PERFORM CARREGAR-CALENDARIO.
           PERFORM CONFERIR-FIM-DE-MES.

           IF WS-FIM-DE-MES = 'N'
               DISPLAY 'PROVISAO PDD: ' WS-DATA-MOVIMENTO
                   ' NAO E O ULTIMO DIA UTIL DO MES, NADA A FAZER.'
               PERFORM ENCERRAR-CONTROLE-EXECUCAO
               STOP RUN
           END-IF.

           MOVE WS-DATA-MOVIMENTO(1:6) TO WS-ANOMES-PDD.
           PERFORM CONFERIR-SE-JA-PROVISIONADO.

           IF WS-JA-PROVISIONADO = 'Y'
               DISPLAY 'PROVISAO PDD: MES ' WS-ANOMES-PDD
                   ' JA PROVISIONADO NO HISTORICO, NADA A FAZER.'
               PERFORM ENCERRAR-CONTROLE-EXECUCAO
               STOP RUN
           END-IF.

           PERFORM CARREGAR-FAIXAS-PDD.
           PERFORM SEPARAR-PARCELAS-VENCIDAS.
           PERFORM CLASSIFICAR-CARTEIRA.
           PERFORM CONTABILIZAR-VARIACAO.
           PERFORM GRAVAR-HISTORICO-PDD.
           PERFORM IMPRIMIR-RELATORIO-PDD.

           MOVE WS-QTD-CONTRATOS TO WS-QTD-PASSO.
           PERFORM ENCERRAR-CONTROLE-EXECUCAO.

           DISPLAY ' '
           DISPLAY 'PROVISAO PARA DEVEDORES DUVIDOSOS - ' WS-ANOMES-PDD
           DISPLAY 'CONTRATOS CLASSIFICADOS: ' WS-QTD-CONTRATOS
           DISPLAY 'PROVISAO EXIGIDA.......: ' WS-PROVISAO-TOTAL
           DISPLAY 'PROVISAO ANTERIOR......: ' WS-PROVISAO-ANTERIOR
           DISPLAY 'VARIACAO CONTABILIZADA.: ' WS-VARIACAO

           STOP RUN.

      *FERIADOS DO CALENDARIO COMPARTILHADO.
       CARREGAR-CALENDARIO.

           MOVE ZEROS TO WS-QTD-FERIADOS
           MOVE 'N' TO WS-CAL-EOF

           OPEN INPUT CALENDARIO
           IF WS-CAL-STATUS NOT = '00'
               MOVE 'Y' TO WS-CAL-EOF
           END-IF

           PERFORM UNTIL WS-CAL-EOF = 'Y'
               READ CALENDARIO
                   AT END
                       MOVE 'Y' TO WS-CAL-EOF
                   NOT AT END
                       IF WS-QTD-FERIADOS < 100
                           ADD 1 TO WS-QTD-FERIADOS
                           MOVE CAL-DATA-FERIADO
                               TO WS-FERIADO(WS-QTD-FERIADOS)
                       END-IF
               END-READ
           END-PERFORM

           IF WS-CAL-STATUS = '00' OR WS-CAL-STATUS = '10'
               CLOSE CALENDARIO
           END-IF.

      *ULTIMO DIA UTIL DO MES: O PROXIMO DIA UTIL DEPOIS DA DATA DE
      *MOVIMENTO JA ESTA EM OUTRO MES.
       CONFERIR-FIM-DE-MES.

           COMPUTE WS-DATA-INTEIRO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-MOVIMENTO) + 1
           COMPUTE WS-DATA-EXAME =
               FUNCTION DATE-OF-INTEGER(WS-DATA-INTEIRO)
           PERFORM ROLAR-PARA-DIA-UTIL

           IF WS-DATA-EXAME(1:6) NOT = WS-DATA-MOVIMENTO(1:6)
               MOVE 'Y' TO WS-FIM-DE-MES
           ELSE
               MOVE 'N' TO WS-FIM-DE-MES
           END-IF.

      *'Y' QUANDO WS-DATA-EXAME NAO CAI EM SABADO, DOMINGO NEM
      *FERIADO. O DIA DA SEMANA SAI DO INTEGER-OF-DATE: O DIA 1
      *(01/01/1601) FOI UMA SEGUNDA, ENTAO RESTO 6 = SABADO E RESTO
      *0 = DOMINGO.
       CONFERIR-DIA-UTIL.

           COMPUTE WS-DATA-INTEIRO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-EXAME)
           COMPUTE WS-DIA-SEMANA =
               FUNCTION MOD(WS-DATA-INTEIRO 7)

           MOVE 'Y' TO WS-DIA-UTIL
           IF WS-DIA-SEMANA = 6 OR WS-DIA-SEMANA = 0
               MOVE 'N' TO WS-DIA-UTIL
           END-IF
           PERFORM VARYING WS-I-FER FROM 1 BY 1
               UNTIL WS-I-FER > WS-QTD-FERIADOS
               IF WS-FERIADO(WS-I-FER) = WS-DATA-EXAME
                   MOVE 'N' TO WS-DIA-UTIL
               END-IF
           END-PERFORM.

       ROLAR-PARA-DIA-UTIL.

           PERFORM CONFERIR-DIA-UTIL
           PERFORM UNTIL WS-DIA-UTIL = 'Y'
               ADD 1 TO WS-DATA-INTEIRO
               COMPUTE WS-DATA-EXAME =
                   FUNCTION DATE-OF-INTEGER(WS-DATA-INTEIRO)
               PERFORM CONFERIR-DIA-UTIL
           END-PERFORM.

      *MES JA PRESENTE NO HISTORICO NAO PROVISIONA DE NOVO. A MESMA
      *PASSADA SOMA A PROVISAO DO ULTIMO MES PROVISIONADO ANTES DELE,
      *QUE E A RESERVA HOJE CONSTITUIDA NO RAZAO. O MARCO DO MES
      *(CONTRATO ZERO, PROVISAO ZERO) BASTA PARA AS DUAS COISAS: MES
      *SEM CONTRATO CLASSIFICADO CONTA COMO PROVISIONADO, COM RESERVA
      *ZERO.
       CONFERIR-SE-JA-PROVISIONADO.

           MOVE 'N' TO WS-JA-PROVISIONADO
           MOVE 'N' TO WS-EOF
           MOVE ZEROS TO WS-ANOMES-ANTERIOR WS-PROVISAO-ANTERIOR

           OPEN INPUT HISTORICO-PDD
           IF WS-PDH-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ HISTORICO-PDD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PDH-ANOMES = WS-ANOMES-PDD
                           MOVE 'Y' TO WS-JA-PROVISIONADO
                       END-IF
                       IF PDH-ANOMES < WS-ANOMES-PDD
                           IF PDH-ANOMES > WS-ANOMES-ANTERIOR
                               MOVE PDH-ANOMES TO WS-ANOMES-ANTERIOR
                               MOVE ZEROS TO WS-PROVISAO-ANTERIOR
                           END-IF
                           IF PDH-ANOMES = WS-ANOMES-ANTERIOR
                               ADD PDH-PROVISAO
                                   TO WS-PROVISAO-ANTERIOR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-PDH-STATUS = '00' OR WS-PDH-STATUS = '10'
               CLOSE HISTORICO-PDD
           END-IF.

      *FAIXAS DO ARQUIVO DE PARAMETROS; SEM ARQUIVO (OU VAZIO) VALEM
      *AS FAIXAS DA RESOLUCAO 2682: AA EM DIA, A ATE 14 DIAS, B ATE
      *30, C ATE 60, D ATE 90, E ATE 120, F ATE 150, G ATE 180 E H
      *ACIMA DISSO.
       CARREGAR-FAIXAS-PDD.

           MOVE 'N' TO WS-EOF
           MOVE ZEROS TO WS-QTD-NIVEIS

           OPEN INPUT FAIXAS-PDD
           IF WS-FXA-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ FAIXAS-PDD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-QTD-NIVEIS < 12
                           ADD 1 TO WS-QTD-NIVEIS
                           MOVE FXA-NIVEL
                               TO WS-NIV-NIVEL(WS-QTD-NIVEIS)
                           MOVE FXA-DIAS-ATE
                               TO WS-NIV-DIAS-ATE(WS-QTD-NIVEIS)
                           MOVE FXA-PERCENTUAL
                               TO WS-NIV-PERCENTUAL(WS-QTD-NIVEIS)
                       ELSE
                           DISPLAY 'FAIXAS DE PDD COM MAIS DE 12 '
                               'NIVEIS, NIVEL IGNORADO: ' FXA-NIVEL
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FXA-STATUS = '00' OR WS-FXA-STATUS = '10'
               CLOSE FAIXAS-PDD
           END-IF

           IF WS-QTD-NIVEIS = ZEROS
               PERFORM CARREGAR-FAIXAS-PADRAO
           END-IF

      *O ULTIMO NIVEL PEGA QUALQUER ATRASO ACIMA DO PENULTIMO.
           MOVE 99999 TO WS-NIV-DIAS-ATE(WS-QTD-NIVEIS)

           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-QTD-NIVEIS
               MOVE ZEROS TO WS-NIV-QTD(WS-I)
               MOVE ZEROS TO WS-NIV-SALDO(WS-I)
               MOVE ZEROS TO WS-NIV-PROVISAO(WS-I)
           END-PERFORM.

       CARREGAR-FAIXAS-PADRAO.

           MOVE 9 TO WS-QTD-NIVEIS
           MOVE 'AA' TO WS-NIV-NIVEL(1)
           MOVE 0    TO WS-NIV-DIAS-ATE(1)
           MOVE 0    TO WS-NIV-PERCENTUAL(1)
           MOVE 'A ' TO WS-NIV-NIVEL(2)
           MOVE 14   TO WS-NIV-DIAS-ATE(2)
           MOVE 0.5  TO WS-NIV-PERCENTUAL(2)
           MOVE 'B ' TO WS-NIV-NIVEL(3)
           MOVE 30   TO WS-NIV-DIAS-ATE(3)
           MOVE 1    TO WS-NIV-PERCENTUAL(3)
           MOVE 'C ' TO WS-NIV-NIVEL(4)
           MOVE 60   TO WS-NIV-DIAS-ATE(4)
           MOVE 3    TO WS-NIV-PERCENTUAL(4)
           MOVE 'D ' TO WS-NIV-NIVEL(5)
           MOVE 90   TO WS-NIV-DIAS-ATE(5)
           MOVE 10   TO WS-NIV-PERCENTUAL(5)
           MOVE 'E ' TO WS-NIV-NIVEL(6)
           MOVE 120  TO WS-NIV-DIAS-ATE(6)
           MOVE 30   TO WS-NIV-PERCENTUAL(6)
           MOVE 'F ' TO WS-NIV-NIVEL(7)
           MOVE 150  TO WS-NIV-DIAS-ATE(7)
           MOVE 50   TO WS-NIV-PERCENTUAL(7)
           MOVE 'G ' TO WS-NIV-NIVEL(8)
           MOVE 180  TO WS-NIV-DIAS-ATE(8)
           MOVE 70   TO WS-NIV-PERCENTUAL(8)
           MOVE 'H ' TO WS-NIV-NIVEL(9)
           MOVE 99999 TO WS-NIV-DIAS-ATE(9)
           MOVE 100  TO WS-NIV-PERCENTUAL(9).

      *SO AS PARCELAS EM ABERTO COM VENCIMENTO ANTERIOR A DATA DE
      *MOVIMENTO, POR CONTRATO E VENCIMENTO.
       SEPARAR-PARCELAS-VENCIDAS.

           SORT WORK-SORT-FILE
               ON ASCENDING KEY SRT-CONTRATO SRT-DATA-VENCIMENTO
               INPUT PROCEDURE IS SELECIONAR-PARCELAS-VENCIDAS
               GIVING PARCELAS-VENCIDAS.

       SELECIONAR-PARCELAS-VENCIDAS.

           MOVE 'N' TO WS-EOF

           OPEN INPUT PARCELAS
           IF WS-PARC-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ PARCELAS
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PARC-SITUACAO = 'A'
                          AND PARC-DATA-VENCIMENTO < WS-DATA-MOVIMENTO
                           MOVE PARC-CONTRATO TO SRT-CONTRATO
                           MOVE PARC-DATA-VENCIMENTO
                               TO SRT-DATA-VENCIMENTO
                           RELEASE SORT-REC
                       END-IF
               END-READ
           END-PERFORM

           IF WS-PARC-STATUS = '00' OR WS-PARC-STATUS = '10'
               CLOSE PARCELAS
           END-IF

           MOVE 'N' TO WS-EOF.

      *PERCORRE O MASTER EM ORDEM DE CONTRATO CASANDO COM AS
      *PARCELAS VENCIDAS CLASSIFICADAS NA MESMA ORDEM.
       CLASSIFICAR-CARTEIRA.

           MOVE 'N' TO WS-EOF
           MOVE 'N' TO WS-EOF-PVE

           OPEN INPUT EMPRESTIMOS-MASTER
           IF WS-EMM-STATUS NOT = '00'
               DISPLAY 'MASTER DE EMPRESTIMOS NAO ABRIU, STATUS: '
                   WS-EMM-STATUS
               PERFORM ABORTAR-PASSO
           END-IF

           OPEN INPUT PARCELAS-VENCIDAS
           IF WS-PVE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-PVE
               MOVE 999999 TO PVE-CONTRATO
           ELSE
               PERFORM LER-PARCELA-VENCIDA
           END-IF

           OPEN OUTPUT CLASSIFICACAO-MES

           MOVE ZEROS TO EMM-CONTRATO
           START EMPRESTIMOS-MASTER KEY IS NOT LESS THAN EMM-CONTRATO
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF = 'Y'
               READ EMPRESTIMOS-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
               END-READ
               IF WS-EMM-STATUS NOT = '00' AND NOT = '10'
                   DISPLAY 'ERRO DE LEITURA NO MASTER DE EMPRESTIMOS, '
                       'STATUS: ' WS-EMM-STATUS
                   PERFORM ABORTAR-PASSO
               END-IF
               IF WS-EOF NOT = 'Y'
                   IF EMM-SITUACAO = 'A'
                      AND EMM-SALDO-DEVEDOR > ZEROS
                       PERFORM CLASSIFICAR-CONTRATO
                   END-IF
               END-IF
           END-PERFORM

           CLOSE CLASSIFICACAO-MES
           IF WS-PVE-STATUS = '00' OR WS-PVE-STATUS = '10'
               CLOSE PARCELAS-VENCIDAS
           END-IF
           CLOSE EMPRESTIMOS-MASTER.

       LER-PARCELA-VENCIDA.

           READ PARCELAS-VENCIDAS
               AT END
                   MOVE 'Y' TO WS-EOF-PVE
                   MOVE 999999 TO PVE-CONTRATO
           END-READ.

      *A PRIMEIRA PARCELA VENCIDA DO CONTRATO E A MAIS ANTIGA; AS
      *DEMAIS DO MESMO CONTRATO SAO SO PULADAS.
       CLASSIFICAR-CONTRATO.

           PERFORM UNTIL PVE-CONTRATO >= EMM-CONTRATO
               PERFORM LER-PARCELA-VENCIDA
           END-PERFORM

           MOVE ZEROS TO WS-DIAS-ATRASO
           IF PVE-CONTRATO = EMM-CONTRATO
               MOVE PVE-DATA-VENCIMENTO TO WS-VENC-MAIS-ANTIGO
               COMPUTE WS-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-MOVIMENTO)
                   - FUNCTION INTEGER-OF-DATE(WS-VENC-MAIS-ANTIGO)
               PERFORM UNTIL PVE-CONTRATO NOT = EMM-CONTRATO
                   PERFORM LER-PARCELA-VENCIDA
               END-PERFORM
           END-IF

           MOVE 'N' TO WS-ACHADO
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-QTD-NIVEIS
               OR WS-ACHADO = 'Y'
               IF WS-DIAS-ATRASO <= WS-NIV-DIAS-ATE(WS-I)
                   MOVE 'Y' TO WS-ACHADO
                   MOVE WS-I TO WS-NIVEL-CONTRATO
               END-IF
           END-PERFORM

           COMPUTE WS-PROVISAO-CONTRATO ROUNDED =
               EMM-SALDO-DEVEDOR
               * WS-NIV-PERCENTUAL(WS-NIVEL-CONTRATO) / 100

           ADD 1 TO WS-NIV-QTD(WS-NIVEL-CONTRATO)
           ADD EMM-SALDO-DEVEDOR TO WS-NIV-SALDO(WS-NIVEL-CONTRATO)
           ADD WS-PROVISAO-CONTRATO
               TO WS-NIV-PROVISAO(WS-NIVEL-CONTRATO)
           ADD EMM-SALDO-DEVEDOR TO WS-SALDO-TOTAL
           ADD WS-PROVISAO-CONTRATO TO WS-PROVISAO-TOTAL
           ADD 1 TO WS-QTD-CONTRATOS

           MOVE WS-ANOMES-PDD        TO CLM-ANOMES
           MOVE EMM-CONTRATO         TO CLM-CONTRATO
           MOVE WS-NIV-NIVEL(WS-NIVEL-CONTRATO) TO CLM-NIVEL
           MOVE WS-DIAS-ATRASO       TO CLM-DIAS-ATRASO
           MOVE EMM-SALDO-DEVEDOR    TO CLM-SALDO-DEVEDOR
           MOVE WS-NIV-PERCENTUAL(WS-NIVEL-CONTRATO) TO CLM-PERCENTUAL
           MOVE WS-PROVISAO-CONTRATO TO CLM-PROVISAO
           WRITE CLASSIFICACAO-MES-REC.

      *PROVISAO EXIGIDA MAIOR QUE A CONSTITUIDA: 'PDC' CONSTITUI A
      *DIFERENCA; MENOR: 'PDR' REVERTE. SEM LINHA DE MAPEAMENTO PARA
      *O TIPO O PASSO ABORTA ANTES DE GRAVAR QUALQUER COISA, E A
      *CORRIDA PODE SER REPETIDA DEPOIS DE CORRIGIDO O MAPA.
       CONTABILIZAR-VARIACAO.

           COMPUTE WS-VARIACAO =
               WS-PROVISAO-TOTAL - WS-PROVISAO-ANTERIOR

           IF WS-VARIACAO = ZEROS
               EXIT PARAGRAPH
           END-IF

           IF WS-VARIACAO > ZEROS
               MOVE 'PDC' TO WS-TIPO-PAR
               MOVE WS-VARIACAO TO WS-VALOR-PAR
           ELSE
               MOVE 'PDR' TO WS-TIPO-PAR
               COMPUTE WS-VALOR-PAR = ZEROS - WS-VARIACAO
           END-IF

           PERFORM BUSCAR-MAPA-PDD
           IF WS-MAPA-ACHADO NOT = 'Y'
               DISPLAY 'SEM MAPEAMENTO CONTABIL PARA O TIPO '
                   WS-TIPO-PAR ': PROVISAO NAO CONTABILIZADA.'
               PERFORM ABORTAR-PASSO
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

           CLOSE GL-MOVIMENTO

           DISPLAY 'GL ' WS-TIPO-PAR ' D ' WS-CONTA-DEBITO
               ' C ' WS-CONTA-CREDITO ' VALOR ' WS-VALOR-PAR.

       BUSCAR-MAPA-PDD.

           MOVE 'N' TO WS-MAPA-ACHADO
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
                       IF MAP-TIPO = WS-TIPO-PAR
                           MOVE 'Y' TO WS-MAPA-ACHADO
                           MOVE MAP-CONTA-DEBITO  TO WS-CONTA-DEBITO
                           MOVE MAP-CONTA-CREDITO TO WS-CONTA-CREDITO
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-MAPA-STATUS = '00' OR WS-MAPA-STATUS = '10'
               CLOSE GL-MAPA
           END-IF.

      *A CLASSIFICACAO DO MES ENTRA NO HISTORICO SO DEPOIS DO PAR
      *CONTABIL, PRECEDIDA DO MARCO DO MES: E ELE QUE MARCA O MES COMO
      *PROVISIONADO MESMO SEM NENHUM CONTRATO CLASSIFICADO (CARTEIRA
      *ZERADA, RESERVA TODA REVERTIDA).
       GRAVAR-HISTORICO-PDD.

           MOVE 'N' TO WS-EOF

           OPEN INPUT CLASSIFICACAO-MES
           IF WS-CLM-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           OPEN EXTEND HISTORICO-PDD
           IF WS-PDH-STATUS = '35'
               OPEN OUTPUT HISTORICO-PDD
           END-IF

           MOVE WS-ANOMES-PDD TO PDH-ANOMES
           MOVE ZEROS  TO PDH-CONTRATO PDH-DIAS-ATRASO
                          PDH-SALDO-DEVEDOR PDH-PERCENTUAL PDH-PROVISAO
           MOVE SPACES TO PDH-NIVEL
           WRITE HISTORICO-PDD-REC

           PERFORM UNTIL WS-EOF = 'Y'
               READ CLASSIFICACAO-MES
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE CLASSIFICACAO-MES-REC TO HISTORICO-PDD-REC
                       WRITE HISTORICO-PDD-REC
               END-READ
           END-PERFORM

           CLOSE HISTORICO-PDD
           IF WS-CLM-STATUS = '00' OR WS-CLM-STATUS = '10'
               CLOSE CLASSIFICACAO-MES
           END-IF.

       IMPRIMIR-RELATORIO-PDD.

           MOVE 'A' TO REL-COMANDO
           MOVE 'ProvisaoPDD' TO REL-PROGRAMA
           MOVE 'PDD' TO REL-ID
           MOVE 'PROVISAO PARA DEVEDORES DUVIDOSOS' TO REL-TITULO
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE 'L' TO REL-COMANDO
           MOVE SPACES TO REL-LINHA
           STRING 'CARTEIRA DE EMPRESTIMOS - MES ' WS-ANOMES-PDD
               ' (DATA BASE ' WS-DATA-MOVIMENTO ')'
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE SPACES TO REL-LINHA
           STRING 'NIVEL  ATRASO       PROVISAO  CONTRATOS'
               '        SALDO DEVEDOR              PROVISAO'
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-QTD-NIVEIS
               MOVE WS-NIV-NIVEL(WS-I)      TO NVL-NIVEL
               MOVE WS-NIV-DIAS-ATE(WS-I)   TO NVL-DIAS
               MOVE WS-NIV-PERCENTUAL(WS-I) TO NVL-PERCENTUAL
               MOVE WS-NIV-QTD(WS-I)        TO NVL-QTD
               MOVE WS-NIV-SALDO(WS-I)      TO NVL-SALDO
               MOVE WS-NIV-PROVISAO(WS-I)   TO NVL-PROVISAO
               MOVE WS-LINHA-NIVEL TO REL-LINHA
               CALL 'GravaRelatorio' USING WS-REL-AREA
           END-PERFORM

           MOVE WS-SALDO-TOTAL TO WS-VALOR-ED
           MOVE SPACES TO REL-LINHA
           STRING 'SALDO DEVEDOR DA CARTEIRA..: ' WS-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE WS-PROVISAO-TOTAL TO WS-VALOR-ED
           MOVE SPACES TO REL-LINHA
           STRING 'PROVISAO EXIGIDA...........: ' WS-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE WS-PROVISAO-ANTERIOR TO WS-VALOR-ED
           MOVE SPACES TO REL-LINHA
           STRING 'PROVISAO CONSTITUIDA ('
               WS-ANOMES-ANTERIOR ')..: ' WS-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE WS-VARIACAO TO WS-VARIACAO-ED
           MOVE SPACES TO REL-LINHA
           IF WS-VARIACAO < ZEROS
               STRING 'REVERSAO CONTABILIZADA PDR.: ' WS-VARIACAO-ED
                   DELIMITED BY SIZE INTO REL-LINHA
           ELSE
               STRING 'CONSTITUICAO CONTABIL. PDC.: ' WS-VARIACAO-ED
                   DELIMITED BY SIZE INTO REL-LINHA
           END-IF
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
