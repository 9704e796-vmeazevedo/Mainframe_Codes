      *=================================================================
       IDENTIFICATION                                  DIVISION.
      *=================================================================
       PROGRAM-ID. EncerramentoConta.
      *******************************************************************
      * Author: Vinícius Azevedo
      * Date: 15/10/2026
      * Purpose: Acerto de encerramento de conta
      * Tectonics: cobc
      ******************************************************************
      * Modulo chamado pelo ENCERRAR-CONTA da manutencao de contas
      * (area ENCLINK, com o master de contas FECHADO pelo chamador).
      * Antes o encerramento so trocava a SITUACAO para 'E' e o resto
      * do acerto ficava na memoria de alguem. Agora, para a conta
      * informada:
      *   - RECUSA o encerramento enquanto houver cheque especial em
      *     uso (saldo negativo), parcela de emprestimo em aberto
      *     debitada na conta (parcelas.dat), cheque depositado ainda
      *     em compensacao (cheques_pendentes.dat), CDB vivo
      *     vinculado a ela (cdb_master.dat) ou bloqueio judicial
      *     ativo (bloqueios_judiciais.dat);
      *   - credita os juros do dia do encerramento ('JUR', mesma
      *     tabela de faixas de taxa_juros.dat da corrida noturna,
      *     gravando tambem o total em juros_controle.dat para o
      *     informe de rendimentos continuar fechando), se a corrida
      *     da noite ainda nao creditou a conta nesta data;
      *   - cobra a tarifa de pacote pro rata dos dias desde a ultima
      *     cobranca mensal ('TPC', pacote do tipo da conta em
      *     tarifas.dat, base de 30 dias), limitada ao saldo;
      *   - transfere o saldo remanescente ('TRD' na conta encerrada,
      *     'TRC' no destino) para a conta que o operador indicar ou,
      *     com destino zerado, para a conta de cheques
      *     administrativos a pagar de encerramento_ctl.dat;
      *   - cancela as ordens permanentes da conta, expira o limite de
      *     cheque especial (validade ate a vespera) e encerra a conta,
      *     gravando a data no registro de contas encerradas
      *     (contas_encerradas.dat);
      *   - imprime o extrato de encerramento do cliente pelo escritor
      *     de relatorios compartilhado (relatorio_EN<conta>.prt).
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

           SELECT CLIENTES ASSIGN TO 'clientes.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-CPF
           FILE STATUS IS WS-CLI-STATUS.

           SELECT MOVIMENTOS ASSIGN TO 'movimentos.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-CHAVE
           FILE STATUS IS WS-MOV-STATUS.

           SELECT PARCELAS ASSIGN TO 'parcelas.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PARC-STATUS.

           SELECT CHEQUES-PENDENTES ASSIGN TO 'cheques_pendentes.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CHP-STATUS.

           SELECT CDBS ASSIGN TO 'cdb_master.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CDB-NUMERO
           FILE STATUS IS WS-CDB-STATUS.

           SELECT BLOQUEIOS-JUDICIAIS ASSIGN TO
           'bloqueios_judiciais.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BLQ-CHAVE
           ALTERNATE RECORD KEY IS BLQ-CONTA WITH DUPLICATES
           FILE STATUS IS WS-BLQ-STATUS.

           SELECT ORDENS ASSIGN TO 'ordens_permanentes.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ORD-NUMERO
           FILE STATUS IS WS-ORD-STATUS.

           SELECT LIMITES ASSIGN TO
           'limites_cheque_especial.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LIM-CONTA
           FILE STATUS IS WS-LIM-STATUS.

           SELECT TABELA-TARIFAS ASSIGN TO 'tarifas.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-TAB-STATUS.

           SELECT CONTROLE-TAXA ASSIGN TO 'taxa_juros.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CTLTAXA-STATUS.

           SELECT CONTROLE-JUROS ASSIGN TO 'juros_controle.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-JCT-STATUS.

           SELECT CONTROLE-ENCERRAMENTO ASSIGN TO
           'encerramento_ctl.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ECT-STATUS.

           SELECT CONTAS-ENCERRADAS ASSIGN TO 'contas_encerradas.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CEN-CONTA
           FILE STATUS IS WS-CEN-STATUS.

           SELECT DATA-MOVIMENTO ASSIGN TO 'data_movimento.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-DTM-STATUS.

      *=================================================================
       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                    SECTION.
      *-----------------------------------------------------------------
       FD  CONTAS.
       01  CONTA-REC.
           COPY CONTAREC REPLACING ==:PREFIX:== BY ==CONTA==.

       FD  CLIENTES.
       01  CLIENTE-REC.
           COPY CLIREC REPLACING ==:PREFIX:== BY ==CLI==.

       FD  MOVIMENTOS.
       01  MOVIMENTO-REC.
           COPY MOVREC REPLACING ==:PREFIX:== BY ==MOV==.

       FD  PARCELAS.
       01  PARCELA-REC.
           COPY PARCREC REPLACING ==:PREFIX:== BY ==PARC==.

       FD  CHEQUES-PENDENTES.
       01  CHEQUE-PENDENTE-REC.
           05 CHP-CONTA            PIC 9(6).
           05 CHP-VALOR            PIC 9(7)V99.
           05 CHP-DATA-DEPOSITO    PIC 9(8).
           05 CHP-DATA-DISPONIVEL  PIC 9(8).

       FD  CDBS.
       01  CDB-REC.
           COPY CDBREC REPLACING ==:PREFIX:== BY ==CDB==.

      *RETENCOES DAS ORDENS JUDICIAIS (SISBAJUD), POR ORDEM E CONTA.
       FD  BLOQUEIOS-JUDICIAIS.
       01  BLOQUEIO-REC.
           COPY BLQREC REPLACING ==:PREFIX:== BY ==BLQ==.

       FD  ORDENS.
       01  ORDEM-REC.
           05 ORD-NUMERO           PIC 9(6).
           05 ORD-CONTA            PIC 9(6).
           05 ORD-VALOR            PIC 9(7)V99.
           05 ORD-DIA-MES          PIC 9(2).
           05 ORD-DATA-INICIO      PIC 9(8).
           05 ORD-DATA-FIM         PIC 9(8).
           05 ORD-SITUACAO         PIC X(1).
           05 ORD-DATA-ULT-EXEC    PIC 9(8).

       FD  LIMITES.
       01  LIMITE-REC.
           COPY LIMREC REPLACING ==:PREFIX:== BY ==LIM==.

       FD  CONTAS-ENCERRADAS.
       01  CONTA-ENCERRADA-REC.
           COPY CTAENCREC REPLACING ==:PREFIX:== BY ==CEN==.

      *MESMA TABELA DA CORRIDA MENSAL DE TARIFAS: 'H' COM O DIA DE
      *CORRIDA, 'T' COM A TARIFA DE PACOTE POR TIPO DE CONTA.
       FD  TABELA-TARIFAS.
       01  TABELA-TARIFA-HEADER.
           05 TABH-TIPO            PIC X(1).
           05 TABH-DIA-EXECUCAO    PIC 9(2).
           05 FILLER               PIC X(19).
       01  TABELA-TARIFA-REC.
           05 TABT-TIPO            PIC X(1).
           05 TABT-TIPO-CONTA      PIC X(2).
           05 TABT-PACOTE          PIC 9(5)V99.
           05 TABT-SAQUES-GRATIS   PIC 9(3).
           05 TABT-VALOR-EXCEDENTE PIC 9(5)V99.
           05 FILLER               PIC X(2).

      *MESMA TABELA DA CORRIDA NOTURNA DE JUROS: 'H' COM O NUMERO DE
      *PERIODOS, 'T' COM AS FAIXAS DE SALDO E A TAXA DA FAIXA.
       FD  CONTROLE-TAXA.
       01  CONTROLE-TAXA-HEADER.
           05 CTH-TIPO             PIC X(1).
           05 CTH-NUM-PERIODOS     PIC 9(2).
           05 FILLER               PIC X(25).
       01  CONTROLE-TAXA-REC.
           05 CTT-TIPO             PIC X(1).
           05 CTT-FAIXA-DE         PIC 9(9)V99.
           05 CTT-FAIXA-ATE        PIC 9(9)V99.
           05 CTT-TAXA             PIC 9V9(4).

       FD  CONTROLE-JUROS.
       01  CONTROLE-JUROS-REC.
           05 JCT-DATA             PIC 9(8).
           05 JCT-TOTAL            PIC 9(11)V99.

      *CONTA INTERNA DE CHEQUES ADMINISTRATIVOS A PAGAR: RECEBE O
      *SALDO DE QUEM ENCERRA SEM INDICAR CONTA DE DESTINO.
       FD  CONTROLE-ENCERRAMENTO.
       01  CONTROLE-ENCERRAMENTO-REC.
           05 ECT-CONTA-CHEQUE     PIC 9(6).

       FD  DATA-MOVIMENTO.
       01  DATA-MOVIMENTO-REC.
           05 DTM-DATA             PIC 9(8).
           05 DTM-SITUACAO         PIC X(1).

      *-----------------------------------------------------------------
       WORKING-STORAGE                         SECTION.
      *-----------------------------------------------------------------
       77 WS-CONTA-STATUS      PIC X(2)    VALUE '00'.
       77 WS-CLI-STATUS        PIC X(2)    VALUE '00'.
       77 WS-MOV-STATUS        PIC X(2)    VALUE '00'.
       77 WS-PARC-STATUS       PIC X(2)    VALUE '00'.
       77 WS-CHP-STATUS        PIC X(2)    VALUE '00'.
       77 WS-CDB-STATUS        PIC X(2)    VALUE '00'.
       77 WS-BLQ-STATUS        PIC X(2)    VALUE '00'.
       77 WS-ORD-STATUS        PIC X(2)    VALUE '00'.
       77 WS-LIM-STATUS        PIC X(2)    VALUE '00'.
       77 WS-CEN-STATUS        PIC X(2)    VALUE '00'.
       77 WS-TAB-STATUS        PIC X(2)    VALUE '00'.
       77 WS-CTLTAXA-STATUS    PIC X(2)    VALUE '00'.
       77 WS-JCT-STATUS        PIC X(2)    VALUE '00'.
       77 WS-ECT-STATUS        PIC X(2)    VALUE '00'.
       77 WS-DTM-STATUS        PIC X(2)    VALUE '00'.

       77 WS-EOF               PIC X(1)    VALUE 'N'.
       77 WS-CONFIRMA          PIC X(1)    VALUE SPACES.
       77 WS-DATA-PROC         PIC 9(8)    VALUE ZEROS.

      *PENDENCIAS QUE IMPEDEM O ENCERRAMENTO.
       77 WS-QTD-PENDENCIAS    PIC 9(3)    VALUE ZEROS.
       77 WS-QTD-PARCELAS      PIC 9(5)    VALUE ZEROS.
       77 WS-QTD-CHEQUES       PIC 9(5)    VALUE ZEROS.
       77 WS-QTD-CDBS          PIC 9(5)    VALUE ZEROS.
       77 WS-QTD-BLOQUEIOS     PIC 9(5)    VALUE ZEROS.

      *LANCAMENTOS DA PROPRIA DATA JA FEITOS PELAS CORRIDAS DA NOITE
      *(GUARDA CONTRA CREDITAR JUROS OU COBRAR PACOTE DUAS VEZES).
       77 WS-JUROS-HOJE        PIC X(1)    VALUE 'N'.
       77 WS-TARIFA-HOJE       PIC X(1)    VALUE 'N'.

      *ACERTO: SALDO ANTES DO ENCERRAMENTO, JUROS DO DIA, TARIFA PRO
      *RATA E O QUE SOBRA PARA TRANSFERIR.
       77 WS-SALDO-ANTERIOR    PIC S9(9)V99 VALUE ZEROS.
       77 WS-SALDO-SIMULADO    PIC S9(9)V99 VALUE ZEROS.
       77 WS-JUROS-PERIODO     PIC 9(9)V99 VALUE ZEROS.
       77 WS-JUROS-ENCERRAMENTO PIC 9(9)V99 VALUE ZEROS.
       77 WS-TARIFA-PRO-RATA   PIC 9(7)V99 VALUE ZEROS.
       77 WS-TARIFA-DISPENSADA PIC 9(7)V99 VALUE ZEROS.
       77 WS-DIAS-PRO-RATA     PIC 9(3)    VALUE ZEROS.
       77 WS-SALDO-FINAL       PIC S9(9)V99 VALUE ZEROS.
       77 WS-VALOR-TRANSFERIDO PIC 9(9)V99 VALUE ZEROS.

      *DESTINO DO SALDO: CONTA INDICADA PELO OPERADOR OU A CONTA DE
      *CHEQUES ADMINISTRATIVOS A PAGAR.
       77 WS-CONTA-DESTINO     PIC 9(6)    VALUE ZEROS.
       77 WS-VIA-CHEQUE        PIC X(1)    VALUE 'N'.
       77 WS-DESTINO-OK        PIC X(1)    VALUE 'N'.
       77 WS-MOEDA-CONTA       PIC X(3)    VALUE SPACES.

       77 WS-QTD-ORDENS        PIC 9(5)    VALUE ZEROS.
       77 WS-LIMITE-EXPIRADO   PIC X(1)    VALUE 'N'.
       77 WS-NOME-TITULAR      PIC X(30)   VALUE SPACES.
       77 WS-VALOR-ED          PIC -(9)9.99 VALUE ZEROS.
       77 WS-DATA-INTEIRO      PIC 9(7)    VALUE ZEROS.

      *FAIXAS DE TAXA DE JUROS (taxa_juros.dat). SEM FAIXA, VALE A
      *TAXA UNICA PADRAO DA CORRIDA NOTURNA.
       77 WS-TAXA-PADRAO       PIC 9V9(4)  VALUE 0.0150.
       77 WS-TAXA-APLICADA     PIC 9V9(4)  VALUE ZEROS.
       77 WS-NUM-PERIODOS      PIC 9(2)    VALUE 1.
       77 WS-PERIODO           PIC 9(2)    VALUE ZEROS.
       77 WS-QTD-FAIXAS        PIC 9(2)    VALUE ZEROS.
       77 WS-I-FAIXA           PIC 9(2)    VALUE ZEROS.
       77 WS-FAIXA-ACHADA      PIC X(1)    VALUE 'N'.
       01 WS-TABELA-FAIXAS.
           05 WS-FAIXA-ENTRADA OCCURS 10 TIMES.
              10 WS-FAIXA-DE        PIC 9(9)V99.
              10 WS-FAIXA-ATE       PIC 9(9)V99.
              10 WS-FAIXA-TAXA      PIC 9V9(4).

      *TARIFA DE PACOTE DO TIPO DA CONTA E DIA DA CORRIDA MENSAL.
       77 WS-DIA-EXECUCAO      PIC 9(2)    VALUE 1.
       77 WS-PACOTE-CONTA      PIC 9(5)V99 VALUE ZEROS.
       77 WS-TARIFA-ACHADA     PIC X(1)    VALUE 'N'.

      *DATA DA ULTIMA COBRANCA MENSAL DO PACOTE (O DIA DE CORRIDA
      *DESTE MES OU DO MES ANTERIOR).
       01 WS-DATA-REFERENCIA.
           05 WS-REF-ANO        PIC 9(4).
           05 WS-REF-MES        PIC 9(2).
           05 WS-REF-DIA        PIC 9(2).
       01 WS-DATA-REFERENCIA-N REDEFINES WS-DATA-REFERENCIA
                               PIC 9(8).

      *AREA DE COMUNICACAO COM O ESCRITOR DE RELATORIOS COMPARTILHADO
      *(GravaRelatorio): O EXTRATO DE ENCERRAMENTO SAI EM ARQUIVO DE
      *IMPRESSAO DE 132 COLUNAS, UM POR CONTA ENCERRADA.
       01  WS-REL-AREA.
           COPY RELLINK REPLACING ==:PREFIX:== BY ==REL==.

      *AREA DE COMUNICACAO COM O MODULO DE NUMERACAO DE MOVIMENTOS
      *(NumeraMovimento): TODO MOVIMENTO GRAVADO NO DIARIO LEVA O
      *PROXIMO NSU, QUE FECHA A CHAVE CONTA + DATA + NSU.
       01  WS-NSU-AREA.
           COPY NSULINK REPLACING ==:PREFIX:== BY ==NSU==.

      *-----------------------------------------------------------------
       LINKAGE                                 SECTION.
      *-----------------------------------------------------------------
       01  ENC-AREA.
           COPY ENCLINK REPLACING ==:PREFIX:== BY ==ENC==.

      *=================================================================
       PROCEDURE DIVISION USING ENC-AREA.
      *=================================================================
       PROGRAM-BEGIN.

           MOVE 'R' TO ENC-RESULTADO
           PERFORM PREPARAR-ENCERRAMENTO

           OPEN I-O CONTAS
           IF WS-CONTA-STATUS NOT = '00'
               DISPLAY 'MASTER DE CONTAS INDISPONIVEL, STATUS: '
                   WS-CONTA-STATUS
               GOBACK
           END-IF

           PERFORM ACERTAR-ENCERRAMENTO

           CLOSE CONTAS

           GOBACK.

      *O MODULO FICA CARREGADO ENTRE UMA CHAMADA E OUTRA DA MESMA
      *SESSAO DE MANUTENCAO: TUDO QUE E POR CONTA COMECA ZERADO.
       PREPARAR-ENCERRAMENTO.

           MOVE ZEROS TO WS-QTD-PENDENCIAS WS-QTD-PARCELAS
               WS-QTD-CHEQUES WS-QTD-CDBS WS-QTD-BLOQUEIOS
               WS-JUROS-ENCERRAMENTO
               WS-TARIFA-PRO-RATA WS-TARIFA-DISPENSADA
               WS-DIAS-PRO-RATA WS-VALOR-TRANSFERIDO
               WS-CONTA-DESTINO WS-QTD-ORDENS
           MOVE 'N' TO WS-JUROS-HOJE WS-TARIFA-HOJE WS-VIA-CHEQUE
               WS-DESTINO-OK WS-LIMITE-EXPIRADO
           MOVE SPACES TO WS-NOME-TITULAR

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-PROC
           PERFORM LER-DATA-MOVIMENTO
           PERFORM CARREGAR-TAXA-JUROS.

      *A DATA DOS LANCAMENTOS E A DATA DE MOVIMENTO ABERTA PELO
      *BATCH; SEM ELA (EXECUCAO AVULSA), VALE A DATA DO SISTEMA.
       LER-DATA-MOVIMENTO.

           OPEN INPUT DATA-MOVIMENTO
           IF WS-DTM-STATUS = '00'
               READ DATA-MOVIMENTO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DTM-SITUACAO = 'A'
                           MOVE DTM-DATA TO WS-DATA-PROC
                       END-IF
               END-READ
               CLOSE DATA-MOVIMENTO
           END-IF.

       ACERTAR-ENCERRAMENTO.

           MOVE ENC-CONTA TO CONTA-NUMERO
           READ CONTAS
               INVALID KEY
                   DISPLAY 'CONTA NAO ENCONTRADA: ' ENC-CONTA
                   EXIT PARAGRAPH
           END-READ
           IF CONTA-SITUACAO = 'E'
               DISPLAY 'CONTA JA ESTA ENCERRADA: ' ENC-CONTA
               EXIT PARAGRAPH
           END-IF
           MOVE CONTA-SALDO TO WS-SALDO-ANTERIOR
           MOVE CONTA-MOEDA TO WS-MOEDA-CONTA

           PERFORM CONFERIR-PENDENCIAS
           IF WS-QTD-PENDENCIAS > ZEROS
               DISPLAY 'ENCERRAMENTO RECUSADO: ' WS-QTD-PENDENCIAS
                   ' PENDENCIA(S) NA CONTA ' ENC-CONTA
               EXIT PARAGRAPH
           END-IF

           PERFORM CONFERIR-LANCAMENTOS-DO-DIA
           PERFORM COTAR-JUROS-ENCERRAMENTO
           PERFORM COTAR-TARIFA-PRO-RATA

           COMPUTE WS-SALDO-FINAL = WS-SALDO-ANTERIOR
               + WS-JUROS-ENCERRAMENTO - WS-TARIFA-PRO-RATA

           DISPLAY ' '
           DISPLAY 'ACERTO DE ENCERRAMENTO - CONTA ' ENC-CONTA
           DISPLAY 'SALDO ATUAL...............: ' WS-SALDO-ANTERIOR
           DISPLAY 'JUROS ATE O ENCERRAMENTO..: '
               WS-JUROS-ENCERRAMENTO
           DISPLAY 'TARIFA DE PACOTE PRO RATA.: ' WS-TARIFA-PRO-RATA
               ' (' WS-DIAS-PRO-RATA ' DIAS)'
           IF WS-TARIFA-DISPENSADA > ZEROS
               DISPLAY 'TARIFA DISPENSADA (SALDO).: '
                   WS-TARIFA-DISPENSADA
           END-IF
           DISPLAY 'SALDO A TRANSFERIR........: ' WS-SALDO-FINAL

           IF WS-SALDO-FINAL > ZEROS
               PERFORM ESCOLHER-DESTINO-SALDO
               IF WS-DESTINO-OK NOT = 'Y'
                   DISPLAY 'ENCERRAMENTO RECUSADO: SEM DESTINO VALIDO '
                       'PARA O SALDO.'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           DISPLAY 'CONFIRMA O ENCERRAMENTO (S/N)? '
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's'
               DISPLAY 'ENCERRAMENTO NAO CONFIRMADO.'
               MOVE 'C' TO ENC-RESULTADO
               EXIT PARAGRAPH
           END-IF

           PERFORM EFETIVAR-ENCERRAMENTO
           MOVE 'E' TO ENC-RESULTADO.

      *CADA PENDENCIA ENCONTRADA E LISTADA PARA O OPERADOR, E TODAS
      *SAO CONFERIDAS ANTES DE RECUSAR.
       CONFERIR-PENDENCIAS.

           IF CONTA-SALDO < ZEROS
               DISPLAY 'PENDENCIA: CHEQUE ESPECIAL EM USO, SALDO '
                   CONTA-SALDO
               ADD 1 TO WS-QTD-PENDENCIAS
           END-IF

           PERFORM CONTAR-PARCELAS-ABERTAS
           IF WS-QTD-PARCELAS > ZEROS
               DISPLAY 'PENDENCIA: ' WS-QTD-PARCELAS
                   ' PARCELA(S) DE EMPRESTIMO EM ABERTO NA CONTA'
               ADD 1 TO WS-QTD-PENDENCIAS
           END-IF

           PERFORM CONTAR-CHEQUES-PENDENTES
           IF WS-QTD-CHEQUES > ZEROS
               DISPLAY 'PENDENCIA: ' WS-QTD-CHEQUES
                   ' CHEQUE(S) DEPOSITADO(S) EM COMPENSACAO'
               ADD 1 TO WS-QTD-PENDENCIAS
           END-IF

           PERFORM CONTAR-CDBS-ATIVOS
           IF WS-QTD-CDBS > ZEROS
               DISPLAY 'PENDENCIA: ' WS-QTD-CDBS
                   ' CDB(S) AINDA NAO RESGATADO(S) NA CONTA'
               ADD 1 TO WS-QTD-PENDENCIAS
           END-IF

           PERFORM CONTAR-BLOQUEIOS-ATIVOS
           IF WS-QTD-BLOQUEIOS > ZEROS
               DISPLAY 'PENDENCIA: ' WS-QTD-BLOQUEIOS
                   ' BLOQUEIO(S) JUDICIAL(IS) ATIVO(S) NA CONTA'
               ADD 1 TO WS-QTD-PENDENCIAS
           END-IF.

       CONTAR-PARCELAS-ABERTAS.

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
                       IF PARC-CONTA-DEBITO = ENC-CONTA
                           AND PARC-SITUACAO = 'A'
                           ADD 1 TO WS-QTD-PARCELAS
                       END-IF
               END-READ
           END-PERFORM

           IF WS-PARC-STATUS = '00' OR WS-PARC-STATUS = '10'
               CLOSE PARCELAS
           END-IF.

       CONTAR-CHEQUES-PENDENTES.

           MOVE 'N' TO WS-EOF
           OPEN INPUT CHEQUES-PENDENTES
           IF WS-CHP-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ CHEQUES-PENDENTES
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CHP-CONTA = ENC-CONTA
                           ADD 1 TO WS-QTD-CHEQUES
                       END-IF
               END-READ
           END-PERFORM

           IF WS-CHP-STATUS = '00' OR WS-CHP-STATUS = '10'
               CLOSE CHEQUES-PENDENTES
           END-IF.

      *CDB ATIVO OU COM RESGATE PEDIDO CREDITARIA UMA CONTA ENCERRADA
      *E CAIRIA EM EXCECAO NO PASSO NOTURNO: A AGENCIA RESGATA ANTES.
       CONTAR-CDBS-ATIVOS.

           MOVE 'N' TO WS-EOF
           OPEN INPUT CDBS
           IF WS-CDB-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ CDBS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CDB-CONTA = ENC-CONTA
                           AND (CDB-SITUACAO = 'A'
                           OR CDB-SITUACAO = 'R')
                           ADD 1 TO WS-QTD-CDBS
                       END-IF
               END-READ
           END-PERFORM

           IF WS-CDB-STATUS = '00' OR WS-CDB-STATUS = '10'
               CLOSE CDBS
           END-IF.

      *VALOR RETIDO POR ORDEM JUDICIAL SO SAI DA CONTA POR ORDEM DO
      *JUIZO (DESBLOQUEIO OU TRANSFERENCIA): O SALDO NAO PODE SER
      *LEVADO PARA OUTRA CONTA NO ENCERRAMENTO.
       CONTAR-BLOQUEIOS-ATIVOS.

           MOVE 'N' TO WS-EOF
           OPEN INPUT BLOQUEIOS-JUDICIAIS
           IF WS-BLQ-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE ENC-CONTA TO BLQ-CONTA
           START BLOQUEIOS-JUDICIAIS KEY IS NOT LESS THAN BLQ-CONTA
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF = 'Y'
               READ BLOQUEIOS-JUDICIAIS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF BLQ-CONTA NOT = ENC-CONTA
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF BLQ-SITUACAO = 'A'
                               ADD 1 TO WS-QTD-BLOQUEIOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE BLOQUEIOS-JUDICIAIS.

      *JUROS OU PACOTE JA LANCADOS NESTA DATA PARA A CONTA (CORRIDA DA
      *NOITE JA PASSOU) NAO SAO LANCADOS DE NOVO NO ENCERRAMENTO. SO
      *OS MOVIMENTOS DA CONTA NA DATA SAO LIDOS (CHAVE CONTA + DATA).
       CONFERIR-LANCAMENTOS-DO-DIA.

           MOVE 'N' TO WS-EOF
           OPEN INPUT MOVIMENTOS
           IF WS-MOV-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           ELSE
               MOVE ENC-CONTA    TO MOV-CONTA
               MOVE WS-DATA-PROC TO MOV-DATA
               MOVE ZEROS        TO MOV-NSU
               START MOVIMENTOS KEY IS NOT LESS THAN MOV-CHAVE
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
               END-START
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ MOVIMENTOS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF MOV-CONTA NOT = ENC-CONTA
                           OR MOV-DATA NOT = WS-DATA-PROC
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           EVALUATE MOV-TIPO
                               WHEN 'JUR'
                                   MOVE 'Y' TO WS-JUROS-HOJE
                               WHEN 'TPC'
                                   MOVE 'Y' TO WS-TARIFA-HOJE
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM

           IF WS-MOV-STATUS = '00' OR WS-MOV-STATUS = '10'
               CLOSE MOVIMENTOS
           END-IF.

       CARREGAR-TAXA-JUROS.

           MOVE ZEROS TO WS-QTD-FAIXAS
           MOVE 1 TO WS-NUM-PERIODOS
           MOVE 'N' TO WS-EOF

           OPEN INPUT CONTROLE-TAXA
           IF WS-CTLTAXA-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ CONTROLE-TAXA
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       EVALUATE CTT-TIPO
                           WHEN 'H'
                               IF CTH-NUM-PERIODOS > ZEROS
                                   MOVE CTH-NUM-PERIODOS
                                       TO WS-NUM-PERIODOS
                               END-IF
                           WHEN 'T'
                               IF WS-QTD-FAIXAS < 10
                                   ADD 1 TO WS-QTD-FAIXAS
                                   MOVE CTT-FAIXA-DE
                                       TO WS-FAIXA-DE(WS-QTD-FAIXAS)
                                   MOVE CTT-FAIXA-ATE
                                       TO WS-FAIXA-ATE(WS-QTD-FAIXAS)
                                   MOVE CTT-TAXA
                                       TO WS-FAIXA-TAXA(WS-QTD-FAIXAS)
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM

           IF WS-CTLTAXA-STATUS = '00' OR WS-CTLTAXA-STATUS = '10'
               CLOSE CONTROLE-TAXA
           END-IF.

      *MESMA CONTA DA CORRIDA NOTURNA: POR PERIODO, SALDO x TAXA DA
      *FAIXA DO SALDO, CAPITALIZADO SOBRE O SALDO JA ATUALIZADO. SALDO
      *ZERADO NAO RENDE.
       COTAR-JUROS-ENCERRAMENTO.

           MOVE ZEROS TO WS-JUROS-ENCERRAMENTO
           IF WS-JUROS-HOJE = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SALDO-ANTERIOR TO WS-SALDO-SIMULADO
           PERFORM VARYING WS-PERIODO FROM 1 BY 1
                   UNTIL WS-PERIODO > WS-NUM-PERIODOS
               IF WS-SALDO-SIMULADO > ZEROS
                   PERFORM ESCOLHER-TAXA-DA-FAIXA
                   COMPUTE WS-JUROS-PERIODO ROUNDED =
                       WS-SALDO-SIMULADO * WS-TAXA-APLICADA
                   ADD WS-JUROS-PERIODO TO WS-SALDO-SIMULADO
                   ADD WS-JUROS-PERIODO TO WS-JUROS-ENCERRAMENTO
               END-IF
           END-PERFORM.

       ESCOLHER-TAXA-DA-FAIXA.

           MOVE WS-TAXA-PADRAO TO WS-TAXA-APLICADA
           MOVE 'N' TO WS-FAIXA-ACHADA

           PERFORM VARYING WS-I-FAIXA FROM 1 BY 1
               UNTIL WS-I-FAIXA > WS-QTD-FAIXAS
               OR WS-FAIXA-ACHADA = 'Y'
               IF WS-SALDO-SIMULADO >= WS-FAIXA-DE(WS-I-FAIXA)
                   AND WS-SALDO-SIMULADO <= WS-FAIXA-ATE(WS-I-FAIXA)
                   MOVE 'Y' TO WS-FAIXA-ACHADA
                   MOVE WS-FAIXA-TAXA(WS-I-FAIXA)
                       TO WS-TAXA-APLICADA
               END-IF
           END-PERFORM.

      *PACOTE DO TIPO DA CONTA PELOS DIAS CORRIDOS DESDE A ULTIMA
      *COBRANCA MENSAL (BASE DE 30 DIAS, NUNCA MAIS QUE UM PACOTE
      *CHEIO). A ULTIMA COBRANCA E O DIA DE CORRIDA DESTE MES -- SE
      *JA PASSOU, OU SE E HOJE E A CORRIDA JA COBROU -- OU O DO MES
      *ANTERIOR. O QUE O SALDO NAO COBRE E DISPENSADO.
       COTAR-TARIFA-PRO-RATA.

           MOVE ZEROS TO WS-TARIFA-PRO-RATA WS-DIAS-PRO-RATA
           PERFORM CARREGAR-PACOTE-DA-CONTA
           IF WS-TARIFA-ACHADA NOT = 'Y' OR WS-PACOTE-CONTA = ZEROS
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DATA-PROC TO WS-DATA-REFERENCIA-N
           IF WS-REF-DIA < WS-DIA-EXECUCAO
               OR (WS-REF-DIA = WS-DIA-EXECUCAO
                   AND WS-TARIFA-HOJE NOT = 'Y')
               IF WS-REF-MES = 1
                   MOVE 12 TO WS-REF-MES
                   SUBTRACT 1 FROM WS-REF-ANO
               ELSE
                   SUBTRACT 1 FROM WS-REF-MES
               END-IF
           END-IF
           MOVE WS-DIA-EXECUCAO TO WS-REF-DIA
      *DIA DE CORRIDA QUE NAO EXISTE NO MES (EX. 31) VIRA O ULTIMO
      *DIA DO MES.
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD
                   (WS-DATA-REFERENCIA-N) = 0
               SUBTRACT 1 FROM WS-REF-DIA
           END-PERFORM

           COMPUTE WS-DIAS-PRO-RATA =
               FUNCTION INTEGER-OF-DATE(WS-DATA-PROC)
               - FUNCTION INTEGER-OF-DATE(WS-DATA-REFERENCIA-N)
           IF WS-DIAS-PRO-RATA >= 30
               MOVE WS-PACOTE-CONTA TO WS-TARIFA-PRO-RATA
           ELSE
               COMPUTE WS-TARIFA-PRO-RATA ROUNDED =
                   WS-PACOTE-CONTA * WS-DIAS-PRO-RATA / 30
           END-IF

           IF WS-TARIFA-PRO-RATA >
               WS-SALDO-ANTERIOR + WS-JUROS-ENCERRAMENTO
               COMPUTE WS-TARIFA-DISPENSADA = WS-TARIFA-PRO-RATA
                   - WS-SALDO-ANTERIOR - WS-JUROS-ENCERRAMENTO
               COMPUTE WS-TARIFA-PRO-RATA =
                   WS-SALDO-ANTERIOR + WS-JUROS-ENCERRAMENTO
           END-IF.

       CARREGAR-PACOTE-DA-CONTA.

           MOVE 'N' TO WS-TARIFA-ACHADA
           MOVE ZEROS TO WS-PACOTE-CONTA
           MOVE 1 TO WS-DIA-EXECUCAO
           MOVE 'N' TO WS-EOF

           OPEN INPUT TABELA-TARIFAS
           IF WS-TAB-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ TABELA-TARIFAS
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       EVALUATE TABT-TIPO
                           WHEN 'H'
                               IF TABH-DIA-EXECUCAO > ZEROS
                                   MOVE TABH-DIA-EXECUCAO
                                       TO WS-DIA-EXECUCAO
                               END-IF
                           WHEN 'T'
                               IF TABT-TIPO-CONTA = CONTA-TIPO
                                   AND WS-TARIFA-ACHADA = 'N'
                                   MOVE 'Y' TO WS-TARIFA-ACHADA
                                   MOVE TABT-PACOTE TO WS-PACOTE-CONTA
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM

           IF WS-TAB-STATUS = '00' OR WS-TAB-STATUS = '10'
               CLOSE TABELA-TARIFAS
           END-IF.

      *DESTINO ZERADO = CHEQUE ADMINISTRATIVO: O SALDO VAI PARA A
      *CONTA INTERNA DE CHEQUES A PAGAR DE encerramento_ctl.dat. O
      *DESTINO TEM QUE EXISTIR, ESTAR ATIVO, SER DA MESMA MOEDA E NAO
      *SER A PROPRIA CONTA. AO FIM A CONTA A ENCERRAR E RELIDA NA
      *AREA DO MASTER.
       ESCOLHER-DESTINO-SALDO.

           MOVE 'N' TO WS-DESTINO-OK
           MOVE 'N' TO WS-VIA-CHEQUE

           DISPLAY 'CONTA DE DESTINO DO SALDO '
               '(ZEROS = CHEQUE ADMINISTRATIVO): '
           ACCEPT WS-CONTA-DESTINO

           IF WS-CONTA-DESTINO = ZEROS
               MOVE 'Y' TO WS-VIA-CHEQUE
               OPEN INPUT CONTROLE-ENCERRAMENTO
               IF WS-ECT-STATUS = '00'
                   READ CONTROLE-ENCERRAMENTO
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE ECT-CONTA-CHEQUE TO WS-CONTA-DESTINO
                   END-READ
                   CLOSE CONTROLE-ENCERRAMENTO
               END-IF
               IF WS-CONTA-DESTINO = ZEROS
                   DISPLAY 'SEM CONTA DE CHEQUES ADMINISTRATIVOS EM '
                       'encerramento_ctl.dat.'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-CONTA-DESTINO = ENC-CONTA
               DISPLAY 'DESTINO NAO PODE SER A PROPRIA CONTA.'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CONTA-DESTINO TO CONTA-NUMERO
           READ CONTAS
               INVALID KEY
                   DISPLAY 'CONTA DE DESTINO NAO ENCONTRADA: '
                       WS-CONTA-DESTINO
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CONTA-SITUACAO NOT = 'A'
                           DISPLAY 'CONTA DE DESTINO NAO ESTA ATIVA: '
                               WS-CONTA-DESTINO
                       WHEN CONTA-MOEDA NOT = WS-MOEDA-CONTA
                           DISPLAY 'CONTA DE DESTINO EM OUTRA MOEDA: '
                               CONTA-MOEDA
                       WHEN OTHER
                           MOVE 'Y' TO WS-DESTINO-OK
                   END-EVALUATE
           END-READ

           MOVE ENC-CONTA TO CONTA-NUMERO
           READ CONTAS
               INVALID KEY
                   MOVE 'N' TO WS-DESTINO-OK
           END-READ.

      *TODA PERNA DO ACERTO VAI PARA O DIARIO: JUROS, PACOTE, A SAIDA
      *DO SALDO E A ENTRADA NO DESTINO.
       EFETIVAR-ENCERRAMENTO.

           OPEN I-O MOVIMENTOS
           IF WS-MOV-STATUS = '35'
               OPEN OUTPUT MOVIMENTOS
           END-IF

           IF WS-JUROS-ENCERRAMENTO > ZEROS
               ADD WS-JUROS-ENCERRAMENTO TO CONTA-SALDO
               MOVE 'JUR' TO MOV-TIPO
               MOVE WS-JUROS-ENCERRAMENTO TO MOV-VALOR
               PERFORM GRAVAR-MOVIMENTO-ENCERRAMENTO
               PERFORM GRAVAR-CONTROLE-JUROS
           END-IF

           IF WS-TARIFA-PRO-RATA > ZEROS
               SUBTRACT WS-TARIFA-PRO-RATA FROM CONTA-SALDO
               MOVE 'TPC' TO MOV-TIPO
               MOVE WS-TARIFA-PRO-RATA TO MOV-VALOR
               PERFORM GRAVAR-MOVIMENTO-ENCERRAMENTO
           END-IF

           MOVE ZEROS TO WS-VALOR-TRANSFERIDO
           IF CONTA-SALDO > ZEROS
               MOVE CONTA-SALDO TO WS-VALOR-TRANSFERIDO
               SUBTRACT WS-VALOR-TRANSFERIDO FROM CONTA-SALDO
               MOVE 'TRD' TO MOV-TIPO
               MOVE WS-VALOR-TRANSFERIDO TO MOV-VALOR
               PERFORM GRAVAR-MOVIMENTO-ENCERRAMENTO
           END-IF

           MOVE 'E' TO CONTA-SITUACAO
           REWRITE CONTA-REC
           MOVE CONTA-CPF-TITULAR TO CLI-CPF

           IF WS-VALOR-TRANSFERIDO > ZEROS
               MOVE WS-CONTA-DESTINO TO CONTA-NUMERO
               READ CONTAS
                   INVALID KEY
                       DISPLAY 'CONTA DE DESTINO SUMIU DURANTE O '
                           'ACERTO: ' WS-CONTA-DESTINO
                   NOT INVALID KEY
                       ADD WS-VALOR-TRANSFERIDO TO CONTA-SALDO
                       REWRITE CONTA-REC
                       MOVE 'TRC' TO MOV-TIPO
                       MOVE WS-VALOR-TRANSFERIDO TO MOV-VALOR
                       PERFORM GRAVAR-MOVIMENTO-ENCERRAMENTO
               END-READ
           END-IF

           CLOSE MOVIMENTOS

           PERFORM CANCELAR-ORDENS-CONTA
           PERFORM EXPIRAR-LIMITE-CONTA
           PERFORM REGISTRAR-ENCERRAMENTO
           PERFORM BUSCAR-NOME-TITULAR
           PERFORM IMPRIMIR-EXTRATO-ENCERRAMENTO

           DISPLAY 'CONTA ENCERRADA: ' ENC-CONTA.

      *ASSUME MOVIMENTOS ABERTO (I-O), MOV-TIPO E MOV-VALOR JA
      *CARREGADOS E A CONTA DO LANCAMENTO NA AREA DO MASTER.
       GRAVAR-MOVIMENTO-ENCERRAMENTO.

           MOVE CONTA-NUMERO      TO MOV-CONTA
           MOVE WS-DATA-PROC      TO MOV-DATA
           MOVE CONTA-SALDO       TO MOV-SALDO-RESULT
           MOVE 'ENCERRAMENTO'    TO MOV-PROGRAMA

           PERFORM GRAVAR-MOVIMENTO.

      *OS JUROS DO ENCERRAMENTO ENTRAM NO CONTROLE DE JUROS COMO UMA
      *CORRIDA A MAIS, PARA O INFORME DE RENDIMENTOS RECONCILIAR.
       GRAVAR-CONTROLE-JUROS.

           OPEN EXTEND CONTROLE-JUROS
           IF WS-JCT-STATUS = '35'
               OPEN OUTPUT CONTROLE-JUROS
           END-IF

           MOVE WS-DATA-PROC          TO JCT-DATA
           MOVE WS-JUROS-ENCERRAMENTO TO JCT-TOTAL
           WRITE CONTROLE-JUROS-REC

           CLOSE CONTROLE-JUROS.

       CANCELAR-ORDENS-CONTA.

           MOVE 'N' TO WS-EOF
           OPEN I-O ORDENS
           IF WS-ORD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ ORDENS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ORD-CONTA = ENC-CONTA
                           AND ORD-SITUACAO = 'A'
                           MOVE 'C' TO ORD-SITUACAO
                           REWRITE ORDEM-REC
                           ADD 1 TO WS-QTD-ORDENS
                           DISPLAY 'ORDEM PERMANENTE CANCELADA: '
                               ORD-NUMERO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ORDENS.

      *LIMITE VIGENTE PASSA A VALER SO ATE A VESPERA DO ENCERRAMENTO
      *(TODO LOTE CONSIDERA VIGENTE O LIMITE COM VALIDADE >= DATA).
       EXPIRAR-LIMITE-CONTA.

           OPEN I-O LIMITES
           IF WS-LIM-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE ENC-CONTA TO LIM-CONTA
           READ LIMITES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LIM-DATA-EXPIRACAO >= WS-DATA-PROC
                       COMPUTE WS-DATA-INTEIRO =
                           FUNCTION INTEGER-OF-DATE(WS-DATA-PROC) - 1
                       COMPUTE LIM-DATA-EXPIRACAO =
                           FUNCTION DATE-OF-INTEGER(WS-DATA-INTEIRO)
                       REWRITE LIMITE-REC
                       MOVE 'Y' TO WS-LIMITE-EXPIRADO
                       DISPLAY 'LIMITE DE CHEQUE ESPECIAL EXPIRADO EM '
                           LIM-DATA-EXPIRACAO
                   END-IF
           END-READ

           CLOSE LIMITES.

      *A DATA DO ENCERRAMENTO FICA NO REGISTRO DE CONTAS ENCERRADAS
      *(O MASTER SO GUARDA A SITUACAO): E DELA QUE CONTA O PRAZO DE
      *RETENCAO DOS DADOS PESSOAIS DO EX-CLIENTE.
       REGISTRAR-ENCERRAMENTO.

           OPEN I-O CONTAS-ENCERRADAS
           IF WS-CEN-STATUS = '35'
               OPEN OUTPUT CONTAS-ENCERRADAS
               CLOSE CONTAS-ENCERRADAS
               OPEN I-O CONTAS-ENCERRADAS
           END-IF
           IF WS-CEN-STATUS NOT = '00'
               DISPLAY 'REGISTRO DE CONTAS ENCERRADAS INDISPONIVEL, '
                   'STATUS: ' WS-CEN-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE ENC-CONTA      TO CEN-CONTA
           MOVE WS-DATA-PROC   TO CEN-DATA
           MOVE 'ENCERRAMENTO' TO CEN-PROGRAMA
           WRITE CONTA-ENCERRADA-REC
               INVALID KEY
                   REWRITE CONTA-ENCERRADA-REC
           END-WRITE

           CLOSE CONTAS-ENCERRADAS.

      *ASSUME CLI-CPF CARREGADO COM O CPF DO TITULAR.
       BUSCAR-NOME-TITULAR.

           MOVE SPACES TO WS-NOME-TITULAR
           IF CLI-CPF = ZEROS
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT CLIENTES
           IF WS-CLI-STATUS = '00'
               READ CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLI-NOME TO WS-NOME-TITULAR
               END-READ
               CLOSE CLIENTES
           END-IF.

       IMPRIMIR-EXTRATO-ENCERRAMENTO.

           MOVE 'A' TO REL-COMANDO
           MOVE 'EncerramentoConta' TO REL-PROGRAMA
           MOVE SPACES TO REL-ID
           STRING 'EN' ENC-CONTA DELIMITED BY SIZE INTO REL-ID
           MOVE 'EXTRATO DE ENCERRAMENTO DE CONTA' TO REL-TITULO
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE 'L' TO REL-COMANDO
           MOVE SPACES TO REL-LINHA
           STRING 'CONTA.......................: ' ENC-CONTA
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE SPACES TO REL-LINHA
           STRING 'TITULAR.....................: ' CLI-CPF ' '
               WS-NOME-TITULAR
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE SPACES TO REL-LINHA
           STRING 'DATA DO ENCERRAMENTO........: ' WS-DATA-PROC
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE WS-SALDO-ANTERIOR TO WS-VALOR-ED
           MOVE SPACES TO REL-LINHA
           STRING 'SALDO ANTERIOR..............: ' WS-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE WS-JUROS-ENCERRAMENTO TO WS-VALOR-ED
           MOVE SPACES TO REL-LINHA
           STRING '(+) JUROS ATE O ENCERRAMENTO: ' WS-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE WS-TARIFA-PRO-RATA TO WS-VALOR-ED
           MOVE SPACES TO REL-LINHA
           STRING '(-) TARIFA DE PACOTE PRO RATA: ' WS-VALOR-ED
               ' (' WS-DIAS-PRO-RATA ' DIAS)'
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           IF WS-TARIFA-DISPENSADA > ZEROS
               MOVE WS-TARIFA-DISPENSADA TO WS-VALOR-ED
               MOVE SPACES TO REL-LINHA
               STRING '    TARIFA DISPENSADA.......: ' WS-VALOR-ED
                   DELIMITED BY SIZE INTO REL-LINHA
               CALL 'GravaRelatorio' USING WS-REL-AREA
           END-IF

           MOVE WS-VALOR-TRANSFERIDO TO WS-VALOR-ED
           MOVE SPACES TO REL-LINHA
           IF WS-VIA-CHEQUE = 'Y'
               STRING '(-) SALDO EM CHEQUE ADMINISTRATIVO: '
                   WS-VALOR-ED
                   DELIMITED BY SIZE INTO REL-LINHA
           ELSE
               STRING '(-) SALDO TRANSFERIDO.......: ' WS-VALOR-ED
                   ' PARA A CONTA ' WS-CONTA-DESTINO
                   DELIMITED BY SIZE INTO REL-LINHA
           END-IF
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE ZEROS TO WS-VALOR-ED
           MOVE SPACES TO REL-LINHA
           STRING 'SALDO FINAL.................: ' WS-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE SPACES TO REL-LINHA
           STRING 'ORDENS PERMANENTES CANCELADAS: ' WS-QTD-ORDENS
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE SPACES TO REL-LINHA
           IF WS-LIMITE-EXPIRADO = 'Y'
               STRING 'LIMITE DE CHEQUE ESPECIAL...: EXPIRADO'
                   DELIMITED BY SIZE INTO REL-LINHA
           ELSE
               STRING 'LIMITE DE CHEQUE ESPECIAL...: SEM LIMITE '
                   'VIGENTE'
                   DELIMITED BY SIZE INTO REL-LINHA
           END-IF
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE 'F' TO REL-COMANDO
           CALL 'GravaRelatorio' USING WS-REL-AREA.

      *CARIMBA O MOVIMENTO COM O PROXIMO NSU E GRAVA NO DIARIO
      *INDEXADO. SEM NSU, OU COM O NSU JA PRESENTE NO DIARIO, NAO HA
      *GRAVACAO E O PROGRAMA PARA.
       GRAVAR-MOVIMENTO.

           CALL 'NumeraMovimento' USING WS-NSU-AREA
           IF NSU-RETORNO NOT = '00'
               DISPLAY 'SEM NSU PARA O MOVIMENTO DA CONTA '
                   MOV-CONTA ', STATUS: ' NSU-RETORNO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE NSU-NUMERO TO MOV-NSU
           WRITE MOVIMENTO-REC
               INVALID KEY
                   DISPLAY 'MOVIMENTO JA EXISTE NO DIARIO: CONTA '
                       MOV-CONTA ' NSU ' MOV-NSU
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-WRITE.
