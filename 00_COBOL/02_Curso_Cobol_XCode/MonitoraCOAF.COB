      *=================================================================
       IDENTIFICATION                                  DIVISION.
      *=================================================================
       PROGRAM-ID. MonitoraCOAF.
      *******************************************************************
      * Author: Vinícius Azevedo
      * Date: 15/10/2026
      * Purpose: Monitoramento de lavagem de dinheiro (COAF)
      * Tectonics: cobc
      ******************************************************************
      * Roda no batch noturno depois da postagem e varre o diario de
      * movimentos (movimentos.dat) atras de estruturacao e de
      * movimentacao atipica -- coisa que o relatorio de excecoes,
      * que so mostra saldo e limite, nunca mostrou. Os movimentos
      * DEP, SAQ, TRC e TRD sao agregados por CPF DO CLIENTE, nao por
      * conta: o titular (CONTA-CPF-TITULAR) e os co-titulares
      * (cotitulares.dat, papel 'T'; procurador nao conta) de cada
      * conta recebem o movimento, entao a conta conjunta e as varias
      * contas de um mesmo CPF sao vistas juntas. As regras vem do
      * arquivo de parametros (coaf_parametros.dat), uma linha por
      * regra, com padrao interno quando a linha nao existe:
      *   ESP - especie (DEP + SAQ) do CPF na data acima do limite;
      *   FRC - depositos "logo abaixo" do limite (dentro da faixa
      *         percentual) repetidos QTD vezes ou mais em DIAS dias;
      *   GIR - giro (DEP + SAQ + TRC + TRD) em DIAS dias acima de
      *         FATOR vezes o saldo medio do cliente no ultimo mes do
      *         historico (saldo_mensal_hist.dat), com um piso de
      *         valor para nao alertar movimento miudo.
      * Cada ocorrencia vira um caso no cadastro indexado de alertas
      * (coaf_alertas.dat); CPF que ja tem caso aberto na mesma regra
      * nao ganha outro. A conformidade fecha os casos na RevisaoCOAF.
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
           SELECT PARAMETROS-COAF ASSIGN TO 'coaf_parametros.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PRM-STATUS.

           SELECT CONTAS ASSIGN TO 'contas.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONTA-NUMERO
           FILE STATUS IS WS-CONTA-STATUS.

           SELECT COTITULARES ASSIGN TO 'cotitulares.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COT-CHAVE
           FILE STATUS IS WS-COT-STATUS.

           SELECT HISTORICO-MENSAL ASSIGN TO 'saldo_mensal_hist.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-HIS-STATUS.

           SELECT MOVIMENTOS ASSIGN TO 'movimentos.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-CHAVE
           FILE STATUS IS WS-MOV-STATUS.

           SELECT ALERTAS ASSIGN TO 'coaf_alertas.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALR-NUMERO
           FILE STATUS IS WS-ALR-STATUS.

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
      *UMA LINHA POR REGRA (ESP, FRC, GIR), MANTIDA PELA
      *CONFORMIDADE. ATIVA 'N' DESLIGA A REGRA. VALOR E O LIMITE
      *(ESP/FRC) OU O PISO (GIR); FATOR E A FAIXA PERCENTUAL ABAIXO DO
      *LIMITE (FRC) OU O MULTIPLO DO SALDO MEDIO (GIR).
       FD  PARAMETROS-COAF.
       01  PARAMETRO-COAF-REC.
           05 PRM-REGRA            PIC X(3).
           05 PRM-ATIVA            PIC X(1).
           05 PRM-VALOR            PIC 9(9)V99.
           05 PRM-DIAS             PIC 9(3).
           05 PRM-QTD              PIC 9(3).
           05 PRM-FATOR            PIC 9(3)V99.

       FD  CONTAS.
       01  CONTA-REC.
           COPY CONTAREC REPLACING ==:PREFIX:== BY ==CONTA==.

       FD  COTITULARES.
       01  COTITULAR-REC.
           COPY COTITREC REPLACING ==:PREFIX:== BY ==COT==.

      *MESMO LAYOUT GRAVADO PELO FECHAMENTO MENSAL.
       FD  HISTORICO-MENSAL.
       01  HISTORICO-MENSAL-REC.
           05 HIS-CONTA            PIC 9(6).
           05 HIS-ANOMES           PIC 9(6).
           05 HIS-SALDO-MEDIO      PIC S9(9)V99.
           05 HIS-SALDO-MAXIMO     PIC S9(9)V99.
           05 HIS-SALDO-MINIMO     PIC S9(9)V99.
           05 HIS-SALDO-FINAL      PIC S9(9)V99.
           05 HIS-DIAS             PIC 9(3).

       FD  MOVIMENTOS.
       01  MOVIMENTO-REC.
           COPY MOVREC REPLACING ==:PREFIX:== BY ==MOV==.

       FD  ALERTAS.
       01  ALERTA-REC.
           COPY COAFREC REPLACING ==:PREFIX:== BY ==ALR==.

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
       77 WS-PRM-STATUS        PIC X(2)    VALUE '00'.
       77 WS-CONTA-STATUS      PIC X(2)    VALUE '00'.
       77 WS-COT-STATUS        PIC X(2)    VALUE '00'.
       77 WS-HIS-STATUS        PIC X(2)    VALUE '00'.
       77 WS-MOV-STATUS        PIC X(2)    VALUE '00'.
       77 WS-ALR-STATUS        PIC X(2)    VALUE '00'.

       77 WS-EOF               PIC X(1)    VALUE 'N'.
       77 WS-ACHADO            PIC X(1)    VALUE 'N'.
       77 WS-I                 PIC 9(4)    VALUE ZEROS.
       77 WS-J                 PIC 9(4)    VALUE ZEROS.
       77 WS-K                 PIC 9(4)    VALUE ZEROS.

      *REGRAS EM VIGOR: PADRAO INTERNO, SOBREPOSTO PELA LINHA DO
      *ARQUIVO DE PARAMETROS QUANDO ELA EXISTE.
       77 WS-ESP-ATIVA         PIC X(1)    VALUE 'Y'.
       77 WS-ESP-LIMITE        PIC 9(9)V99 VALUE 50000.00.
       77 WS-FRC-ATIVA         PIC X(1)    VALUE 'Y'.
       77 WS-FRC-LIMITE        PIC 9(9)V99 VALUE 50000.00.
       77 WS-FRC-DIAS          PIC 9(3)    VALUE 10.
       77 WS-FRC-QTD           PIC 9(3)    VALUE 3.
       77 WS-FRC-FAIXA         PIC 9(3)V99 VALUE 10.00.
       77 WS-FRC-PISO          PIC 9(9)V99 VALUE ZEROS.
       77 WS-GIR-ATIVA         PIC X(1)    VALUE 'Y'.
       77 WS-GIR-PISO          PIC 9(9)V99 VALUE 100000.00.
       77 WS-GIR-DIAS          PIC 9(3)    VALUE 30.
       77 WS-GIR-FATOR         PIC 9(3)V99 VALUE 10.00.

      *JANELAS DAS REGRAS: PRIMEIRA DATA QUE ENTRA EM CADA UMA E A
      *MAIS ANTIGA DELAS, QUE LIMITA A LEITURA DO DIARIO.
       77 WS-DATA-INI-FRC      PIC 9(8)    VALUE ZEROS.
       77 WS-DATA-INI-GIR      PIC 9(8)    VALUE ZEROS.
       77 WS-DATA-INI-LEITURA  PIC 9(8)    VALUE ZEROS.
       77 WS-DIAS-JANELA       PIC 9(3)    VALUE ZEROS.

       77 WS-CPF-GUARDAR       PIC 9(11)   VALUE ZEROS.
       77 WS-CONTA-GUARDAR     PIC 9(6)    VALUE ZEROS.
       77 WS-LIMITE-GIRO       PIC S9(15)V99 VALUE ZEROS.
       77 WS-REGRA-CASO        PIC X(3)    VALUE SPACES.
       77 WS-VALOR-CASO        PIC 9(13)V99 VALUE ZEROS.
       77 WS-QTD-CASO          PIC 9(5)    VALUE ZEROS.
       77 WS-REFERENCIA-CASO   PIC S9(13)V99 VALUE ZEROS.

       77 WS-ULTIMO-CASO       PIC 9(8)    VALUE ZEROS.
       77 WS-QTD-MOVS-LIDOS    PIC 9(9)    VALUE ZEROS.
       77 WS-QTD-CASOS-NOVOS   PIC 9(5)    VALUE ZEROS.
       77 WS-QTD-JA-ABERTOS    PIC 9(5)    VALUE ZEROS.
       77 WS-VALOR-ED          PIC Z(12)9.99 VALUE ZEROS.
       77 WS-QTD-PASSO         PIC 9(9)    VALUE ZEROS.

      *CONTAS DO MASTER COM O SALDO MEDIO DO MES MAIS RECENTE DO
      *HISTORICO.
       01 WS-QTD-CONTAS        PIC 9(4)    VALUE ZEROS.
       01 WS-TABELA-CONTAS.
           05 WS-CTA-ENTRADA OCCURS 2000 TIMES.
              10 WS-CTA-NUMERO      PIC 9(6).
              10 WS-CTA-ANOMES      PIC 9(6).
              10 WS-CTA-SALDO-MEDIO PIC S9(9)V99.

      *VINCULO CONTA -> CPF DONO (TITULAR E CO-TITULARES), COM O
      *INDICE DO CPF NA TABELA DE AGREGADOS.
       01 WS-QTD-VINCULOS      PIC 9(4)    VALUE ZEROS.
       01 WS-TABELA-VINCULOS.
           05 WS-VIN-ENTRADA OCCURS 3000 TIMES.
              10 WS-VIN-CONTA       PIC 9(6).
              10 WS-VIN-CPF         PIC 9(11).
              10 WS-VIN-IDX-CPF     PIC 9(4).

      *AGREGADOS POR CPF PARA AS TRES REGRAS.
       01 WS-QTD-CPFS          PIC 9(4)    VALUE ZEROS.
       01 WS-TABELA-CPFS.
           05 WS-CPF-ENTRADA OCCURS 2000 TIMES.
              10 WS-CPF-NUMERO      PIC 9(11).
              10 WS-CPF-SALDO-MEDIO PIC S9(11)V99.
              10 WS-CPF-ESPECIE     PIC 9(13)V99.
              10 WS-CPF-FRC-QTD     PIC 9(5).
              10 WS-CPF-FRC-VALOR   PIC 9(13)V99.
              10 WS-CPF-GIRO        PIC 9(13)V99.

      *CASOS AINDA ABERTOS (CPF + REGRA), PARA NAO DUPLICAR.
       01 WS-QTD-ABERTOS       PIC 9(4)    VALUE ZEROS.
       01 WS-TABELA-ABERTOS.
           05 WS-ABT-ENTRADA OCCURS 2000 TIMES.
              10 WS-ABT-CPF         PIC 9(11).
              10 WS-ABT-REGRA       PIC X(3).

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
       77 WS-NOME-PASSO        PIC X(12)   VALUE 'COAFMONITOR '.

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================
       PROGRAM-BEGIN.

           PERFORM INICIAR-CONTROLE-EXECUCAO
           PERFORM CARREGAR-PARAMETROS
           PERFORM CALCULAR-JANELAS

           PERFORM CARREGAR-CONTAS
           PERFORM CARREGAR-COTITULARES
           PERFORM CARREGAR-SALDO-MEDIO
           PERFORM MONTAR-TABELA-CPF

           PERFORM APURAR-MOVIMENTOS

           MOVE 'A' TO REL-COMANDO
           MOVE 'MonitoraCOAF' TO REL-PROGRAMA
           MOVE 'COAF' TO REL-ID
           MOVE 'MONITORAMENTO COAF - CASOS ABERTOS' TO REL-TITULO
           CALL 'GravaRelatorio' USING WS-REL-AREA

           PERFORM ABRIR-CADASTRO-ALERTAS
           PERFORM AVALIAR-REGRAS
           CLOSE ALERTAS

           PERFORM IMPRIMIR-TOTAIS-COAF

           MOVE WS-QTD-MOVS-LIDOS TO WS-QTD-PASSO
           PERFORM ENCERRAR-CONTROLE-EXECUCAO

           STOP RUN.

      *SEM ARQUIVO DE PARAMETROS VALEM OS PADROES INTERNOS.
       CARREGAR-PARAMETROS.

           MOVE 'N' TO WS-EOF

           OPEN INPUT PARAMETROS-COAF
           IF WS-PRM-STATUS NOT = '00'
               DISPLAY 'SEM coaf_parametros.dat: REGRAS COM OS '
                   'VALORES PADRAO.'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ PARAMETROS-COAF
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM APLICAR-LINHA-PARAMETRO
               END-READ
           END-PERFORM

           IF WS-PRM-STATUS = '00' OR WS-PRM-STATUS = '10'
               CLOSE PARAMETROS-COAF
           END-IF.

       APLICAR-LINHA-PARAMETRO.

           EVALUATE PRM-REGRA
               WHEN 'ESP'
                   MOVE PRM-ATIVA TO WS-ESP-ATIVA
                   MOVE PRM-VALOR TO WS-ESP-LIMITE
               WHEN 'FRC'
                   MOVE PRM-ATIVA TO WS-FRC-ATIVA
                   MOVE PRM-VALOR TO WS-FRC-LIMITE
                   MOVE PRM-DIAS  TO WS-FRC-DIAS
                   MOVE PRM-QTD   TO WS-FRC-QTD
                   MOVE PRM-FATOR TO WS-FRC-FAIXA
               WHEN 'GIR'
                   MOVE PRM-ATIVA TO WS-GIR-ATIVA
                   MOVE PRM-VALOR TO WS-GIR-PISO
                   MOVE PRM-DIAS  TO WS-GIR-DIAS
                   MOVE PRM-FATOR TO WS-GIR-FATOR
               WHEN OTHER
                   DISPLAY 'REGRA DESCONHECIDA EM coaf_parametros.dat: '
                       PRM-REGRA
           END-EVALUATE.

      *JANELA DE N DIAS CORRIDOS TERMINANDO NA DATA DE MOVIMENTO
      *(INCLUSIVE). JANELA ZERADA VALE UM DIA.
       CALCULAR-JANELAS.

           COMPUTE WS-FRC-PISO ROUNDED =
               WS-FRC-LIMITE * (100 - WS-FRC-FAIXA) / 100

           MOVE WS-FRC-DIAS TO WS-DIAS-JANELA
           IF WS-DIAS-JANELA = ZEROS
               MOVE 1 TO WS-DIAS-JANELA
           END-IF
           COMPUTE WS-DATA-INI-FRC = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATA-MOVIMENTO)
               - WS-DIAS-JANELA + 1)

           MOVE WS-GIR-DIAS TO WS-DIAS-JANELA
           IF WS-DIAS-JANELA = ZEROS
               MOVE 1 TO WS-DIAS-JANELA
           END-IF
           COMPUTE WS-DATA-INI-GIR = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATA-MOVIMENTO)
               - WS-DIAS-JANELA + 1)

           MOVE WS-DATA-MOVIMENTO TO WS-DATA-INI-LEITURA
           IF WS-FRC-ATIVA = 'Y'
               AND WS-DATA-INI-FRC < WS-DATA-INI-LEITURA
               MOVE WS-DATA-INI-FRC TO WS-DATA-INI-LEITURA
           END-IF
           IF WS-GIR-ATIVA = 'Y'
               AND WS-DATA-INI-GIR < WS-DATA-INI-LEITURA
               MOVE WS-DATA-INI-GIR TO WS-DATA-INI-LEITURA
           END-IF.

      *CADA CONTA DO MASTER ENTRA NA TABELA DE CONTAS E O TITULAR
      *GANHA O VINCULO COM ELA.
       CARREGAR-CONTAS.

           MOVE 'N' TO WS-EOF

           OPEN INPUT CONTAS
           IF WS-CONTA-STATUS NOT = '00'
               DISPLAY 'MASTER DE CONTAS INDISPONIVEL, STATUS: '
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
                   NOT AT END
                       IF WS-QTD-CONTAS < 2000
                           ADD 1 TO WS-QTD-CONTAS
                           MOVE CONTA-NUMERO
                               TO WS-CTA-NUMERO(WS-QTD-CONTAS)
                           MOVE ZEROS
                               TO WS-CTA-ANOMES(WS-QTD-CONTAS)
                           MOVE ZEROS
                               TO WS-CTA-SALDO-MEDIO(WS-QTD-CONTAS)
                       ELSE
                           DISPLAY 'TABELA DE CONTAS CHEIA (2000), '
                               'CONTA FORA DO MONITORAMENTO: '
                               CONTA-NUMERO
                       END-IF
                       IF CONTA-CPF-TITULAR > ZEROS
                           MOVE CONTA-NUMERO      TO WS-CONTA-GUARDAR
                           MOVE CONTA-CPF-TITULAR TO WS-CPF-GUARDAR
                           PERFORM GUARDAR-VINCULO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CONTAS.

      *SO O CO-TITULAR ('T') E DONO DO DINHEIRO; O PROCURADOR ('P')
      *MOVIMENTA, MAS NAO ENTRA NO AGREGADO DO CPF DELE.
       CARREGAR-COTITULARES.

           MOVE 'N' TO WS-EOF

           OPEN INPUT COTITULARES
           IF WS-COT-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF

           IF WS-EOF NOT = 'Y'
               MOVE ZEROS TO COT-CONTA COT-CPF
               START COTITULARES KEY IS NOT LESS THAN COT-CHAVE
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
               END-START
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ COTITULARES NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF COT-PAPEL = 'T'
                           MOVE COT-CONTA TO WS-CONTA-GUARDAR
                           MOVE COT-CPF   TO WS-CPF-GUARDAR
                           PERFORM GUARDAR-VINCULO
                       END-IF
               END-READ
           END-PERFORM

           IF WS-COT-STATUS = '00' OR WS-COT-STATUS = '10'
               CLOSE COTITULARES
           END-IF.

      *VINCULO (WS-CONTA-GUARDAR, WS-CPF-GUARDAR) SEM REPETICAO: O
      *TITULAR TAMBEM CADASTRADO COMO CO-TITULAR NAO CONTA DUAS VEZES.
       GUARDAR-VINCULO.

           MOVE 'N' TO WS-ACHADO
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-QTD-VINCULOS OR WS-ACHADO = 'Y'
               IF WS-VIN-CONTA(WS-I) = WS-CONTA-GUARDAR
                   AND WS-VIN-CPF(WS-I) = WS-CPF-GUARDAR
                   MOVE 'Y' TO WS-ACHADO
               END-IF
           END-PERFORM

           IF WS-ACHADO = 'N'
               IF WS-QTD-VINCULOS < 3000
                   ADD 1 TO WS-QTD-VINCULOS
                   MOVE WS-CONTA-GUARDAR
                       TO WS-VIN-CONTA(WS-QTD-VINCULOS)
                   MOVE WS-CPF-GUARDAR
                       TO WS-VIN-CPF(WS-QTD-VINCULOS)
                   MOVE ZEROS TO WS-VIN-IDX-CPF(WS-QTD-VINCULOS)
               ELSE
                   DISPLAY 'TABELA DE VINCULOS CHEIA (3000), CONTA '
                       WS-CONTA-GUARDAR ' CPF ' WS-CPF-GUARDAR
               END-IF
           END-IF.

      *SALDO MEDIO DO MES MAIS RECENTE DE CADA CONTA NO HISTORICO.
       CARREGAR-SALDO-MEDIO.

           MOVE 'N' TO WS-EOF

           OPEN INPUT HISTORICO-MENSAL
           IF WS-HIS-STATUS NOT = '00'
               DISPLAY 'SEM HISTORICO MENSAL: SALDO MEDIO ZERADO '
                   'PARA A REGRA DE GIRO.'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ HISTORICO-MENSAL
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM VARYING WS-I FROM 1 BY 1
                           UNTIL WS-I > WS-QTD-CONTAS
                           IF WS-CTA-NUMERO(WS-I) = HIS-CONTA
                               AND HIS-ANOMES >= WS-CTA-ANOMES(WS-I)
                               MOVE HIS-ANOMES
                                   TO WS-CTA-ANOMES(WS-I)
                               MOVE HIS-SALDO-MEDIO
                                   TO WS-CTA-SALDO-MEDIO(WS-I)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM

           IF WS-HIS-STATUS = '00' OR WS-HIS-STATUS = '10'
               CLOSE HISTORICO-MENSAL
           END-IF.

      *UMA LINHA POR CPF; O SALDO MEDIO DO CLIENTE E A SOMA DOS
      *SALDOS MEDIOS DAS CONTAS DE QUE ELE E DONO.
       MONTAR-TABELA-CPF.

           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-QTD-VINCULOS
               MOVE 'N' TO WS-ACHADO
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-QTD-CPFS OR WS-ACHADO = 'Y'
                   IF WS-CPF-NUMERO(WS-I) = WS-VIN-CPF(WS-J)
                       MOVE 'Y' TO WS-ACHADO
                       MOVE WS-I TO WS-VIN-IDX-CPF(WS-J)
                   END-IF
               END-PERFORM
               IF WS-ACHADO = 'N'
                   IF WS-QTD-CPFS < 2000
                       ADD 1 TO WS-QTD-CPFS
                       MOVE WS-VIN-CPF(WS-J)
                           TO WS-CPF-NUMERO(WS-QTD-CPFS)
                       MOVE ZEROS TO WS-CPF-SALDO-MEDIO(WS-QTD-CPFS)
                           WS-CPF-ESPECIE(WS-QTD-CPFS)
                           WS-CPF-FRC-QTD(WS-QTD-CPFS)
                           WS-CPF-FRC-VALOR(WS-QTD-CPFS)
                           WS-CPF-GIRO(WS-QTD-CPFS)
                       MOVE WS-QTD-CPFS TO WS-VIN-IDX-CPF(WS-J)
                   ELSE
                       DISPLAY 'TABELA DE CPFS CHEIA (2000), CPF '
                           'FORA DO MONITORAMENTO: ' WS-VIN-CPF(WS-J)
                   END-IF
               END-IF
               IF WS-VIN-IDX-CPF(WS-J) > ZEROS
                   MOVE WS-VIN-IDX-CPF(WS-J) TO WS-K
                   PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-QTD-CONTAS
                       IF WS-CTA-NUMERO(WS-I) = WS-VIN-CONTA(WS-J)
                           ADD WS-CTA-SALDO-MEDIO(WS-I)
                               TO WS-CPF-SALDO-MEDIO(WS-K)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      *LE O DIARIO INTEIRO E AGREGA, NA JANELA MAIS LONGA, OS
      *MOVIMENTOS DE ESPECIE E DE TRANSFERENCIA POR CPF DONO.
       APURAR-MOVIMENTOS.

           MOVE 'N' TO WS-EOF

           OPEN INPUT MOVIMENTOS
           IF WS-MOV-STATUS NOT = '00'
               DISPLAY 'DIARIO DE MOVIMENTOS INDISPONIVEL, STATUS: '
                   WS-MOV-STATUS
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ MOVIMENTOS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF MOV-DATA >= WS-DATA-INI-LEITURA
                           AND MOV-DATA <= WS-DATA-MOVIMENTO
                           AND (MOV-TIPO = 'DEP' OR MOV-TIPO = 'SAQ'
                             OR MOV-TIPO = 'TRC' OR MOV-TIPO = 'TRD')
                           ADD 1 TO WS-QTD-MOVS-LIDOS
                           PERFORM ACUMULAR-MOVIMENTO-COAF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-MOV-STATUS = '00' OR WS-MOV-STATUS = '10'
               CLOSE MOVIMENTOS
           END-IF.

      *O MOVIMENTO DA CONTA VAI PARA CADA CPF DONO DELA.
       ACUMULAR-MOVIMENTO-COAF.

           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-QTD-VINCULOS
               IF WS-VIN-CONTA(WS-J) = MOV-CONTA
                   AND WS-VIN-IDX-CPF(WS-J) > ZEROS
                   MOVE WS-VIN-IDX-CPF(WS-J) TO WS-K
                   IF MOV-DATA = WS-DATA-MOVIMENTO
                       AND (MOV-TIPO = 'DEP' OR MOV-TIPO = 'SAQ')
                       ADD MOV-VALOR TO WS-CPF-ESPECIE(WS-K)
                   END-IF
                   IF MOV-TIPO = 'DEP'
                       AND MOV-DATA >= WS-DATA-INI-FRC
                       AND MOV-VALOR >= WS-FRC-PISO
                       AND MOV-VALOR < WS-FRC-LIMITE
                       ADD 1 TO WS-CPF-FRC-QTD(WS-K)
                       ADD MOV-VALOR TO WS-CPF-FRC-VALOR(WS-K)
                   END-IF
                   IF MOV-DATA >= WS-DATA-INI-GIR
                       ADD MOV-VALOR TO WS-CPF-GIRO(WS-K)
                   END-IF
               END-IF
           END-PERFORM.

      *O PROXIMO NUMERO DE CASO E O MAIOR DO CADASTRO + 1; OS CASOS
      *AINDA ABERTOS FICAM NA TABELA PARA NAO ABRIR OUTRO IGUAL.
       ABRIR-CADASTRO-ALERTAS.

           OPEN I-O ALERTAS
           IF WS-ALR-STATUS = '35'
               OPEN OUTPUT ALERTAS
               CLOSE ALERTAS
               OPEN I-O ALERTAS
           END-IF
           IF WS-ALR-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE ALERTAS COAF NAO ABRIU, STATUS: '
                   WS-ALR-STATUS
               PERFORM ABORTAR-PASSO
           END-IF

           MOVE 'N' TO WS-EOF
           MOVE ZEROS TO ALR-NUMERO
           START ALERTAS KEY IS NOT LESS THAN ALR-NUMERO
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF = 'Y'
               READ ALERTAS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE ALR-NUMERO TO WS-ULTIMO-CASO
                       IF ALR-SITUACAO = 'A'
                           AND WS-QTD-ABERTOS < 2000
                           ADD 1 TO WS-QTD-ABERTOS
                           MOVE ALR-CPF
                               TO WS-ABT-CPF(WS-QTD-ABERTOS)
                           MOVE ALR-REGRA
                               TO WS-ABT-REGRA(WS-QTD-ABERTOS)
                       END-IF
               END-READ
           END-PERFORM.

       AVALIAR-REGRAS.

           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-QTD-CPFS

               IF WS-ESP-ATIVA = 'Y'
                   AND WS-CPF-ESPECIE(WS-K) > WS-ESP-LIMITE
                   MOVE 'ESP' TO WS-REGRA-CASO
                   MOVE WS-CPF-ESPECIE(WS-K) TO WS-VALOR-CASO
                   MOVE ZEROS TO WS-QTD-CASO
                   MOVE WS-ESP-LIMITE TO WS-REFERENCIA-CASO
                   PERFORM ABRIR-CASO
               END-IF

               IF WS-FRC-ATIVA = 'Y' AND WS-FRC-QTD > ZEROS
                   AND WS-CPF-FRC-QTD(WS-K) >= WS-FRC-QTD
                   MOVE 'FRC' TO WS-REGRA-CASO
                   MOVE WS-CPF-FRC-VALOR(WS-K) TO WS-VALOR-CASO
                   MOVE WS-CPF-FRC-QTD(WS-K) TO WS-QTD-CASO
                   MOVE WS-FRC-LIMITE TO WS-REFERENCIA-CASO
                   PERFORM ABRIR-CASO
               END-IF

               IF WS-GIR-ATIVA = 'Y'
                   AND WS-CPF-GIRO(WS-K) >= WS-GIR-PISO
                   MOVE ZEROS TO WS-LIMITE-GIRO
                   IF WS-CPF-SALDO-MEDIO(WS-K) > ZEROS
                       COMPUTE WS-LIMITE-GIRO =
                           WS-CPF-SALDO-MEDIO(WS-K) * WS-GIR-FATOR
                   END-IF
                   IF WS-CPF-GIRO(WS-K) > WS-LIMITE-GIRO
                       MOVE 'GIR' TO WS-REGRA-CASO
                       MOVE WS-CPF-GIRO(WS-K) TO WS-VALOR-CASO
                       MOVE ZEROS TO WS-QTD-CASO
                       MOVE WS-CPF-SALDO-MEDIO(WS-K)
                           TO WS-REFERENCIA-CASO
                       PERFORM ABRIR-CASO
                   END-IF
               END-IF
           END-PERFORM.

      *ABRE O CASO DA REGRA WS-REGRA-CASO PARA O CPF WS-K, A MENOS
      *QUE O CPF JA TENHA CASO ABERTO NA MESMA REGRA.
       ABRIR-CASO.

           MOVE 'N' TO WS-ACHADO
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-QTD-ABERTOS OR WS-ACHADO = 'Y'
               IF WS-ABT-CPF(WS-I) = WS-CPF-NUMERO(WS-K)
                   AND WS-ABT-REGRA(WS-I) = WS-REGRA-CASO
                   MOVE 'Y' TO WS-ACHADO
               END-IF
           END-PERFORM

           IF WS-ACHADO = 'Y'
               ADD 1 TO WS-QTD-JA-ABERTOS
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-ULTIMO-CASO
           MOVE WS-ULTIMO-CASO       TO ALR-NUMERO
           MOVE WS-DATA-MOVIMENTO    TO ALR-DATA-ABERTURA
           MOVE WS-CPF-NUMERO(WS-K)  TO ALR-CPF
           MOVE WS-REGRA-CASO        TO ALR-REGRA
           MOVE WS-VALOR-CASO        TO ALR-VALOR-APURADO
           MOVE WS-QTD-CASO          TO ALR-QTD-APURADA
           MOVE WS-REFERENCIA-CASO   TO ALR-VALOR-REFERENCIA
           MOVE 'A'                  TO ALR-SITUACAO
           MOVE ZEROS                TO ALR-DATA-DECISAO
           MOVE SPACES               TO ALR-OPERADOR
           WRITE ALERTA-REC
               INVALID KEY
                   DISPLAY 'NUMERO DE CASO COAF JA EXISTE: '
                       ALR-NUMERO
                   PERFORM ABORTAR-PASSO
           END-WRITE

           IF WS-QTD-ABERTOS < 2000
               ADD 1 TO WS-QTD-ABERTOS
               MOVE ALR-CPF   TO WS-ABT-CPF(WS-QTD-ABERTOS)
               MOVE ALR-REGRA TO WS-ABT-REGRA(WS-QTD-ABERTOS)
           END-IF

           ADD 1 TO WS-QTD-CASOS-NOVOS

           MOVE WS-VALOR-CASO TO WS-VALOR-ED
           MOVE 'L' TO REL-COMANDO
           MOVE SPACES TO REL-LINHA
           STRING 'CASO ' ALR-NUMERO ' CPF ' ALR-CPF ' REGRA '
               ALR-REGRA ' VALOR ' WS-VALOR-ED ' QTD '
               ALR-QTD-APURADA
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           DISPLAY 'CASO COAF ABERTO: ' ALR-NUMERO ' CPF ' ALR-CPF
               ' REGRA ' ALR-REGRA.

       IMPRIMIR-TOTAIS-COAF.

           MOVE 'L' TO REL-COMANDO
           MOVE SPACES TO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE SPACES TO REL-LINHA
           STRING 'MOVIMENTOS ANALISADOS....: ' WS-QTD-MOVS-LIDOS
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE SPACES TO REL-LINHA
           STRING 'CPFS MONITORADOS.........: ' WS-QTD-CPFS
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE SPACES TO REL-LINHA
           STRING 'CASOS NOVOS..............: ' WS-QTD-CASOS-NOVOS
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE SPACES TO REL-LINHA
           STRING 'OCORRENCIAS JA EM CASO...: ' WS-QTD-JA-ABERTOS
               DELIMITED BY SIZE INTO REL-LINHA
           CALL 'GravaRelatorio' USING WS-REL-AREA

           MOVE 'F' TO REL-COMANDO
           CALL 'GravaRelatorio' USING WS-REL-AREA

           DISPLAY ' '
           DISPLAY 'MONITORAMENTO COAF - DATA ' WS-DATA-MOVIMENTO
           DISPLAY 'MOVIMENTOS ANALISADOS....: ' WS-QTD-MOVS-LIDOS
           DISPLAY 'CPFS MONITORADOS.........: ' WS-QTD-CPFS
           DISPLAY 'CASOS NOVOS..............: ' WS-QTD-CASOS-NOVOS
           DISPLAY 'OCORRENCIAS JA EM CASO...: ' WS-QTD-JA-ABERTOS.

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
      *PULADO COM SUCESSO (RC 0), SEM ABRIR OS MESMOS CASOS DE NOVO.
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
