      *=================================================================
       IDENTIFICATION                                  DIVISION.
      *=================================================================
       PROGRAM-ID. AvisosClientes.
      *******************************************************************
      * Author: Vinícius Azevedo
      * Date: 15/10/2026
      * Purpose: Arquivo noturno de avisos ao cliente (SMS/e-mail)
      * Tectonics: cobc
      ******************************************************************
      * Ate aqui o cliente so sabia do cheque devolvido, do saque
      * recusado ou da parcela vencendo quando ligava para a agencia
      * (a unica saida para o cliente era o avisos_devolucao.dat da
      * compensacao). Este passo roda no fim da noite e monta UM
      * arquivo de avisos (avisos_clientes.dat) para o provedor de
      * SMS/e-mail, com a mesma disciplina de envelope do extrato do
      * canal -- header 'H' com data e sequencia, detalhes 'D' e
      * trailer 'T' com contagem e hash de valores -- a partir dos
      * eventos que o batch ja produz:
      *   NSF - saque/debito recusado por saldo (nsf_exc.dat);
      *   DEV - cheque depositado devolvido (avisos_devolucao.dat);
      *   PAR - parcela em aberto vencendo nos proximos N dias
      *         (parcelas.dat; cada parcela e avisada uma vez so: a
      *         janela anda com a data do ultimo envelope enviado);
      *   CHE - conta que entrou no cheque especial nesta data
      *         (cheque_especial_uso.dat);
      *   DOR - conta marcada dormente pela primeira vez nesta data
      *         (dormencia_novas.dat);
      *   SAL - salario creditado nesta data ('SAL' no diario).
      * Cada aviso leva o contato do TITULAR da conta (celular e
      * e-mail do cadastro de clientes) e o codigo do modelo de
      * mensagem do evento. Cliente que recusou os avisos (AVISOS =
      * 'N'), sem contato informado ou sem cadastro e pulado e so
      * contado. Eventos, modelos e o N de dias vem do arquivo de
      * parametros (avisos_parametros.dat), uma linha por evento,
      * com padrao interno quando a linha nao existe. A sequencia vem
      * do arquivo de controle (avisos_ctl.dat), que guarda o recibo
      * de cada envelope enviado.
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

           SELECT PARAMETROS-AVISOS ASSIGN TO 'avisos_parametros.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PRM-STATUS.

           SELECT EXCECOES-SALDO ASSIGN TO 'nsf_exc.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ARQ-STATUS.

           SELECT AVISOS-DEVOLUCAO ASSIGN TO 'avisos_devolucao.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ARQ-STATUS.

           SELECT PARCELAS ASSIGN TO 'parcelas.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ARQ-STATUS.

           SELECT USO-CHEQUE ASSIGN TO 'cheque_especial_uso.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ARQ-STATUS.

           SELECT DORMENTES-NOVAS ASSIGN TO 'dormencia_novas.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ARQ-STATUS.

           SELECT MOVIMENTOS ASSIGN TO 'movimentos.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-CHAVE
           FILE STATUS IS WS-ARQ-STATUS.

           SELECT AVISOS-CLIENTES ASSIGN TO 'avisos_clientes.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-AVS-STATUS.

           SELECT AVISOS-CONTROLE ASSIGN TO 'avisos_ctl.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CTL-STATUS.

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

       FD  CLIENTES.
       01  CLIENTE-REC.
           COPY CLIREC REPLACING ==:PREFIX:== BY ==CLI==.

      *UMA LINHA POR EVENTO: ATIVO ('N' DESLIGA O EVENTO), CODIGO DO
      *MODELO DE MENSAGEM NO PROVEDOR E, PARA 'PAR', A ANTECEDENCIA
      *EM DIAS.
       FD  PARAMETROS-AVISOS.
       01  PARAMETRO-AVISO-REC.
           05 PRM-EVENTO           PIC X(3).
           05 PRM-ATIVO            PIC X(1).
           05 PRM-MODELO           PIC X(8).
           05 PRM-DIAS             PIC 9(3).

       FD  EXCECOES-SALDO.
       01  EXCECAO-SALDO-REC.
           05 NSF-TIMESTAMP           PIC X(21).
           05 NSF-CONTA               PIC 9(6).
           05 NSF-VALOR-SOLICITADO    PIC 9(7)V99.
           05 NSF-SALDO-DISPONIVEL    PIC S9(9)V99.

       FD  AVISOS-DEVOLUCAO.
       01  AVISO-DEVOLUCAO-REC.
           05 DVL-TIMESTAMP        PIC X(21).
           05 DVL-CONTA            PIC 9(6).
           05 DVL-VALOR            PIC 9(7)V99.
           05 DVL-DATA-DEPOSITO    PIC 9(8).

       FD  PARCELAS.
       01  PARCELA-REC.
           COPY PARCREC REPLACING ==:PREFIX:== BY ==PARC==.

       FD  USO-CHEQUE.
       01  USO-REC.
           05 USO-CONTA            PIC 9(6).
           05 USO-DATA-INICIO      PIC 9(8).
           05 USO-JUROS-ACUM       PIC 9(9)V99.

       FD  DORMENTES-NOVAS.
       01  DORMENTE-NOVA-REC.
           05 DNV-DATA             PIC 9(8).
           05 DNV-CONTA            PIC 9(6).
           05 DNV-ULTIMO           PIC 9(8).

       FD  MOVIMENTOS.
       01  MOVIMENTO-REC.
           COPY MOVREC REPLACING ==:PREFIX:== BY ==MOV==.

      *LAYOUT FIXO DE 160 POSICOES ACORDADO COM O PROVEDOR DE SMS E
      *E-MAIL: HEADER 'H', AVISOS 'D' E TRAILER 'T' COM CONTAGEM E
      *HASH DOS VALORES. DATA-REF E A DATA QUE A MENSAGEM CITA
      *(VENCIMENTO DA PARCELA, DEPOSITO DO CHEQUE, ULTIMO MOVIMENTO
      *DA CONTA DORMENTE, OU A PROPRIA DATA DO EVENTO).
       FD  AVISOS-CLIENTES.
       01  AVISO-HEADER.
           05 AVH-TIPO             PIC X(1).
           05 AVH-DATA             PIC 9(8).
           05 AVH-SEQUENCIA        PIC 9(6).
           05 FILLER               PIC X(145).
       01  AVISO-DETALHE.
           05 AVD-TIPO             PIC X(1).
           05 AVD-EVENTO           PIC X(3).
           05 AVD-MODELO           PIC X(8).
           05 AVD-CONTA            PIC 9(6).
           05 AVD-CPF              PIC 9(11).
           05 AVD-NOME             PIC X(30).
           05 AVD-CELULAR          PIC 9(11).
           05 AVD-EMAIL            PIC X(50).
           05 AVD-VALOR            PIC 9(9)V99.
           05 AVD-DATA-REF         PIC 9(8).
           05 FILLER               PIC X(21).
       01  AVISO-TRAILER.
           05 AVT-TIPO             PIC X(1).
           05 AVT-QTD              PIC 9(6).
           05 AVT-HASH             PIC 9(13)V99.
           05 FILLER               PIC X(138).

      *UM REGISTRO POR ENVELOPE ENVIADO: E O RECIBO DA REMESSA E DELE
      *SAI A DATA DO ULTIMO ENVIO QUE ANDA A JANELA DAS PARCELAS.
       FD  AVISOS-CONTROLE.
       01  AVISOS-CONTROLE-REC.
           05 AVC-DATA             PIC 9(8).
           05 AVC-SEQUENCIA        PIC 9(6).
           05 AVC-QTD              PIC 9(6).
           05 AVC-HASH             PIC 9(13)V99.

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
       77 WS-CLI-STATUS        PIC X(2)    VALUE '00'.
       77 WS-PRM-STATUS        PIC X(2)    VALUE '00'.
       77 WS-ARQ-STATUS        PIC X(2)    VALUE '00'.
       77 WS-AVS-STATUS        PIC X(2)    VALUE '00'.
       77 WS-CTL-STATUS        PIC X(2)    VALUE '00'.

       77 WS-EOF               PIC X(1)    VALUE 'N'.
       77 WS-CTL-EOF           PIC X(1)    VALUE 'N'.
      *'Y' QUANDO O CADASTRO DE CLIENTES ABRIU; SEM ELE NAO HA
      *CONTATO E TODO EVENTO E PULADO COMO SEM CADASTRO.
       77 WS-TEM-CLIENTES      PIC X(1)    VALUE 'N'.

       77 WS-SEQUENCIA         PIC 9(6)    VALUE ZEROS.
       77 WS-DATA-ULTIMO-ENVIO PIC 9(8)    VALUE ZEROS.
       77 WS-QTD-AVISOS        PIC 9(6)    VALUE ZEROS.
       77 WS-HASH-AVISOS       PIC 9(13)V99 VALUE ZEROS.
       77 WS-QTD-PASSO         PIC 9(9)    VALUE ZEROS.

      *EVENTOS: ATIVO, MODELO DE MENSAGEM E AVISOS GRAVADOS. PADRAO:
      *TODOS ATIVOS, PARCELA AVISADA COM 5 DIAS DE ANTECEDENCIA.
       77 WS-NSF-ATIVO         PIC X(1)    VALUE 'S'.
       77 WS-NSF-MODELO        PIC X(8)    VALUE 'AVNSF001'.
       77 WS-NSF-QTD           PIC 9(6)    VALUE ZEROS.
       77 WS-DEV-ATIVO         PIC X(1)    VALUE 'S'.
       77 WS-DEV-MODELO        PIC X(8)    VALUE 'AVDEV001'.
       77 WS-DEV-QTD           PIC 9(6)    VALUE ZEROS.
       77 WS-PAR-ATIVO         PIC X(1)    VALUE 'S'.
       77 WS-PAR-MODELO        PIC X(8)    VALUE 'AVPAR001'.
       77 WS-PAR-DIAS          PIC 9(3)    VALUE 5.
       77 WS-PAR-QTD           PIC 9(6)    VALUE ZEROS.
       77 WS-CHE-ATIVO         PIC X(1)    VALUE 'S'.
       77 WS-CHE-MODELO        PIC X(8)    VALUE 'AVCHE001'.
       77 WS-CHE-QTD           PIC 9(6)    VALUE ZEROS.
       77 WS-DOR-ATIVO         PIC X(1)    VALUE 'S'.
       77 WS-DOR-MODELO        PIC X(8)    VALUE 'AVDOR001'.
       77 WS-DOR-QTD           PIC 9(6)    VALUE ZEROS.
       77 WS-SAL-ATIVO         PIC X(1)    VALUE 'S'.
       77 WS-SAL-MODELO        PIC X(8)    VALUE 'AVSAL001'.
       77 WS-SAL-QTD           PIC 9(6)    VALUE ZEROS.

      *EVENTOS PULADOS, POR MOTIVO.
       77 WS-QTD-RECUSOU       PIC 9(6)    VALUE ZEROS.
       77 WS-QTD-SEM-CONTATO   PIC 9(6)    VALUE ZEROS.
       77 WS-QTD-SEM-CADASTRO  PIC 9(6)    VALUE ZEROS.

      *EVENTO CORRENTE, MONTADO PELO COLETOR ANTES DE EMITIR-AVISO.
       77 WS-EVT-EVENTO        PIC X(3)    VALUE SPACES.
       77 WS-EVT-MODELO        PIC X(8)    VALUE SPACES.
       77 WS-EVT-CONTA         PIC 9(6)    VALUE ZEROS.
       77 WS-EVT-VALOR         PIC 9(9)V99 VALUE ZEROS.
       77 WS-EVT-DATA-REF      PIC 9(8)    VALUE ZEROS.
       77 WS-EVT-EMITIDO       PIC X(1)    VALUE 'N'.

      *JANELA DAS PARCELAS, EM DIAS INTEIROS: VENCIMENTO DEPOIS DE
      *(ULTIMO ENVIO + N) E ATE (DATA DE MOVIMENTO + N), E SEMPRE
      *DEPOIS DA DATA DE MOVIMENTO.
       77 WS-DIA-MOVIMENTO     PIC 9(7)    VALUE ZEROS.
       77 WS-DIA-INICIO-JANELA PIC 9(7)    VALUE ZEROS.
       77 WS-DIA-FIM-JANELA    PIC 9(7)    VALUE ZEROS.
       77 WS-DIA-VENCIMENTO    PIC 9(7)    VALUE ZEROS.

      *CONTROLE DE EXECUCAO DO PASSO: DATA DE MOVIMENTO ABERTA PELA
      *ABERTURA DIARIA E REGISTRO POR PASSO COM INICIO/FIM, REGISTROS
      *E RESULTADO. PASSO JA 'OK' NA DATA NAO RODA DE NOVO.
       77 WS-DTM-STATUS        PIC X(2)    VALUE '00'.
       77 WS-CTE-STATUS        PIC X(2)    VALUE '00'.
       77 WS-DATA-MOVIMENTO    PIC 9(8)    VALUE ZEROS.
       77 WS-NOME-PASSO        PIC X(12)   VALUE 'AVISOSCLI   '.

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================
       PROGRAM-BEGIN.

           PERFORM INICIAR-CONTROLE-EXECUCAO.
           PERFORM CARREGAR-PARAMETROS.
           PERFORM OBTER-PROXIMA-SEQUENCIA.
           PERFORM GERAR-AVISOS.
           PERFORM REGISTRAR-ENVELOPE.

           MOVE WS-QTD-AVISOS TO WS-QTD-PASSO.
           PERFORM ENCERRAR-CONTROLE-EXECUCAO.

           DISPLAY ' '
           DISPLAY 'AVISOS AO CLIENTE - DATA ' WS-DATA-MOVIMENTO
               ' SEQ ' WS-SEQUENCIA
           DISPLAY 'SAQUE RECUSADO (NSF)......: ' WS-NSF-QTD
           DISPLAY 'CHEQUE DEVOLVIDO (DEV)....: ' WS-DEV-QTD
           DISPLAY 'PARCELA A VENCER (PAR)....: ' WS-PAR-QTD
           DISPLAY 'CHEQUE ESPECIAL (CHE).....: ' WS-CHE-QTD
           DISPLAY 'CONTA DORMENTE (DOR)......: ' WS-DOR-QTD
           DISPLAY 'SALARIO CREDITADO (SAL)...: ' WS-SAL-QTD
           DISPLAY 'AVISOS GRAVADOS...........: ' WS-QTD-AVISOS
           DISPLAY 'PULADOS - RECUSOU AVISOS..: ' WS-QTD-RECUSOU
           DISPLAY 'PULADOS - SEM CONTATO.....: ' WS-QTD-SEM-CONTATO
           DISPLAY 'PULADOS - SEM CADASTRO....: ' WS-QTD-SEM-CADASTRO

           STOP RUN.

       CARREGAR-PARAMETROS.

           MOVE 'N' TO WS-EOF

           OPEN INPUT PARAMETROS-AVISOS
           IF WS-PRM-STATUS NOT = '00'
               DISPLAY 'SEM avisos_parametros.dat: EVENTOS COM OS '
                   'VALORES PADRAO.'
               MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ PARAMETROS-AVISOS
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM APLICAR-LINHA-PARAMETRO
               END-READ
           END-PERFORM

           IF WS-PRM-STATUS = '00' OR WS-PRM-STATUS = '10'
               CLOSE PARAMETROS-AVISOS
           END-IF.

       APLICAR-LINHA-PARAMETRO.

           EVALUATE PRM-EVENTO
               WHEN 'NSF'
                   MOVE PRM-ATIVO  TO WS-NSF-ATIVO
                   MOVE PRM-MODELO TO WS-NSF-MODELO
               WHEN 'DEV'
                   MOVE PRM-ATIVO  TO WS-DEV-ATIVO
                   MOVE PRM-MODELO TO WS-DEV-MODELO
               WHEN 'PAR'
                   MOVE PRM-ATIVO  TO WS-PAR-ATIVO
                   MOVE PRM-MODELO TO WS-PAR-MODELO
                   IF PRM-DIAS > ZEROS
                       MOVE PRM-DIAS TO WS-PAR-DIAS
                   END-IF
               WHEN 'CHE'
                   MOVE PRM-ATIVO  TO WS-CHE-ATIVO
                   MOVE PRM-MODELO TO WS-CHE-MODELO
               WHEN 'DOR'
                   MOVE PRM-ATIVO  TO WS-DOR-ATIVO
                   MOVE PRM-MODELO TO WS-DOR-MODELO
               WHEN 'SAL'
                   MOVE PRM-ATIVO  TO WS-SAL-ATIVO
                   MOVE PRM-MODELO TO WS-SAL-MODELO
               WHEN OTHER
                   DISPLAY 'EVENTO DESCONHECIDO EM '
                       'avisos_parametros.dat: ' PRM-EVENTO
           END-EVALUATE.

      *A SEQUENCIA DO ENVELOPE E A ULTIMA DO ARQUIVO DE CONTROLE + 1,
      *COMO NO EXTRATO DO CANAL; A DATA DO ULTIMO RECIBO E O INICIO
      *DA JANELA DE PARCELAS DESTA NOITE.
       OBTER-PROXIMA-SEQUENCIA.

           MOVE ZEROS TO WS-SEQUENCIA
           MOVE ZEROS TO WS-DATA-ULTIMO-ENVIO

           OPEN INPUT AVISOS-CONTROLE
           IF WS-CTL-STATUS = '00'
               MOVE 'N' TO WS-CTL-EOF
               PERFORM UNTIL WS-CTL-EOF = 'Y'
                   READ AVISOS-CONTROLE
                       AT END
                           MOVE 'Y' TO WS-CTL-EOF
                       NOT AT END
                           MOVE AVC-SEQUENCIA TO WS-SEQUENCIA
                           MOVE AVC-DATA TO WS-DATA-ULTIMO-ENVIO
                   END-READ
               END-PERFORM
               CLOSE AVISOS-CONTROLE
           END-IF

           ADD 1 TO WS-SEQUENCIA.

      *O ARQUIVO DO PROVEDOR E REESCRITO POR NOITE (UM ENVELOPE POR
      *REMESSA): HEADER, AVISOS EVENTO A EVENTO, TRAILER.
       GERAR-AVISOS.

           OPEN INPUT CONTAS
           IF WS-CONTA-STATUS NOT = '00'
               DISPLAY 'MASTER DE CONTAS NAO ABRIU, STATUS: '
                   WS-CONTA-STATUS
               PERFORM ABORTAR-PASSO
           END-IF

           OPEN INPUT CLIENTES
           IF WS-CLI-STATUS = '00'
               MOVE 'Y' TO WS-TEM-CLIENTES
           ELSE
               DISPLAY 'CADASTRO DE CLIENTES INDISPONIVEL, STATUS: '
                   WS-CLI-STATUS ' -- NENHUM AVISO SAI ESTA NOITE.'
           END-IF

           OPEN OUTPUT AVISOS-CLIENTES

           MOVE SPACES            TO AVISO-HEADER
           MOVE 'H'               TO AVH-TIPO
           MOVE WS-DATA-MOVIMENTO TO AVH-DATA
           MOVE WS-SEQUENCIA      TO AVH-SEQUENCIA
           WRITE AVISO-HEADER

           IF WS-NSF-ATIVO NOT = 'N'
               PERFORM COLETAR-SAQUES-RECUSADOS
           END-IF
           IF WS-DEV-ATIVO NOT = 'N'
               PERFORM COLETAR-CHEQUES-DEVOLVIDOS
           END-IF
           IF WS-PAR-ATIVO NOT = 'N'
               PERFORM COLETAR-PARCELAS-A-VENCER
           END-IF
           IF WS-CHE-ATIVO NOT = 'N'
               PERFORM COLETAR-CHEQUE-ESPECIAL
           END-IF
           IF WS-DOR-ATIVO NOT = 'N'
               PERFORM COLETAR-DORMENTES
           END-IF
           IF WS-SAL-ATIVO NOT = 'N'
               PERFORM COLETAR-SALARIOS
           END-IF

           MOVE SPACES         TO AVISO-TRAILER
           MOVE 'T'            TO AVT-TIPO
           MOVE WS-QTD-AVISOS  TO AVT-QTD
           MOVE WS-HASH-AVISOS TO AVT-HASH
           WRITE AVISO-TRAILER

           CLOSE AVISOS-CLIENTES
           IF WS-TEM-CLIENTES = 'Y'
               CLOSE CLIENTES
           END-IF
           CLOSE CONTAS.

      *RECUSAS DE SALDO DA DATA (LOTE DE SAQUES E ORDENS PERMANENTES
      *GRAVAM NO MESMO ARQUIVO ACUMULADO).
       COLETAR-SAQUES-RECUSADOS.

           MOVE 'N' TO WS-EOF
           OPEN INPUT EXCECOES-SALDO
           IF WS-ARQ-STATUS NOT = '00' MOVE 'Y' TO WS-EOF END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ EXCECOES-SALDO
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF NSF-TIMESTAMP(1:8) = WS-DATA-MOVIMENTO
                           MOVE 'NSF'                TO WS-EVT-EVENTO
                           MOVE WS-NSF-MODELO        TO WS-EVT-MODELO
                           MOVE NSF-CONTA            TO WS-EVT-CONTA
                           MOVE NSF-VALOR-SOLICITADO TO WS-EVT-VALOR
                           MOVE WS-DATA-MOVIMENTO    TO WS-EVT-DATA-REF
                           PERFORM EMITIR-AVISO
                           IF WS-EVT-EMITIDO = 'Y'
                               ADD 1 TO WS-NSF-QTD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ARQ-STATUS = '00' OR WS-ARQ-STATUS = '10'
               CLOSE EXCECOES-SALDO
           END-IF.

       COLETAR-CHEQUES-DEVOLVIDOS.

           MOVE 'N' TO WS-EOF
           OPEN INPUT AVISOS-DEVOLUCAO
           IF WS-ARQ-STATUS NOT = '00' MOVE 'Y' TO WS-EOF END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ AVISOS-DEVOLUCAO
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF DVL-TIMESTAMP(1:8) = WS-DATA-MOVIMENTO
                           MOVE 'DEV'             TO WS-EVT-EVENTO
                           MOVE WS-DEV-MODELO     TO WS-EVT-MODELO
                           MOVE DVL-CONTA         TO WS-EVT-CONTA
                           MOVE DVL-VALOR         TO WS-EVT-VALOR
                           MOVE DVL-DATA-DEPOSITO TO WS-EVT-DATA-REF
                           PERFORM EMITIR-AVISO
                           IF WS-EVT-EMITIDO = 'Y'
                               ADD 1 TO WS-DEV-QTD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ARQ-STATUS = '00' OR WS-ARQ-STATUS = '10'
               CLOSE AVISOS-DEVOLUCAO
           END-IF.

      *PARCELA EM ABERTO QUE ENTROU NA JANELA DE N DIAS DESDE O ULTIMO
      *ENVELOPE: CADA PARCELA E AVISADA UMA VEZ, MESMO COM NOITES SEM
      *BATCH NO MEIO (FIM DE SEMANA, FERIADO).
       COLETAR-PARCELAS-A-VENCER.

           COMPUTE WS-DIA-MOVIMENTO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-MOVIMENTO)
           COMPUTE WS-DIA-FIM-JANELA = WS-DIA-MOVIMENTO + WS-PAR-DIAS
           IF WS-DATA-ULTIMO-ENVIO = ZEROS
               OR WS-DATA-ULTIMO-ENVIO NOT < WS-DATA-MOVIMENTO
               MOVE WS-DIA-MOVIMENTO TO WS-DIA-INICIO-JANELA
           ELSE
               COMPUTE WS-DIA-INICIO-JANELA =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-ULTIMO-ENVIO)
                   + WS-PAR-DIAS
               IF WS-DIA-INICIO-JANELA < WS-DIA-MOVIMENTO
                   MOVE WS-DIA-MOVIMENTO TO WS-DIA-INICIO-JANELA
               END-IF
           END-IF

           MOVE 'N' TO WS-EOF
           OPEN INPUT PARCELAS
           IF WS-ARQ-STATUS NOT = '00' MOVE 'Y' TO WS-EOF END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PARCELAS
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PARC-SITUACAO = 'A'
                           AND FUNCTION TEST-DATE-YYYYMMDD
                               (PARC-DATA-VENCIMENTO) = ZEROS
                           COMPUTE WS-DIA-VENCIMENTO =
                               FUNCTION INTEGER-OF-DATE
                               (PARC-DATA-VENCIMENTO)
                           IF WS-DIA-VENCIMENTO > WS-DIA-INICIO-JANELA
                               AND WS-DIA-VENCIMENTO
                                   NOT > WS-DIA-FIM-JANELA
                               MOVE 'PAR'          TO WS-EVT-EVENTO
                               MOVE WS-PAR-MODELO  TO WS-EVT-MODELO
                               MOVE PARC-CONTA-DEBITO
                                   TO WS-EVT-CONTA
                               MOVE PARC-VALOR-MENSAL
                                   TO WS-EVT-VALOR
                               MOVE PARC-DATA-VENCIMENTO
                                   TO WS-EVT-DATA-REF
                               PERFORM EMITIR-AVISO
                               IF WS-EVT-EMITIDO = 'Y'
                                   ADD 1 TO WS-PAR-QTD
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ARQ-STATUS = '00' OR WS-ARQ-STATUS = '10'
               CLOSE PARCELAS
           END-IF.

      *O ARQUIVO DE USO DO CHEQUE ESPECIAL GUARDA A DATA EM QUE CADA
      *CONTA ENTROU NO VERMELHO: ENTRADA COM A DATA DE HOJE E INICIO
      *DE USO. O VALOR AVISADO E O SALDO DEVEDOR ATUAL.
       COLETAR-CHEQUE-ESPECIAL.

           MOVE 'N' TO WS-EOF
           OPEN INPUT USO-CHEQUE
           IF WS-ARQ-STATUS NOT = '00' MOVE 'Y' TO WS-EOF END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ USO-CHEQUE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF USO-DATA-INICIO = WS-DATA-MOVIMENTO
                           MOVE USO-CONTA TO CONTA-NUMERO
                           READ CONTAS
                               INVALID KEY
                                   MOVE ZEROS TO CONTA-SALDO
                           END-READ
                           IF CONTA-SALDO < ZEROS
                               MOVE 'CHE'          TO WS-EVT-EVENTO
                               MOVE WS-CHE-MODELO  TO WS-EVT-MODELO
                               MOVE USO-CONTA      TO WS-EVT-CONTA
                               COMPUTE WS-EVT-VALOR = 0 - CONTA-SALDO
                               MOVE WS-DATA-MOVIMENTO
                                   TO WS-EVT-DATA-REF
                               PERFORM EMITIR-AVISO
                               IF WS-EVT-EMITIDO = 'Y'
                                   ADD 1 TO WS-CHE-QTD
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ARQ-STATUS = '00' OR WS-ARQ-STATUS = '10'
               CLOSE USO-CHEQUE
           END-IF.

       COLETAR-DORMENTES.

           MOVE 'N' TO WS-EOF
           OPEN INPUT DORMENTES-NOVAS
           IF WS-ARQ-STATUS NOT = '00' MOVE 'Y' TO WS-EOF END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ DORMENTES-NOVAS
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF DNV-DATA = WS-DATA-MOVIMENTO
                           MOVE 'DOR'         TO WS-EVT-EVENTO
                           MOVE WS-DOR-MODELO TO WS-EVT-MODELO
                           MOVE DNV-CONTA     TO WS-EVT-CONTA
                           MOVE ZEROS         TO WS-EVT-VALOR
                           MOVE DNV-ULTIMO    TO WS-EVT-DATA-REF
                           PERFORM EMITIR-AVISO
                           IF WS-EVT-EMITIDO = 'Y'
                               ADD 1 TO WS-DOR-QTD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ARQ-STATUS = '00' OR WS-ARQ-STATUS = '10'
               CLOSE DORMENTES-NOVAS
           END-IF.

       COLETAR-SALARIOS.

           MOVE 'N' TO WS-EOF
           OPEN INPUT MOVIMENTOS
           IF WS-ARQ-STATUS NOT = '00' MOVE 'Y' TO WS-EOF END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ MOVIMENTOS NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF MOV-TIPO = 'SAL'
                           AND MOV-DATA = WS-DATA-MOVIMENTO
                           MOVE 'SAL'         TO WS-EVT-EVENTO
                           MOVE WS-SAL-MODELO TO WS-EVT-MODELO
                           MOVE MOV-CONTA     TO WS-EVT-CONTA
                           MOVE MOV-VALOR     TO WS-EVT-VALOR
                           MOVE MOV-DATA      TO WS-EVT-DATA-REF
                           PERFORM EMITIR-AVISO
                           IF WS-EVT-EMITIDO = 'Y'
                               ADD 1 TO WS-SAL-QTD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ARQ-STATUS = '00' OR WS-ARQ-STATUS = '10'
               CLOSE MOVIMENTOS
           END-IF.

      *GRAVA O AVISO DO EVENTO CORRENTE PARA O TITULAR DA CONTA, SE
      *ELE TEM CADASTRO, NAO RECUSOU OS AVISOS E TEM AO MENOS UM
      *CONTATO (CELULAR OU E-MAIL).
       EMITIR-AVISO.

           MOVE 'N' TO WS-EVT-EMITIDO

           IF WS-TEM-CLIENTES NOT = 'Y'
               ADD 1 TO WS-QTD-SEM-CADASTRO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-EVT-CONTA TO CONTA-NUMERO
           READ CONTAS
               INVALID KEY
                   ADD 1 TO WS-QTD-SEM-CADASTRO
                   EXIT PARAGRAPH
           END-READ

           MOVE CONTA-CPF-TITULAR TO CLI-CPF
           READ CLIENTES
               INVALID KEY
                   ADD 1 TO WS-QTD-SEM-CADASTRO
                   EXIT PARAGRAPH
           END-READ

           IF CLI-AVISOS = 'N'
               ADD 1 TO WS-QTD-RECUSOU
               EXIT PARAGRAPH
           END-IF

           IF CLI-CELULAR NOT NUMERIC
               MOVE ZEROS TO CLI-CELULAR
           END-IF
           IF CLI-CELULAR = ZEROS AND CLI-EMAIL = SPACES
               ADD 1 TO WS-QTD-SEM-CONTATO
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES           TO AVISO-DETALHE
           MOVE 'D'              TO AVD-TIPO
           MOVE WS-EVT-EVENTO    TO AVD-EVENTO
           MOVE WS-EVT-MODELO    TO AVD-MODELO
           MOVE WS-EVT-CONTA     TO AVD-CONTA
           MOVE CLI-CPF          TO AVD-CPF
           MOVE CLI-NOME         TO AVD-NOME
           MOVE CLI-CELULAR      TO AVD-CELULAR
           MOVE CLI-EMAIL        TO AVD-EMAIL
           MOVE WS-EVT-VALOR     TO AVD-VALOR
           MOVE WS-EVT-DATA-REF  TO AVD-DATA-REF
           WRITE AVISO-DETALHE

           ADD 1 TO WS-QTD-AVISOS
           ADD WS-EVT-VALOR TO WS-HASH-AVISOS
           MOVE 'Y' TO WS-EVT-EMITIDO.

      *O RECIBO DO ENVELOPE VAI PARA O ARQUIVO DE CONTROLE: E POR
      *ELE QUE O PROVEDOR DETECTA ARQUIVO TRUNCADO OU REPETIDO.
       REGISTRAR-ENVELOPE.

           OPEN EXTEND AVISOS-CONTROLE
           IF WS-CTL-STATUS = '35'
               OPEN OUTPUT AVISOS-CONTROLE
           END-IF

           MOVE WS-DATA-MOVIMENTO TO AVC-DATA
           MOVE WS-SEQUENCIA      TO AVC-SEQUENCIA
           MOVE WS-QTD-AVISOS     TO AVC-QTD
           MOVE WS-HASH-AVISOS    TO AVC-HASH
           WRITE AVISOS-CONTROLE-REC

           CLOSE AVISOS-CONTROLE.

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
      *PULADO COM SUCESSO (RC 0) -- O CLIENTE NAO RECEBE O MESMO
      *AVISO DUAS VEZES.
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
