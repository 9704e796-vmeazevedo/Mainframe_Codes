      * Tela de duplo controle dos estornos: os pedidos capturados
      * pelo classificador ficam PENDENTES em estornos_pend.dat, com
      * o operador solicitante gravado, e NADA posta ate um
      * supervisor NIVEL 2 revisar aqui. Aprovar identifica no diario
      * de movimentos o movimento exato a estornar (conta + data +
      * NSU; havendo mais de um igual, o supervisor escolhe o NSU),
      * grava o pedido com essa chave no feed que o Estornos.COB
      * consome (estornos_req.dat) e marca 'A' com o aprovador e a
      * data; sem movimento identificado o pedido continua pendente.
      * Rejeitar marca 'R'. As duas identidades -- solicitante e
      * decisor -- vao para auditoria.log em cada decisao. O sign-on
      * confere a senha e segue as mesmas regras de bloqueio e troca
      * dos demais menus.
      ******************************************************************
      *=================================================================
       ENVIRONMENT                                     DIVISION.
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-REQ-STATUS.

           SELECT MOVIMENTOS ASSIGN TO 'movimentos.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-CHAVE
           FILE STATUS IS WS-MOV-STATUS.

           SELECT OPERADORES ASSIGN TO 'operadores.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           05 REQ-DATA             PIC 9(8).
           05 REQ-VALOR            PIC 9(7)V99.
           05 REQ-TIPO             PIC X(3).
           05 REQ-NSU              PIC 9(10).

       FD  MOVIMENTOS.
       01  MOVIMENTO-REC.
           COPY MOVREC REPLACING ==:PREFIX:== BY ==MOV==.

       FD  OPERADORES.
       01  OPERADOR-REC.
           05 AUD-OPERADOR          PIC X(08).
           05 AUD-OPCAO             PIC X(01).
           05 AUD-RESULTADO         PIC X(09).
           05 AUD-SEQUENCIA         PIC 9(09).
           05 AUD-HASH              PIC 9(10).

      *-----------------------------------------------------------------
       WORKING-STORAGE                         SECTION.
      *-----------------------------------------------------------------
       77 WS-PEN-STATUS        PIC X(2)    VALUE '00'.
       77 WS-REQ-STATUS        PIC X(2)    VALUE '00'.
       77 WS-MOV-STATUS        PIC X(2)    VALUE '00'.
       77 WS-OPR-STATUS        PIC X(2)    VALUE '00'.
       77 WS-LOG-STATUS        PIC X(2)    VALUE '00'.

       77 WS-QTD-APROVADOS     PIC 9(5)    VALUE ZEROS.
       77 WS-QTD-REJEITADOS    PIC 9(5)    VALUE ZEROS.

      *IDENTIFICACAO DO MOVIMENTO A ESTORNAR NO DIARIO: QUANTOS
      *MOVIMENTOS DA CONTA NA DATA BATEM COM TIPO E VALOR DO PEDIDO E
      *O NSU ESCOLHIDO (ZEROS = NAO IDENTIFICADO).
       77 WS-EOF-MOV           PIC X(1)    VALUE 'N'.
       77 WS-QTD-CANDIDATOS    PIC 9(3)    VALUE ZEROS.
       77 WS-NSU-ESCOLHIDO     PIC 9(10)   VALUE ZEROS.
       77 WS-NSU-DIGITADO      PIC 9(10)   VALUE ZEROS.

      *SIGN-ON DE SUPERVISOR COM SENHA, NAS MESMAS REGRAS DOS DEMAIS
      *MENUS: FALHAS CONTADAS, BLOQUEIO NA TERCEIRA, TROCA FORCADA.
       77 WS-OPERADOR-ID       PIC X(8)    VALUE SPACES.
       77 WS-EVENTO-AUDITORIA  PIC X(9)    VALUE SPACES.
       77 WS-ID-AUDITORIA      PIC X(8)    VALUE SPACES.

      *AREA DE COMUNICACAO COM O MODULO DE ENCADEAMENTO DO LOG DE
      *AUDITORIA (EncadeiaAuditoria): TODO LANCAMENTO GRAVADO NO LOG
      *LEVA A SEQUENCIA E O HASH QUE O AMARRAM AO ANTERIOR.
       01  WS-CAD-AREA.
           COPY AUDLINK REPLACING ==:PREFIX:== BY ==CAD==.

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================

       APROVAR-PEDIDO.

           PERFORM IDENTIFICAR-MOVIMENTO
           IF WS-NSU-ESCOLHIDO = ZEROS
               DISPLAY 'MOVIMENTO A ESTORNAR NAO IDENTIFICADO NO '
                   'DIARIO: PEDIDO MANTIDO PENDENTE.'
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND ESTORNOS-REQ
           IF WS-REQ-STATUS = '35'
               OPEN OUTPUT ESTORNOS-REQ
           MOVE PEN-DATA  TO REQ-DATA
           MOVE PEN-VALOR TO REQ-VALOR
           MOVE PEN-TIPO  TO REQ-TIPO
           MOVE WS-NSU-ESCOLHIDO TO REQ-NSU
           WRITE ESTORNO-REQ-REC

           CLOSE ESTORNOS-REQ
           PERFORM GRAVAR-EVENTO-AUDITORIA

           DISPLAY 'PEDIDO APROVADO E LIBERADO PARA O LOTE DE '
               'ESTORNOS: ' PEN-SEQ ' NSU ' REQ-NSU.

      *LE NO DIARIO OS MOVIMENTOS DA CONTA NA DATA DO PEDIDO
      *(POSICIONADO NA CHAVE CONTA + DATA) QUE BATEM COM TIPO E VALOR.
      *UM SO: E ELE. MAIS DE UM: O SUPERVISOR DIGITA O NSU, CONFERIDO
      *POR LEITURA DIRETA. NENHUM: WS-NSU-ESCOLHIDO FICA ZERADO.
       IDENTIFICAR-MOVIMENTO.

           MOVE ZEROS TO WS-QTD-CANDIDATOS WS-NSU-ESCOLHIDO
           MOVE 'N' TO WS-EOF-MOV

           OPEN INPUT MOVIMENTOS
           IF WS-MOV-STATUS NOT = '00'
               DISPLAY 'DIARIO DE MOVIMENTOS INDISPONIVEL, STATUS: '
                   WS-MOV-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE PEN-CONTA TO MOV-CONTA
           MOVE PEN-DATA  TO MOV-DATA
           MOVE ZEROS     TO MOV-NSU
           START MOVIMENTOS KEY IS NOT LESS THAN MOV-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-MOV
           END-START

           PERFORM UNTIL WS-EOF-MOV = 'Y'
               READ MOVIMENTOS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-MOV
                   NOT AT END
                       IF MOV-CONTA NOT = PEN-CONTA
                           OR MOV-DATA NOT = PEN-DATA
                           MOVE 'Y' TO WS-EOF-MOV
                       ELSE
                           IF MOV-TIPO = PEN-TIPO
                               AND MOV-VALOR = PEN-VALOR
                               ADD 1 TO WS-QTD-CANDIDATOS
                               MOVE MOV-NSU TO WS-NSU-ESCOLHIDO
                               DISPLAY 'MOVIMENTO NSU ' MOV-NSU
                                   ' PROGRAMA ' MOV-PROGRAMA
                                   ' SALDO APOS ' MOV-SALDO-RESULT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-QTD-CANDIDATOS > 1
               DISPLAY 'HA ' WS-QTD-CANDIDATOS ' MOVIMENTOS IGUAIS. '
                   'NSU A ESTORNAR: '
               ACCEPT WS-NSU-DIGITADO
               MOVE ZEROS TO WS-NSU-ESCOLHIDO
               MOVE PEN-CONTA       TO MOV-CONTA
               MOVE PEN-DATA        TO MOV-DATA
               MOVE WS-NSU-DIGITADO TO MOV-NSU
               READ MOVIMENTOS
                   INVALID KEY
                       DISPLAY 'NSU NAO PERTENCE AO PEDIDO: '
                           WS-NSU-DIGITADO
                   NOT INVALID KEY
                       IF MOV-TIPO = PEN-TIPO
                           AND MOV-VALOR = PEN-VALOR
                           MOVE MOV-NSU TO WS-NSU-ESCOLHIDO
                       ELSE
                           DISPLAY 'NSU NAO PERTENCE AO PEDIDO: '
                               WS-NSU-DIGITADO
                       END-IF
               END-READ
           END-IF

           CLOSE MOVIMENTOS.

       REJEITAR-PEDIDO.

           END-IF

           MOVE ZEROS TO OPR-FALHAS
           MOVE WS-DATA-HOJE TO OPR-DATA-ULTIMO-ACESSO

           PERFORM CONFERIR-VALIDADE-SENHA
           IF WS-PRECISA-TROCA = 'S'
           MOVE WS-ID-AUDITORIA       TO AUD-OPERADOR
           MOVE 'E'                   TO AUD-OPCAO
           MOVE WS-EVENTO-AUDITORIA   TO AUD-RESULTADO
      *ENCADEIA O LANCAMENTO AO ANTERIOR; SEM ANCORA ACESSIVEL ELE
      *E GRAVADO COM SEQUENCIA ZERADA E A VERIFICACAO APONTA.
           MOVE 'E' TO CAD-FUNCAO
           MOVE AUDITORIA-REC(1:39) TO CAD-LANCAMENTO
           CALL 'EncadeiaAuditoria' USING WS-CAD-AREA
           MOVE CAD-SEQUENCIA TO AUD-SEQUENCIA
           MOVE CAD-HASH      TO AUD-HASH
           WRITE AUDITORIA-REC

           CLOSE LOG-AUDITORIA.
