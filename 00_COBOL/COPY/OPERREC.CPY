      * de senha consecutivos; na terceira o operador e BLOQUEADO
      * ('S') e so um supervisor destrava (reset na manutencao de
      * operadores). Bloqueios e resets tambem vao para auditoria.log.
      * DATA-ULTIMO-ACESSO: data do ultimo sign-on com senha certa
      * (inclusao e reativacao tambem a recomecam) -- operador ativo
      * sem sign-on ha mais de N dias e desativado pela recertificacao
      * mensal (RecertificaOperadores). RECERT-SITUACAO do ciclo de
      * recertificacao de acesso: 'P' pendente desde RECERT-DATA
      * (aberto no ultimo dia util do mes), 'C' confirmado por um
      * supervisor, 'R' revogado, 'N' desativado por falta de
      * confirmacao no prazo, 'D' desativado por inatividade, 'M'
      * ultimo supervisor ativo mantido com o prazo vencido; espaco =
      * nunca entrou em ciclo.
      * COPY OPERREC REPLACING ==:PREFIX:== BY ==<prefix>==
      *-----------------------------------------------------------------
           05  :PREFIX:-ID              PIC X(8).
           05  :PREFIX:-FALHAS          PIC 9(1).
           05  :PREFIX:-BLOQUEADO       PIC X(1).
           05  :PREFIX:-TROCA-OBRIG     PIC X(1).
           05  :PREFIX:-DATA-ULTIMO-ACESSO PIC 9(8).
           05  :PREFIX:-RECERT-SITUACAO PIC X(1).
           05  :PREFIX:-RECERT-DATA     PIC 9(8).
