       PROGRAM-BEGIN.

           MOVE 'A' TO REL-COMANDO
           MOVE 'AuditoriaClientes' TO REL-PROGRAMA
           MOVE 'AUDCLI' TO REL-ID
           MOVE 'AUDITORIA DE QUALIDADE DO CADASTRO DE CLIENTES'
               TO REL-TITULO
