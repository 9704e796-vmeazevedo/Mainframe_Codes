           MOVE FRA-ENDERECO TO FR-ENDERECO.
           MOVE FRA-SALARIO  TO FR-SALARIO.
           MOVE 'A'          TO FR-SITUACAO.
           MOVE ZEROS        TO FR-CENTRO-CUSTO.

           WRITE FUNCIONARIO-REC
               INVALID KEY
