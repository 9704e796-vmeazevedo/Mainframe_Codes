      * (GravaRelatorio). COMANDO: 'A' abre o relatorio (ID + TITULO),
      * 'L' imprime LINHA (com paginacao e bloco de cabecalho padrao),
      * 'F' fecha com o trailer de totais. O modulo grava em
      * relatorio_<id>.prt, 132 colunas, e no fechamento arquiva uma
      * copia no repositorio de relatorios (indice RELIDXREC) sob o
      * ID e a data de movimento. PROGRAMA: quem gerou o relatorio,
      * informado junto com o 'A' e guardado no indice.
      * COPY RELLINK REPLACING ==:PREFIX:== BY ==<prefix>==
      *-----------------------------------------------------------------
           05  :PREFIX:-COMANDO          PIC X(1).
           05  :PREFIX:-ID               PIC X(8).
           05  :PREFIX:-TITULO           PIC X(40).
           05  :PREFIX:-LINHA            PIC X(132).
           05  :PREFIX:-PROGRAMA         PIC X(30).
