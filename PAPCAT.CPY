      ******************************************************************
      * Copybook: PAPCAT.CPY
      * Layout do registro do catalogo de papeis de acesso
      * (CAT-PAPEIS), indexado pelo codigo do papel: um registro por
      * papel (ou grupo) que pode ser atribuido a um usuario, com a
      * descricao e a situacao. Um papel inativo deixa de ser
      * devolvido por PAPEIS-ACESSO, mesmo com atribuicoes
      * vigentes, sem ser preciso revogar usuario por usuario; o
      * papel nunca e excluido, para as atribuicoes antigas e o
      * historico continuarem com descricao.
      * Datas AAAAMMDD.
      * Usado por: PAPEL-USUARIO (manutencao), PAPEIS-ACESSO,
      *            RELATORIO-PAPEIS (leitura).
      ******************************************************************
       01 REG-CATALOGO-PAPEL.
           03 CAT-PAPEL                PIC X(08).
           03 CAT-DESCRICAO            PIC X(40).
           03 CAT-SITUACAO             PIC X(01).
               88 CAT-PAPEL-ATIVO          VALUE 'A'.
               88 CAT-PAPEL-INATIVO        VALUE 'I'.
           03 CAT-DATA-CRIACAO         PIC 9(08).
           03 CAT-DATA-ALTERACAO       PIC 9(08).
           03 CAT-OPERADOR             PIC X(08).
