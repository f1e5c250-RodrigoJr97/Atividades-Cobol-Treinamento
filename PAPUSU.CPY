      ******************************************************************
      * Copybook: PAPUSU.CPY
      * Layout do registro de atribuicao de papel a usuario
      * (PAP-USUARIO), indexado pelo ID de ARQ-USUARIO seguido do
      * codigo do papel (catalogo CAT-PAPEIS, copybook PAPCAT): um
      * registro por papel que o usuario tem ou teve, com o periodo
      * de validade. A atribuicao vale de MBR-DATA-INICIO a
      * MBR-DATA-FIM, inclusive; 99999999 no fim e validade sem
      * termino. A chave alternativa pelo papel serve a quem lista
      * os usuarios de cada papel.
      * Toda inclusao, alteracao de validade ou revogacao passa por
      * PAPEL-USUARIO, que grava o registro antes/depois no historico
      * de movimentacao (operacao P).
      * Datas AAAAMMDD, horas HHMMSSCC.
      * Usado por: PAPEL-USUARIO (manutencao), PAPEIS-ACESSO,
      *            RELATORIO-PAPEIS, CONSULTA-HISTORICO (leitura).
      ******************************************************************
       01 REG-PAPEL-USUARIO.
           03 MBR-CHAVE.
               05 MBR-ID-USUARIO       PIC 9(07).
               05 MBR-PAPEL            PIC X(08).
           03 MBR-DATA-INICIO          PIC 9(08).
           03 MBR-DATA-FIM             PIC 9(08).
               88 MBR-SEM-TERMINO          VALUE 99999999.
           03 MBR-DATA-ALTERACAO       PIC 9(08).
           03 MBR-HORA-ALTERACAO       PIC 9(08).
           03 MBR-OPERADOR             PIC X(08).
