      ******************************************************************
      * Copybook: SENUSU.CPY
      * Layout do registro do historico de senhas (HIST-SENHA),
      * indexado pelo mesmo ID de ARQ-USUARIO: um registro por
      * usuario com as senhas que ele ja usou, gravadas ofuscadas
      * exatamente como OFUSCA-SENHA as produz (a comparacao com uma
      * senha nova e feita ofuscada, nunca em claro), da mais recente
      * (posicao 1) para a mais antiga, cada uma com a data/hora em
      * que deixou de valer. A senha em uso fica em ARQ-USUARIO e nao
      * se repete aqui.
      * A tabela guarda ate 12 senhas anteriores, o teto da
      * quantidade configuravel de senhas conferidas (SENQTD); a
      * mais antiga sai quando uma nova entra com a tabela cheia.
      * Um usuario sem registro ainda nao trocou de senha desde que
      * o historico existe.
      * Gravacao e conferencia: HISTORICO-SENHA. A rotacao de chave
      * (RECIFRA-SENHAS) reofusca as senhas daqui junto com as de
      * ARQ-USUARIO, e a anonimizacao (ANONIMIZA-USUARIO) exclui o
      * registro dos IDs anonimizados.
      ******************************************************************
       01 REG-HIST-SENHA.
           03 HSN-ID-USUARIO           PIC 9(07).
           03 HSN-QTD-SENHAS           PIC 9(02).
           03 HSN-SENHAS-ANTERIORES OCCURS 12 TIMES.
               05 HSN-SENHA            PIC X(11).
               05 HSN-DATA-TROCA       PIC 9(08).
               05 HSN-HORA-TROCA       PIC 9(08).
