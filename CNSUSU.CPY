      ******************************************************************
      * Copybook: CNSUSU.CPY
      * Layout do registro do cadastro de consentimento de
      * comunicacao (CNS-USUARIO), indexado pelo mesmo ID de
      * ARQ-USUARIO: um registro por usuario, com um bloco por canal
      * (e-mail, telefone e endereco postal), cada um com a opcao
      * ('S' = autorizou receber comunicacao pelo canal, qualquer
      * outro valor = nao autorizou), a data/hora em que a opcao
      * foi registrada, a origem (CADASTRO, NOVUSU, MENU, MNTUSU) e
      * o operador. Um usuario sem registro conta como sem
      * consentimento em todos os canais.
      * Toda mudanca de opcao passa por GRAVA-CONSENTIMENTO, que
      * grava o registro inteiro antes/depois no historico de
      * movimentacao (operacao C), prova de quando o consentimento
      * foi dado ou retirado.
      * A visao em tabela (CNS-CANAL, 1 = e-mail, 2 = telefone,
      * 3 = endereco) serve a quem trata os tres canais pela mesma
      * regra.
      * Usado por: GRAVA-CONSENTIMENTO (gravacao),
      *            CONSENTIMENTO-USUARIO, CONSULTA-HISTORICO,
      *            EXPORTA-USUARIOS, GERA-NOTIFICACOES,
      *            GERA-CAMPANHA (leitura).
      ******************************************************************
       01 REG-CONSENTIMENTO.
           03 CNS-ID-USUARIO           PIC 9(07).
           03 CNS-CANAIS.
               05 CNS-CANAL-EMAIL.
                   07 CNS-EMAIL-OPCAO      PIC X(01).
                       88 CNS-EMAIL-AUTORIZADO     VALUE 'S'.
                   07 CNS-EMAIL-DATA       PIC 9(08).
                   07 CNS-EMAIL-HORA       PIC 9(08).
                   07 CNS-EMAIL-ORIGEM     PIC X(08).
                   07 CNS-EMAIL-OPERADOR   PIC X(08).
               05 CNS-CANAL-TELEFONE.
                   07 CNS-FONE-OPCAO       PIC X(01).
                       88 CNS-FONE-AUTORIZADO      VALUE 'S'.
                   07 CNS-FONE-DATA        PIC 9(08).
                   07 CNS-FONE-HORA        PIC 9(08).
                   07 CNS-FONE-ORIGEM      PIC X(08).
                   07 CNS-FONE-OPERADOR    PIC X(08).
               05 CNS-CANAL-ENDERECO.
                   07 CNS-END-OPCAO        PIC X(01).
                       88 CNS-END-AUTORIZADO       VALUE 'S'.
                   07 CNS-END-DATA         PIC 9(08).
                   07 CNS-END-HORA         PIC 9(08).
                   07 CNS-END-ORIGEM       PIC X(08).
                   07 CNS-END-OPERADOR     PIC X(08).
           03 CNS-TAB-CANAIS REDEFINES CNS-CANAIS.
               05 CNS-CANAL OCCURS 3 TIMES.
                   07 CNS-OPCAO            PIC X(01).
                   07 CNS-DATA             PIC 9(08).
                   07 CNS-HORA             PIC 9(08).
                   07 CNS-ORIGEM           PIC X(08).
                   07 CNS-OPERADOR         PIC X(08).
