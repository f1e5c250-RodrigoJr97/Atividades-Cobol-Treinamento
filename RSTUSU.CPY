      ******************************************************************
      * Copybook: RSTUSU.CPY
      * Layout do registro de codigos de redefinicao de senha
      * (RST-USUARIO), indexado pelo mesmo ID de ARQ-USUARIO: um
      * registro por usuario com o ultimo codigo de uso unico
      * emitido por SOLICITA-RESET-SENHA - um pedido novo substitui
      * o anterior, entao so o codigo mais recente vale.
      * O codigo e gravado ofuscado por OFUSCA-SENHA, como as
      * senhas; em claro ele so sai na mensagem tipo R de NOTPEN
      * para o gateway de correio.
      * Situacao: P = pendente (pode ser usado ate a data/hora de
      * expiracao), U = usado (uso unico: CONFIRMA-RESET-SENHA
      * trocou a senha), I = invalidado por tentativas erradas
      * (RST-TENTATIVAS chegou ao limite LIMACS). As tentativas
      * contam por dia: um codigo novo emitido no mesmo dia herda as
      * do anterior ainda nao usado.
      * Datas AAAAMMDD, horas HHMMSSCC.
      * Usado por: SOLICITA-RESET-SENHA (emissao),
      *            CONFIRMA-RESET-SENHA (resgate).
      ******************************************************************
       01 REG-RESET-SENHA.
           03 RST-ID-USUARIO           PIC 9(07).
           03 RST-CODIGO               PIC X(11).
           03 RST-DATA-EMISSAO         PIC 9(08).
           03 RST-HORA-EMISSAO         PIC 9(08).
           03 RST-DATA-EXPIRA          PIC 9(08).
           03 RST-HORA-EXPIRA          PIC 9(08).
           03 RST-SITUACAO             PIC X(01).
               88 RST-PENDENTE             VALUE 'P'.
               88 RST-USADO                VALUE 'U'.
               88 RST-INVALIDADO           VALUE 'I'.
           03 RST-TENTATIVAS           PIC 9(02).
           03 RST-DATA-USO             PIC 9(08).
           03 RST-HORA-USO             PIC 9(08).
