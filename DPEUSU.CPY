      ******************************************************************
      * Copybook: DPEUSU.CPY
      * Layout do registro de visualizacao de dados pessoais sem
      * mascara (DD/variavel DPELOG): um registro por usuario exibido
      * ou impresso com e-mail, telefone e endereco completos, com o
      * operador que pediu, o programa e a data/hora. So e gravado
      * quando a saida sai sem mascara (ver CONTROLE-DADOS-PESSOAIS);
      * a saida mascarada, que e o padrao, nao deixa registro.
      * Sempre acrescentado no fim; ninguem regrava o arquivo.
      * Usado por: CONTROLE-DADOS-PESSOAIS (gravacao),
      *            RELATORIO-RECERTIFICACAO (ultimo uso do privilegio).
      ******************************************************************
       01 REG-VISUALIZACAO.
           03 DPE-DATA                 PIC 9(08).
           03 FILLER                   PIC X(01).
           03 DPE-HORA                 PIC 9(08).
           03 FILLER                   PIC X(01).
           03 DPE-OPERADOR             PIC X(08).
           03 FILLER                   PIC X(01).
           03 DPE-PROGRAMA             PIC X(20).
           03 FILLER                   PIC X(01).
           03 DPE-ID-USUARIO           PIC 9(07).
