      * endereco ativo e a suspensao automatica de inativos
      * (SUSPENDE-INATIVOS) usam para saber quem de fato usa a
      * conta. Zeros = nenhum acesso desde que a estampa existe.
      * Expiracao da conta: REG-DATA-EXPIRA e o ultimo dia de
      * validade de uma conta temporaria (terceiro, estagiario),
      * informado no cadastro, na alteracao ou em lote (NOVUSU,
      * MNTUSU). Passado esse dia, VERIFICA-ACESSO recusa o acesso
      * como conta expirada e o batch noturno CANCELA-EXPIRADOS
      * cancela a conta. Zeros = conta sem expiracao.
      ******************************************************************
      * O ID passou de 4 para 7 digitos quando o contador se
      * aproximou de 9999 (IDs cancelados nao sao reaproveitados por
           03 REG-CIDADE-ARQ-USUARIO   PIC X(20).
           03 REG-UF-ARQ-USUARIO       PIC X(02).
           03 REG-CEP-ARQ-USUARIO      PIC X(08).
           03 REG-DATA-EXPIRA-ARQ-USUARIO
                                       PIC 9(08).
