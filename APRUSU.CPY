      ******************************************************************
      * Copybook: APRUSU.CPY
      * Layout do registro do arquivo de solicitacoes de aprovacao
      * (DD/variavel APRPEN): exclusao fisica (EXCLUSAO-USUARIO) e
      * unificacao de duplicados (UNIFICA-USUARIOS) nao sao mais
      * aplicadas por um operador sozinho; cada uma vira uma
      * solicitacao com o operador solicitante, os IDs envolvidos e
      * o motivo, e so e aplicada quando um segundo operador, com a
      * autorizacao de aprovador no cadastro de operadores, a aprova
      * pelo menu (APROVA-SOLICITACAO). O solicitante nunca aprova a
      * propria solicitacao.
      * Situacao: P pendente, A aprovada e aplicada, R rejeitada (ou
      * retirada pelo solicitante), X expirada sem decisao (ver
      * RELATORIO-APROVACOES, janela APRVAL), F aprovada mas a
      * aplicacao foi recusada (registro ja excluido, cancelado...).
      * As decididas permanecem no arquivo com o aprovador e a
      * data/hora da decisao: o arquivo e a trilha de quem pediu e
      * de quem aprovou cada acao irreversivel.
      * Na exclusao, APR-ID-ALVO e o usuario a excluir; na
      * unificacao, e a vitima, e APR-ID-SOBREVIVE/APR-COPIA-* levam
      * o resto da decisao. Um alvo so pode ter uma solicitacao
      * pendente por vez.
      * Usado por: REGISTRA-SOLICITACAO (inclusao),
      *            APROVA-SOLICITACAO, RELATORIO-APROVACOES.
      ******************************************************************
       01 REG-APROVACAO.
           03 APR-NUMERO               PIC 9(07).
           03 FILLER                   PIC X(01).
           03 APR-TIPO                 PIC X(01).
               88 APR-EXCLUSAO             VALUE 'E'.
               88 APR-UNIFICACAO           VALUE 'U'.
           03 FILLER                   PIC X(01).
           03 APR-ID-ALVO              PIC 9(07).
           03 FILLER                   PIC X(01).
           03 APR-ID-SOBREVIVE         PIC 9(07).
           03 FILLER                   PIC X(01).
           03 APR-COPIA-NOME           PIC X(01).
           03 FILLER                   PIC X(01).
           03 APR-COPIA-FONE           PIC X(01).
           03 FILLER                   PIC X(01).
           03 APR-MOTIVO               PIC X(40).
           03 FILLER                   PIC X(01).
           03 APR-SOLICITANTE          PIC X(08).
           03 FILLER                   PIC X(01).
           03 APR-DATA-PEDIDO          PIC 9(08).
           03 FILLER                   PIC X(01).
           03 APR-HORA-PEDIDO          PIC 9(08).
           03 FILLER                   PIC X(01).
           03 APR-SITUACAO             PIC X(01).
               88 APR-PENDENTE             VALUE 'P'.
               88 APR-APROVADA             VALUE 'A'.
               88 APR-REJEITADA            VALUE 'R'.
               88 APR-EXPIRADA             VALUE 'X'.
               88 APR-FALHOU               VALUE 'F'.
           03 FILLER                   PIC X(01).
           03 APR-APROVADOR            PIC X(08).
           03 FILLER                   PIC X(01).
           03 APR-DATA-DECISAO         PIC 9(08).
           03 FILLER                   PIC X(01).
           03 APR-HORA-DECISAO         PIC 9(08).
