      *   (CONFIRMA-EMAIL) ou o comando do operador no menu
      *   (TROCA-EMAIL-PENDENTE) aplicarem a troca. Pendencias nao
      *   confirmadas expiram em PENVAL dias, com relatorio.
      * - Uma senha nova que repete qualquer uma das ultimas N senhas
      *   do usuario (a atual inclusive; N em SENQTD, padrao 5) e
      *   recusada, pela mesma rotina HISTORICO-SENHA da manutencao
      *   em lote; depois da regravacao, a senha que deixou de valer
      *   entra no historico de senhas (ver SENUSU).
      * - A data de expiracao da conta (ver ARQUSU) passou a ser
      *   alteravel por aqui, depois do endereco: ENTER mantem, L
      *   deixa a conta sem expiracao e uma data nova precisa ser
      *   valida e nao anterior a hoje, a mesma regra do cadastro.
      * - Toda regravacao aceita passou a atualizar a chave fonetica
      *   do nome no indice da busca por nome (GRAVA-FONETICA, ver
      *   FONUSU), para a busca nunca devolver o nome antigo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALTERACAO-USUARIO.
       01 WS-NOVA-SENHA           PIC X(11).
       01 WS-SENHA-OFUSCADA       PIC X(11).
       01 WS-STATUS-SENHA-NOVA    PIC 9(01).
       01 WS-SENHA-ANTERIOR       PIC X(11).
       01 WS-HSN-OPERACAO         PIC X(01).
       01 WS-HSN-STATUS           PIC 9(01).

      * O telefone e digitado num campo alfanumerico antes de ir para
      * WS-NOVO-TELEFONE (PIC 9(11)): um ACCEPT direto numa PIC 9(11)
       01 WS-NOVA-UF              PIC X(02).
       01 WS-NOVO-CEP             PIC X(08).

       01 WS-NOVA-EXPIRACAO       PIC X(08).
       01 WS-NOVA-EXPIRACAO-NUM   PIC 9(08).
       01 WS-DATA-HOJE            PIC X(08).
       01 WS-EXPIRACAO-OK         PIC X(01).
           88 EXPIRACAO-OK            VALUE 'S'.

       01 WS-TRAVA-OPERACAO       PIC X(01).
       01 WS-TRAVA-STATUS         PIC 9(01).
       01 WS-LOCK-BLOQUEADO       PIC X(01) VALUE 'N'.

       01 WS-HIST-OPERACAO        PIC X(01).
       01 WS-HIST-ID              PIC 9(07).
       01 WS-IMAGEM-ANTES         PIC X(300).
       01 WS-IMAGEM-DEPOIS        PIC X(300).

       01 WS-FON-OPERACAO         PIC X(01).
       01 WS-FON-STATUS           PIC 9(01).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE 'N' TO WS-ENDERECO-OK
            PERFORM P024-CAPTURA-ENDERECO UNTIL ENDERECO-OK

            MOVE 'N' TO WS-EXPIRACAO-OK
            PERFORM P030-CAPTURA-EXPIRACAO UNTIL EXPIRACAO-OK

            PERFORM P028-CAPTURA-EMAIL-NOVO

      * Toda regravacao cadastral estampa a data/hora de ultima
               NOT INVALID KEY
                  DISPLAY 'Cadastro atualizado com sucesso.'
                  PERFORM P025-GRAVA-HISTORICO
                  PERFORM P026-GRAVA-FONETICA
                  IF SENHA-TROCADA
                     PERFORM P021-GRAVA-HISTORICO-SENHA
                  END-IF
            END-REWRITE
            .
       P020-FIM.
               IF WS-STATUS-SENHA-NOVA = 0
                  CALL 'OFUSCA-SENHA' USING WS-NOVA-SENHA
                                            WS-SENHA-OFUSCADA
      * A conferencia de repeticao e feita com as senhas ofuscadas:
      * a atual ainda esta no registro e o historico guarda as
      * anteriores do mesmo jeito.
                  MOVE 'C' TO WS-HSN-OPERACAO
                  CALL 'HISTORICO-SENHA' USING WS-HSN-OPERACAO
                                               REG-ID-ARQ-USUARIO
                                               WS-SENHA-OFUSCADA
                                               REG-PASSWORD-ARQ-USUARIO
                                               WS-HSN-STATUS
                  EVALUATE WS-HSN-STATUS
                      WHEN 0
                          MOVE REG-PASSWORD-ARQ-USUARIO
                            TO WS-SENHA-ANTERIOR
                          MOVE WS-SENHA-OFUSCADA
                            TO REG-PASSWORD-ARQ-USUARIO
                          MOVE 'S' TO WS-SENHA-OK
                          MOVE 'S' TO WS-SENHA-TROCADA
                      WHEN 1
                          DISPLAY '*** Senha ja usada recentemente, '
                                  'escolha outra. ***'
                      WHEN OTHER
                          DISPLAY '*** Historico de senhas '
                                  'indisponivel; a senha nao pode '
                                  'ser trocada agora. ***'
                  END-EVALUATE
               ELSE
                  DISPLAY '*** Senha nao atende a politica exigida, '
                          'tente novamente. ***'
            .
       P027-FIM.

       P030-CAPTURA-EXPIRACAO.
      * Data de expiracao da conta (ver ARQUSU): ENTER mantem a
      * atual, L deixa a conta sem expiracao e uma data nova passa
      * pela mesma regra do cadastro - AAAAMMDD valida e nao
      * anterior a hoje. E assim que o patrocinador prorroga uma
      * conta temporaria antes do vencimento.

            IF REG-DATA-EXPIRA-ARQ-USUARIO = ZERO
               DISPLAY 'Expiracao atual: sem expiracao'
            ELSE
               DISPLAY 'Expiracao atual: '
                       REG-DATA-EXPIRA-ARQ-USUARIO(7:2) '/'
                       REG-DATA-EXPIRA-ARQ-USUARIO(5:2) '/'
                       REG-DATA-EXPIRA-ARQ-USUARIO(1:4)
            END-IF

            MOVE SPACES TO WS-NOVA-EXPIRACAO
            DISPLAY 'Nova expiracao (AAAAMMDD, ENTER mantem, '
                    'L = sem expiracao): ' WITH NO ADVANCING
            ACCEPT WS-NOVA-EXPIRACAO

            EVALUATE TRUE
                WHEN WS-NOVA-EXPIRACAO = SPACES
                    MOVE 'S' TO WS-EXPIRACAO-OK
                WHEN WS-NOVA-EXPIRACAO = 'L'
                  OR WS-NOVA-EXPIRACAO = 'l'
                    MOVE ZERO TO REG-DATA-EXPIRA-ARQ-USUARIO
                    MOVE 'S' TO WS-EXPIRACAO-OK
                WHEN OTHER
                    ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
                    MOVE ZERO TO WS-NOVA-EXPIRACAO-NUM
                    IF WS-NOVA-EXPIRACAO IS NUMERIC
                       MOVE WS-NOVA-EXPIRACAO TO WS-NOVA-EXPIRACAO-NUM
                    END-IF
                    IF WS-NOVA-EXPIRACAO IS NUMERIC
                       AND FUNCTION TEST-DATE-YYYYMMDD
                              (WS-NOVA-EXPIRACAO-NUM) = 0
                       AND WS-NOVA-EXPIRACAO >= WS-DATA-HOJE
                       MOVE WS-NOVA-EXPIRACAO
                         TO REG-DATA-EXPIRA-ARQ-USUARIO
                       MOVE 'S' TO WS-EXPIRACAO-OK
                    ELSE
                       DISPLAY '*** Data de expiracao invalida ou ja '
                               'passada (AAAAMMDD). ***'
                    END-IF
            END-EVALUATE
            .
       P030-FIM.

       P028-CAPTURA-EMAIL-NOVO.
      * O e-mail nao troca na hora: o pedido fica pendente e uma
      * mensagem de confirmacao vai para o endereco NOVO - se ele
            .
       P025-FIM.

       P026-GRAVA-FONETICA.
      * O nome pode ter mudado: a chave do indice fonetico da busca
      * por nome e recalculada a cada regravacao aceita. Uma falha
      * aqui nao desfaz a alteracao, apenas e avisada.

            MOVE 'G' TO WS-FON-OPERACAO
            CALL 'GRAVA-FONETICA' USING WS-FON-OPERACAO
                                         REG-ID-ARQ-USUARIO
                                         REG-NAME-ARQ-USUARIO
                                         WS-FON-STATUS
            IF WS-FON-STATUS NOT = 0
               DISPLAY 'AVISO: indice fonetico nao atualizado; '
                       'rodar GERA-FONETICA.'
            END-IF
            .
       P026-FIM.

       P021-GRAVA-HISTORICO-SENHA.
      * A senha que deixou de valer so entra no historico depois da
      * regravacao aceita; uma falha aqui nao desfaz a troca, apenas
      * e avisada.

            MOVE 'G' TO WS-HSN-OPERACAO
            CALL 'HISTORICO-SENHA' USING WS-HSN-OPERACAO
                                         REG-ID-ARQ-USUARIO
                                         WS-SENHA-OFUSCADA
                                         WS-SENHA-ANTERIOR
                                         WS-HSN-STATUS
            IF WS-HSN-STATUS NOT = 0
               DISPLAY 'AVISO: senha anterior nao gravada no '
                       'historico de senhas.'
            END-IF
            .
       P021-FIM.

       END PROGRAM ALTERACAO-USUARIO.
