      *   existente convertida pela execucao unica de
      *   CONVERTE-ID-USUARIO; o esgotamento explicito do contador
      *   continua valendo, agora no limite 9999999.
      * - O cadastro passou a registrar o consentimento de
      *   comunicacao do usuario novo por canal (e-mail, telefone,
      *   endereco), recebido no fim de WS-USUARIO junto com a
      *   origem: a gravacao bem sucedida chama GRAVA-CONSENTIMENTO
      *   com o ID recem emitido, nos dois caminhos (unitario e
      *   sessao de lote), sob a mesma trava do cadastro.
      * - O registro novo passou a receber a data de expiracao da
      *   conta (ver ARQUSU), recebida no fim de WS-USUARIO; em
      *   branco a conta nasce sem expiracao.
      * - Todo usuario incluido passou a ter a chave fonetica do nome
      *   gravada no indice da busca por nome (GRAVA-FONETICA, ver
      *   FONUSU), nos dois caminhos de gravacao; uma falha no
      *   indice so e avisada, sem desfazer o cadastro.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERAR-ARQUIVO.

       01 WS-HIST-OPERACAO        PIC X(01).
       01 WS-HIST-ID              PIC 9(07).
       01 WS-IMAGEM-ANTES         PIC X(300).
       01 WS-IMAGEM-DEPOIS        PIC X(300).

       01 WS-DSN-NOTIF-PENDENTES  PIC X(100).
       01 STATUS-NOTIF-PENDENTES  PIC X(2).
       01 WS-SESSAO-ABERTA        PIC X(1) VALUE 'N'.
       01 WS-ULTIMO-ID-SESSAO     PIC 9(07).

       01 WS-CNS-STATUS           PIC 9(01).

       01 WS-FON-OPERACAO         PIC X(01).
       01 WS-FON-STATUS           PIC 9(01).

       LINKAGE SECTION.
      * Espelho do inicio do copybook USUARIO, na mesma ordem e
      * tamanho dos campos capturados; o bloco de endereco ja chega
      * validado por VALIDA-DADOS (em branco = sem endereco) e o
      * consentimento por canal vem logo depois, com a origem, e
      * por fim a data de expiracao da conta (em branco = sem).
       01 WS-USUARIO-RECEBIDO.
           03 WS-EMAIL-RECEBIDO            PIC X(30).
           03 WS-NAME-RECEBIDO             PIC X(30).
           03 WS-CIDADE-RECEBIDO           PIC X(20).
           03 WS-UF-RECEBIDO               PIC X(02).
           03 WS-CEP-RECEBIDO              PIC X(08).
           03 WS-CONSENTIMENTO-RECEBIDO.
               05 WS-CNS-EMAIL-RECEBIDO    PIC X(01).
               05 WS-CNS-TELEFONE-RECEBIDO PIC X(01).
               05 WS-CNS-ENDERECO-RECEBIDO PIC X(01).
           03 WS-CNS-ORIGEM-RECEBIDO       PIC X(08).
           03 WS-DATA-EXPIRA-RECEBIDO      PIC X(08).

       01 WS-STATUS-GERACAO                PIC 9(01).
      * 0 = gravado com sucesso (em 'A'/'F', sessao aberta/fechada)
                  MOVE 'S' TO WS-CHAVE-DUPLICADA
               NOT INVALID KEY
                  PERFORM P035-GRAVA-HISTORICO
                  PERFORM P038-GRAVA-CONSENTIMENTO
                  PERFORM P039-GRAVA-FONETICA
                  PERFORM P036-GRAVA-NOTIFICACAO
            END-WRITE

              MOVE ZERO TO REG-DATA-ULT-ACESSO-ARQ-USUARIO
              MOVE ZERO TO REG-HORA-ULT-ACESSO-ARQ-USUARIO

      *       Expiracao ja conferida por VALIDA-DADOS; em branco a
      *       conta nasce sem expiracao (zeros).
              IF WS-DATA-EXPIRA-RECEBIDO IS NUMERIC
                 MOVE WS-DATA-EXPIRA-RECEBIDO
                   TO REG-DATA-EXPIRA-ARQ-USUARIO
              ELSE
                 MOVE ZERO TO REG-DATA-EXPIRA-ARQ-USUARIO
              END-IF

              MOVE SPACES          TO   WS-IMAGEM-ANTES
              MOVE REG-ARQ-USUARIO TO   WS-IMAGEM-DEPOIS
            .
            .
       P037-FIM.

       P038-GRAVA-CONSENTIMENTO.
      * O consentimento so pode ser gravado aqui, onde o ID do
      * usuario novo e conhecido; GRAVA-CONSENTIMENTO cria o
      * registro com os canais recebidos (o que nao veio 'S' fica
      * nao autorizado) e deixa a operacao C no historico. Uma
      * falha no consentimento nao desfaz o cadastro: o usuario
      * fica sem consentimento, o caso seguro, e o operador
      * corrige pela opcao de consentimento do menu.

            CALL 'GRAVA-CONSENTIMENTO' USING WS-PROX-ID
                                              WS-CONSENTIMENTO-RECEBIDO
                                              WS-CNS-ORIGEM-RECEBIDO
                                              WS-CNS-STATUS
            IF WS-CNS-STATUS = 9
               DISPLAY 'AVISO: consentimento do ID ' WS-PROX-ID
                       ' nao gravado; usuario fica sem '
                       'consentimento.'
            END-IF
            .
       P038-FIM.

       P039-GRAVA-FONETICA.
      * Chave do nome no indice fonetico da busca por nome
      * (GRAVA-FONETICA). Como no consentimento, uma falha aqui nao
      * desfaz o cadastro: o aviso manda reconstruir o indice.

            MOVE 'G' TO WS-FON-OPERACAO
            CALL 'GRAVA-FONETICA' USING WS-FON-OPERACAO
                                         WS-PROX-ID
                                         WS-NAME-RECEBIDO
                                         WS-FON-STATUS
            IF WS-FON-STATUS = 9
               DISPLAY 'AVISO: indice fonetico do ID ' WS-PROX-ID
                       ' nao gravado; rodar GERA-FONETICA.'
            END-IF
            .
       P039-FIM.

       P095-LIBERA-TRAVA.

            MOVE '2' TO WS-TRAVA-OPERACAO
                           MOVE 4 TO WS-STATUS-GERACAO
                        NOT INVALID KEY
                           PERFORM P035-GRAVA-HISTORICO
                           PERFORM P038-GRAVA-CONSENTIMENTO
                           PERFORM P039-GRAVA-FONETICA
                           PERFORM P037-MONTA-GRAVA-PENDENTE
                     END-WRITE
                  END-IF
