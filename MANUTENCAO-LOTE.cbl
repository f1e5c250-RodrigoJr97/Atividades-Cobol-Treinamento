      *          uma em ALTERACAO-USUARIO/EXCLUSAO-USUARIO.
      *          Layout da transacao (campos separados por ';'):
      *            OPERACAO   X(01)  A=alterar  E=excluir
      *                              C=consentimento de comunicacao
      *                              S=suspender
      *            ID         X(07)  em branco: localizar pelo e-mail
      *            EMAIL      X(30)  destino quando o ID esta vazio
      *            NOVO-NOME  X(30)  em branco: mantem o atual;
      *                              na operacao E, o motivo da
      *                              exclusao (obrigatorio)
      *            NOVA-SENHA X(11)  em branco: mantem a atual
      *            NOVO-FONE  X(11)  em branco: mantem o atual
      *            LOGRADOURO X(30)  bloco de endereco: todo em
      *            CEP        X(08)  UF e CEP (faixas CEP-VALIDOS)
      *                              obrigatorios; limpar endereco
      *                              e acao do fluxo interativo
      *            CNS-EMAIL  X(01)  so na operacao C: S autoriza,
      *            CNS-FONE   X(01)  N retira, branco mantem a
      *            CNS-END    X(01)  opcao atual do canal
      *            EXPIRACAO  X(08)  so na operacao A: AAAAMMDD
      *                              nova expiracao da conta,
      *                              00000000 deixa sem expiracao,
      *                              branco mantem a atual
      *          Uma senha nova passa pela mesma VALIDA-SENHA e um
      *          telefone novo pelas mesmas regras de DDD do fluxo
      *          interativo; nada entra por aqui que o terminal
      *          inacessivel), como a carga de cadastro; RC 12 com a
      *          trava em andamento.
      * Tectonics: cobc
      ******************************************************************
      * Alteracoes:
      * - Nova operacao C: registra o consentimento de comunicacao
      *   por canal (e-mail, telefone, endereco) vindo em lote, como
      *   a lista de descadastro da mala direta, pela mesma
      *   GRAVA-CONSENTIMENTO do cadastro e do menu (origem MNTUSU,
      *   historico com operacao C). Os tres flags de canal foram
      *   acrescentados ao fim da transacao, que passou de 182 para
      *   188 posicoes (registro com o motivo: 199); as operacoes A e
      *   E ignoram esses campos. Opcao diferente de S/N/branco
      *   rejeita com motivo CONSENTIM; os tres em branco, SEMDADOS.
      * - Uma senha nova que repete qualquer uma das ultimas N senhas
      *   do usuario (a atual inclusive; N em SENQTD, padrao 5) e
      *   rejeitada com motivo SENHAREP, pela mesma rotina
      *   HISTORICO-SENHA do fluxo interativo (historico
      *   inacessivel: HISTSENHA); depois da regravacao, a senha que
      *   deixou de valer entra no historico de senhas (ver SENUSU).
      * - Nova operacao S: suspende o usuario (situacao S), com a
      *   mesma regra de SITUACAO-USUARIO e SUSPENDE-INATIVOS - so
      *   um ativo e suspenso, com estampa de alteracao e historico
      *   (operacao S); um usuario ja suspenso rejeita com motivo
      *   SITUACAO. E a operacao que a conciliacao com o RH
      *   (CONCILIA-RH) gera para os desligados; so o ID ou o e-mail
      *   sao lidos, os demais campos sao ignorados.
      * - A operacao A ganhou a data de expiracao da conta (ver
      *   ARQUSU), acrescida no fim da transacao (layout de 188 para
      *   197 posicoes; registro com o motivo: 208): AAAAMMDD grava
      *   uma nova expiracao, 00000000 deixa a conta sem expiracao e
      *   branco mantem a atual. Data invalida ou ja passada rejeita
      *   com motivo EXPIRACAO; as demais operacoes ignoram o campo.
      * - Alteracao e exclusao aceitas passaram a atualizar o indice
      *   fonetico da busca por nome (GRAVA-FONETICA, ver FONUSU).
      * - A operacao E deixou de excluir direto: como no fluxo
      *   interativo (EXCLUSAO-USUARIO), vira uma solicitacao
      *   pendente (REGISTRA-SOLICITACAO, arquivo APRPEN) em nome do
      *   operador de OPRUSU, com o motivo levado no campo do nome,
      *   e so e aplicada quando outro operador a aprova pelo menu
      *   (opcao A). Rejeita com motivo MOTIVO (motivo em branco),
      *   PENDENTE (o usuario ja tem solicitacao pendente), OPERADOR
      *   (OPRUSU vazio) ou APROVACAO (arquivo de solicitacoes
      *   inacessivel); aceita conta a solicitacao registrada.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUTENCAO-LOTE.
      * entrada tem folga para o motivo do arquivo de rejeitados,
      * permitindo resubmeter um rejeitado corrigido como esta.
       FD MANUTENCOES.
       01 REG-MANUTENCOES             PIC X(208).

       FD REJEITADOS.
       01 REG-REJEITADOS              PIC X(208).

       FD DDD-VALIDOS.
       01 REG-DDD-VALIDO              PIC X(02).
               05 WS-MNT-UF           PIC X(02).
               05 FILLER              PIC X VALUE ';'.
               05 WS-MNT-CEP          PIC X(08).
           03 FILLER              PIC X VALUE ';'.
           03 WS-MNT-CONSENTIMENTO.
               05 WS-MNT-CNS-EMAIL    PIC X(01).
               05 FILLER              PIC X VALUE ';'.
               05 WS-MNT-CNS-FONE     PIC X(01).
               05 FILLER              PIC X VALUE ';'.
               05 WS-MNT-CNS-END      PIC X(01).
           03 FILLER              PIC X VALUE ';'.
           03 WS-MNT-EXPIRA       PIC X(08).

       01 WS-REJEITO.
           03 WS-REJ-TRANSACAO    PIC X(197).
           03 FILLER              PIC X(01) VALUE ';'.
           03 WS-REJ-MOTIVO       PIC X(10).

       01 WS-ID-TEXTO             PIC X(07) JUSTIFIED RIGHT.
       01 WS-ID-BUSCA             PIC 9(07).

       01 WS-DATA-HOJE            PIC X(08).
       01 WS-MNT-EXPIRA-NUM       PIC 9(08).

       01 WS-STATUS-SENHA-NOVA    PIC 9(01).
       01 WS-SENHA-OFUSCADA       PIC X(11).
       01 WS-SENHA-ANTERIOR       PIC X(11).
       01 WS-HSN-OPERACAO         PIC X(01).
       01 WS-HSN-STATUS           PIC 9(01).

       01 WS-TELEFONE-FORMATADO.
           03 WS-TEL-ABRE          PIC X(01).

       01 WS-HIST-OPERACAO        PIC X(01).
       01 WS-HIST-ID              PIC 9(07).
       01 WS-IMAGEM-ANTES         PIC X(300).
       01 WS-IMAGEM-DEPOIS        PIC X(300).

      * Opcoes de canal repassadas a GRAVA-CONSENTIMENTO, sem os
      * separadores da transacao.
       01 WS-CNS-CANAIS.
           03 WS-CNS-EMAIL        PIC X(01).
           03 WS-CNS-TELEFONE     PIC X(01).
           03 WS-CNS-ENDERECO     PIC X(01).
       01 WS-CNS-ORIGEM           PIC X(08) VALUE 'MNTUSU'.
       01 WS-CNS-STATUS           PIC 9(01).

       01 WS-FON-OPERACAO         PIC X(01).
       01 WS-FON-STATUS           PIC 9(01).

       01 WS-APR-TIPO             PIC X(01) VALUE 'E'.
       01 WS-APR-SOBREVIVE        PIC 9(07) VALUE ZERO.
       01 WS-APR-COPIA-NOME       PIC X(01) VALUE SPACE.
       01 WS-APR-COPIA-FONE       PIC X(01) VALUE SPACE.
       01 WS-APR-MOTIVO           PIC X(40).
       01 WS-APR-NUMERO           PIC 9(07).
       01 WS-APR-STATUS           PIC 9(01).

       01 WS-TRAVA-OPERACAO       PIC X(01).
       01 WS-TRAVA-STATUS         PIC 9(01).
                   WHEN WS-MNT-OPERACAO = 'E'
                     OR WS-MNT-OPERACAO = 'e'
                       PERFORM P160-APLICA-EXCLUSAO
                   WHEN WS-MNT-OPERACAO = 'C'
                     OR WS-MNT-OPERACAO = 'c'
                       PERFORM P165-APLICA-CONSENTIMENTO
                   WHEN WS-MNT-OPERACAO = 'S'
                     OR WS-MNT-OPERACAO = 's'
                       PERFORM P162-APLICA-SUSPENSAO
                   WHEN OTHER
                       MOVE 'OPERACAO' TO WS-REJ-MOTIVO
                       PERFORM P180-GRAVA-REJEITADO
               AND WS-MNT-NOVA-SENHA = SPACES
               AND WS-MNT-NOVO-FONE = SPACES
               AND WS-TEM-ENDERECO = 'N'
               AND WS-MNT-EXPIRA = SPACES
               MOVE 'SEMDADOS' TO WS-REJ-MOTIVO
               PERFORM P180-GRAVA-REJEITADO
            ELSE
                  MOVE 'SENHA' TO WS-REJ-MOTIVO
                  MOVE 'N' TO WS-TRANSACAO-VALIDA
                  PERFORM P180-GRAVA-REJEITADO
               ELSE
                  PERFORM P148-CONFERE-REPETICAO
               END-IF
            END-IF

               AND WS-TEM-ENDERECO = 'S'
               PERFORM P147-VALIDA-ENDERECO-NOVO
            END-IF

            IF WS-TRANSACAO-VALIDA = 'S'
               AND WS-MNT-EXPIRA NOT = SPACES
               AND WS-MNT-EXPIRA NOT = '00000000'
               PERFORM P149-VALIDA-EXPIRA-NOVA
            END-IF
            .
       P145-FIM.

       P148-CONFERE-REPETICAO.
      * Mesma regra do fluxo interativo: a senha nova, ofuscada, nao
      * pode repetir a atual do registro nem as anteriores guardadas
      * no historico de senhas.

            CALL 'OFUSCA-SENHA' USING WS-MNT-NOVA-SENHA
                                       WS-SENHA-OFUSCADA
            MOVE 'C' TO WS-HSN-OPERACAO
            CALL 'HISTORICO-SENHA' USING WS-HSN-OPERACAO
                                         REG-ID-ARQ-USUARIO
                                         WS-SENHA-OFUSCADA
                                         REG-PASSWORD-ARQ-USUARIO
                                         WS-HSN-STATUS

            IF WS-HSN-STATUS NOT = 0
               IF WS-HSN-STATUS = 1
                  MOVE 'SENHAREP' TO WS-REJ-MOTIVO
               ELSE
                  MOVE 'HISTSENHA' TO WS-REJ-MOTIVO
               END-IF
               MOVE 'N' TO WS-TRANSACAO-VALIDA
               PERFORM P180-GRAVA-REJEITADO
            END-IF
            .
       P148-FIM.

       P149-VALIDA-EXPIRA-NOVA.
      * Mesma regra do cadastro e do fluxo interativo: AAAAMMDD que
      * exista no calendario e nao anterior a hoje.

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            MOVE ZERO TO WS-MNT-EXPIRA-NUM
            IF WS-MNT-EXPIRA IS NUMERIC
               MOVE WS-MNT-EXPIRA TO WS-MNT-EXPIRA-NUM
            END-IF

            IF WS-MNT-EXPIRA IS NUMERIC
               AND FUNCTION TEST-DATE-YYYYMMDD(WS-MNT-EXPIRA-NUM) = 0
               AND WS-MNT-EXPIRA >= WS-DATA-HOJE
               CONTINUE
            ELSE
               MOVE 'EXPIRACAO' TO WS-REJ-MOTIVO
               MOVE 'N' TO WS-TRANSACAO-VALIDA
               PERFORM P180-GRAVA-REJEITADO
            END-IF
            .
       P149-FIM.

       P142-CONFERE-TEM-ENDERECO.
      * O bloco de endereco so conta como informado quando algum dos
      * seis campos veio preenchido; todo em branco mantem o
            IF WS-MNT-NOVA-SENHA NOT = SPACES
               CALL 'OFUSCA-SENHA' USING WS-MNT-NOVA-SENHA
                                          WS-SENHA-OFUSCADA
               MOVE REG-PASSWORD-ARQ-USUARIO TO WS-SENHA-ANTERIOR
               MOVE WS-SENHA-OFUSCADA TO REG-PASSWORD-ARQ-USUARIO
      * Uma senha nova reinicia a janela de validade da senha,
      * mesma regra do fluxo interativo.
               MOVE WS-MNT-CEP    TO REG-CEP-ARQ-USUARIO
            END-IF

            IF WS-MNT-EXPIRA NOT = SPACES
               MOVE WS-MNT-EXPIRA TO REG-DATA-EXPIRA-ARQ-USUARIO
            END-IF

      * Toda regravacao cadastral estampa a data/hora de ultima
      * alteracao no registro.
            ACCEPT REG-DATA-ALTERACAO-ARQ-USUARIO FROM DATE YYYYMMDD
                  ADD 1 TO WS-TOTAL-ACEITOS
                  MOVE 'A' TO WS-HIST-OPERACAO
                  PERFORM P170-GRAVA-HISTORICO
                  MOVE 'G' TO WS-FON-OPERACAO
                  PERFORM P177-GRAVA-FONETICA
                  IF WS-MNT-NOVA-SENHA NOT = SPACES
                     PERFORM P175-GRAVA-HISTORICO-SENHA
                  END-IF
            END-REWRITE
            .
       P150-FIM.

       P160-APLICA-EXCLUSAO.
      * A exclusao fisica e irreversivel e nao sai de um arquivo
      * sem um segundo operador: vira solicitacao pendente, aplicada
      * por APLICA-EXCLUSAO quando aprovada pelo menu.

            IF WS-MNT-NOVO-NOME = SPACES
               MOVE 'MOTIVO' TO WS-REJ-MOTIVO
               PERFORM P180-GRAVA-REJEITADO
            ELSE
               MOVE WS-MNT-NOVO-NOME TO WS-APR-MOTIVO
               CALL 'REGISTRA-SOLICITACAO' USING WS-APR-TIPO
                                                  WS-HIST-ID
                                                  WS-APR-SOBREVIVE
                                                  WS-APR-COPIA-NOME
                                                  WS-APR-COPIA-FONE
                                                  WS-APR-MOTIVO
                                                  WS-APR-NUMERO
                                                  WS-APR-STATUS
               EVALUATE WS-APR-STATUS
                   WHEN 0
                       ADD 1 TO WS-TOTAL-ACEITOS
                       DISPLAY 'Solicitacao de exclusao '
                               WS-APR-NUMERO ' registrada para o ID '
                               WS-HIST-ID '.'
                   WHEN 1
                       MOVE 'PENDENTE' TO WS-REJ-MOTIVO
                       PERFORM P180-GRAVA-REJEITADO
                   WHEN 2
                       MOVE 'OPERADOR' TO WS-REJ-MOTIVO
                       PERFORM P180-GRAVA-REJEITADO
                   WHEN 3
                       MOVE 'MOTIVO' TO WS-REJ-MOTIVO
                       PERFORM P180-GRAVA-REJEITADO
                   WHEN OTHER
                       MOVE 'APROVACAO' TO WS-REJ-MOTIVO
                       PERFORM P180-GRAVA-REJEITADO
               END-EVALUATE
            END-IF
            .
       P160-FIM.

       P162-APLICA-SUSPENSAO.
      * Mesma mecanica da acao S de SITUACAO-USUARIO: so um ativo e
      * suspenso, com estampa de alteracao e historico com as
      * imagens antes e depois.

            IF NOT SITUACAO-ATIVO
               MOVE 'SITUACAO' TO WS-REJ-MOTIVO
               PERFORM P180-GRAVA-REJEITADO
            ELSE
               MOVE 'S' TO REG-SITUACAO-ARQ-USUARIO
               ACCEPT REG-DATA-ALTERACAO-ARQ-USUARIO
                  FROM DATE YYYYMMDD
               ACCEPT REG-HORA-ALTERACAO-ARQ-USUARIO FROM TIME

               MOVE REG-ARQ-USUARIO TO WS-IMAGEM-DEPOIS

               REWRITE REG-ARQ-USUARIO
                  INVALID KEY
                     MOVE 'REGRAVA' TO WS-REJ-MOTIVO
                     PERFORM P180-GRAVA-REJEITADO
                  NOT INVALID KEY
                     ADD 1 TO WS-TOTAL-ACEITOS
                     MOVE 'S' TO WS-HIST-OPERACAO
                     PERFORM P170-GRAVA-HISTORICO
               END-REWRITE
            END-IF
            .
       P162-FIM.

       P165-APLICA-CONSENTIMENTO.
      * O registro de usuario nao muda: a opcao de cada canal vai
      * para o cadastro de consentimento, e o historico (operacao
      * C) e gravado por GRAVA-CONSENTIMENTO quando algo muda. Uma
      * transacao igual ao consentimento atual conta como aceita.

            MOVE WS-MNT-CNS-EMAIL TO WS-CNS-EMAIL
            MOVE WS-MNT-CNS-FONE  TO WS-CNS-TELEFONE
            MOVE WS-MNT-CNS-END   TO WS-CNS-ENDERECO
            INSPECT WS-CNS-CANAIS CONVERTING 'sn' TO 'SN'

            IF WS-CNS-CANAIS = SPACES
               MOVE 'SEMDADOS' TO WS-REJ-MOTIVO
               PERFORM P180-GRAVA-REJEITADO
            ELSE
               IF (WS-CNS-EMAIL NOT = 'S' AND WS-CNS-EMAIL NOT = 'N'
                   AND WS-CNS-EMAIL NOT = SPACE)
                  OR (WS-CNS-TELEFONE NOT = 'S'
                      AND WS-CNS-TELEFONE NOT = 'N'
                      AND WS-CNS-TELEFONE NOT = SPACE)
                  OR (WS-CNS-ENDERECO NOT = 'S'
                      AND WS-CNS-ENDERECO NOT = 'N'
                      AND WS-CNS-ENDERECO NOT = SPACE)
                  MOVE 'CONSENTIM' TO WS-REJ-MOTIVO
                  PERFORM P180-GRAVA-REJEITADO
               ELSE
                  CALL 'GRAVA-CONSENTIMENTO' USING WS-HIST-ID
                                                    WS-CNS-CANAIS
                                                    WS-CNS-ORIGEM
                                                    WS-CNS-STATUS
                  IF WS-CNS-STATUS = 9
                     MOVE 'CONSENTIM' TO WS-REJ-MOTIVO
                     PERFORM P180-GRAVA-REJEITADO
                  ELSE
                     ADD 1 TO WS-TOTAL-ACEITOS
                  END-IF
               END-IF
            END-IF
            .
       P165-FIM.

       P170-GRAVA-HISTORICO.
      * HISTORICO-USUARIO concentra a gravacao do historico de
            .
       P170-FIM.

       P175-GRAVA-HISTORICO-SENHA.
      * A senha que deixou de valer so entra no historico depois da
      * regravacao aceita; uma falha aqui nao desfaz a troca.

            MOVE 'G' TO WS-HSN-OPERACAO
            CALL 'HISTORICO-SENHA' USING WS-HSN-OPERACAO
                                         REG-ID-ARQ-USUARIO
                                         WS-SENHA-OFUSCADA
                                         WS-SENHA-ANTERIOR
                                         WS-HSN-STATUS
            IF WS-HSN-STATUS NOT = 0
               DISPLAY 'AVISO: senha anterior do ID '
                       REG-ID-ARQ-USUARIO
                       ' nao gravada no historico de senhas.'
            END-IF
            .
       P175-FIM.

       P177-GRAVA-FONETICA.
      * Mantem o indice fonetico da busca por nome junto com a base:
      * G recalcula a chave do nome regravado (a exclusao, que apaga
      * a chave, e aplicada por APLICA-EXCLUSAO). Uma falha aqui nao
      * desfaz a transacao aceita.

            CALL 'GRAVA-FONETICA' USING WS-FON-OPERACAO
                                         WS-HIST-ID
                                         REG-NAME-ARQ-USUARIO
                                         WS-FON-STATUS
            IF WS-FON-STATUS NOT = 0
               DISPLAY 'AVISO: indice fonetico do ID ' WS-HIST-ID
                       ' nao atualizado; rodar GERA-FONETICA.'
            END-IF
            .
       P177-FIM.

       P180-GRAVA-REJEITADO.

            MOVE WS-TRANSACAO-MNT TO WS-REJ-TRANSACAO
