      *   esperar a confirmacao do gateway (ver
      *   TROCA-EMAIL-PENDENTE); a autorizacao usa a posicao 8 dos
      *   flags do cadastro de operadores, que ja tinha folga.
      * - Nova opcao 9 (consentimento de comunicacao): o operador
      *   consulta e altera, por canal, a autorizacao do usuario para
      *   receber e-mail, telefone e correspondencia (ver
      *   CONSENTIMENTO-USUARIO); a autorizacao usa a posicao 9 dos
      *   flags, a ultima da folga.
      * - Nova opcao A (aprovacao de solicitacoes): exclusao fisica e
      *   unificacao de duplicados passaram a exigir um segundo
      *   operador, que aprova ou rejeita as solicitacoes pendentes
      *   (ver APROVA-SOLICITACAO). A autorizacao de aprovador e a
      *   posicao 10 dos flags, que foram alargados de 9 para 20
      *   posicoes; um registro antigo do cadastro de operadores, mais
      *   curto, continua valendo, com as posicoes novas nao
      *   autorizadas. As opcoes alem da 9 sao letras, cada uma com a
      *   sua posicao fixa nos flags.
      * - Nova opcao B (papeis de acesso): o operador mantem o
      *   catalogo de papeis e os papeis de cada usuario, com a
      *   validade (ver PAPEL-USUARIO); a autorizacao e a posicao 11
      *   dos flags.
      * - Nova autorizacao de ver dados pessoais, na posicao 12 dos
      *   flags, que nao e opcao do menu: sem ela, as consultas e
      *   relatorios chamados pelo menu mostram e-mail, telefone e
      *   endereco mascarados. A sessao informa DADCOM = 'S' ou 'N'
      *   conforme o flag, e CONTROLE-DADOS-PESSOAIS confere de novo
      *   no cadastro e registra cada usuario mostrado sem mascara.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENU-USUARIO.
      * Cadastro de operadores: um registro por operador, campos
      * separados por ';'. As autorizacoes sao um flag por opcao do
      * menu, na posicao do numero da opcao ('S' = autorizada), com
      * folga para opcoes futuras; as opcoes em letra usam as
      * posicoes a partir da 10 (A = 10, aprovador; B = 11,
      * papeis de acesso). A posicao 12 nao e opcao: e a
      * autorizacao de ver dados pessoais sem mascara. A opcao 0
      * (sair) nao depende de autorizacao.
       FD OPERADORES.
       01 REG-OPERADOR.
           03 OPR-CODIGO               PIC X(08).
           03 FILLER                   PIC X(01).
           03 OPR-SENHA                PIC X(11).
           03 FILLER                   PIC X(01).
           03 OPR-AUTORIZACOES         PIC X(20).

       WORKING-STORAGE SECTION.
       01 STATUS-OPERADORES       PIC X(2).
      * working storage antes de o arquivo fechar.
       01 WS-SENHA-CADASTRADA     PIC X(11).
       01 WS-NOME-CADASTRADO      PIC X(30).
       01 WS-AUTORIZ-CADASTRADAS  PIC X(20).
       01 WS-SESSAO-ABERTA        PIC X(1) VALUE 'N'.
       01 WS-TENTATIVAS           PIC 9(01) VALUE ZERO.
       01 WS-NOME-SESSAO          PIC X(30).
       01 WS-AUTORIZACOES         PIC X(20).
       01 WS-NUM-OPCAO            PIC 9(01).
       01 WS-POS-AUTORIZACAO      PIC 9(02).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            IF WS-SESSAO-ABERTA = 'S'
               SET ENVIRONMENT 'OPRUSU' TO WS-OPERADOR
               IF WS-AUTORIZACOES(12:1) = 'S'
                  SET ENVIRONMENT 'DADCOM' TO 'S'
               ELSE
                  SET ENVIRONMENT 'DADCOM' TO 'N'
               END-IF
               DISPLAY 'Operador identificado: ' WS-OPERADOR ' - '
                       WS-NOME-SESSAO
            END-IF
            DISPLAY ' 6 - Historico de movimentacao'
            DISPLAY ' 7 - Consultar usuario (ID ou e-mail)'
            DISPLAY ' 8 - Trocas de e-mail pendentes'
            DISPLAY ' 9 - Consentimento de comunicacao'
            DISPLAY ' A - Aprovar solicitacoes (exclusao/unificacao)'
            DISPLAY ' B - Papeis de acesso (catalogo e usuarios)'
            DISPLAY ' 0 - Sair'
            DISPLAY 'Opcao: ' WITH NO ADVANCING
            ACCEPT WS-OPCAO
            INSPECT WS-OPCAO CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                                     TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

            EVALUATE WS-OPCAO
                WHEN '1'
                    PERFORM P030-DESPACHA-OPCAO
                WHEN '8'
                    PERFORM P030-DESPACHA-OPCAO
                WHEN '9'
                    PERFORM P030-DESPACHA-OPCAO
                WHEN 'A'
                    PERFORM P030-DESPACHA-OPCAO
                WHEN 'B'
                    PERFORM P030-DESPACHA-OPCAO
                WHEN '0'
                    MOVE 'N' TO WS-CONTINUA
                WHEN OTHER
       P030-DESPACHA-OPCAO.
      * Uma opcao fora das autorizacoes do operador nao executa; o
      * flag da opcao fica na posicao do proprio numero dentro das
      * autorizacoes lidas do cadastro de operadores, e o de uma
      * opcao em letra na posicao fixa dela, depois da 9.

            EVALUATE WS-OPCAO
                WHEN 'A'
                    MOVE 10 TO WS-POS-AUTORIZACAO
                WHEN 'B'
                    MOVE 11 TO WS-POS-AUTORIZACAO
                WHEN OTHER
                    MOVE WS-OPCAO TO WS-NUM-OPCAO
                    MOVE WS-NUM-OPCAO TO WS-POS-AUTORIZACAO
            END-EVALUATE

            IF WS-AUTORIZACOES(WS-POS-AUTORIZACAO:1) NOT = 'S'
               DISPLAY '*** Operador ' WS-OPERADOR ' nao autorizado '
                       'para esta opcao. ***'
            ELSE
                       CALL 'CONSULTA-USUARIO'
                   WHEN '8'
                       CALL 'TROCA-EMAIL-PENDENTE'
                   WHEN '9'
                       CALL 'CONSENTIMENTO-USUARIO'
                   WHEN 'A'
                       CALL 'APROVA-SOLICITACAO'
                   WHEN 'B'
                       CALL 'PAPEL-USUARIO'
               END-EVALUATE
            END-IF
            .
