      *   poder ser chamado pelo menu de operacao (MENU-USUARIO) e
      *   devolver o controle ao menu; executado sozinho, o GOBACK
      *   encerra a execucao do mesmo jeito.
      * - Mudancas de consentimento de comunicacao (operacao C, ver
      *   GRAVA-CONSENTIMENTO) aparecem como CONSENTIM, com a opcao
      *   de cada canal antes e depois e a origem da mudanca; as
      *   imagens dessa operacao tem o layout CNSUSU, nao ARQUSU.
      * - Atribuicoes de papel de acesso (operacao P, ver
      *   PAPEL-USUARIO) aparecem como PAPEL, com o papel e a
      *   validade antes e depois; as imagens tem o layout PAPUSU.
      * - E-mail e telefone das imagens saem mascarados (ver
      *   MASCARA-DADOS-PESSOAIS), salvo para o operador com a
      *   autorizacao de ver dados pessoais; nesse caso cada ID
      *   consultado com imagem exibida fica registrado com o
      *   operador e a data/hora (ver CONTROLE-DADOS-PESSOAIS).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTA-HISTORICO.
      * vez de despejar a imagem crua na tela.
       COPY ARQUSU.

      * Mesma ideia para as imagens da operacao C, que sao registros
      * do cadastro de consentimento.
       COPY CNSUSU.

      * E para as da operacao P, registros de atribuicao de papel.
       COPY PAPUSU.

       01 WS-ROTULO-IMAGEM        PIC X(07).

      * Dados pessoais: completos ou mascarados conforme o operador
      * (ver CONTROLE-DADOS-PESSOAIS). O ID consultado e registrado
      * uma vez por consulta, na primeira imagem exibida.
       01 WS-DPE-OPERACAO         PIC X(01).
       01 WS-DPE-PROGRAMA         PIC X(20) VALUE 'CONSULTA-HISTORICO'.
       01 WS-DPE-ID               PIC 9(07).
       01 WS-DPE-COMPLETO         PIC X(01).
       01 WS-ID-REGISTRADO        PIC X(01).
       01 WS-EMAIL-EXIBIDO        PIC X(30).
       01 WS-FONE-EXIBIDO         PIC X(15).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.


            PERFORM P000-RESOLVE-DSN

            MOVE '1' TO WS-DPE-OPERACAO
            MOVE ZERO TO WS-DPE-ID
            CALL 'CONTROLE-DADOS-PESSOAIS' USING WS-DPE-OPERACAO
                                                 WS-DPE-PROGRAMA
                                                 WS-DPE-ID
                                                 WS-DPE-COMPLETO

            PERFORM P010-CONSULTA-ID UNTIL WS-CONTINUA = 'N'

            MOVE '3' TO WS-DPE-OPERACAO
            CALL 'CONTROLE-DADOS-PESSOAIS' USING WS-DPE-OPERACAO
                                                 WS-DPE-PROGRAMA
                                                 WS-DPE-ID
                                                 WS-DPE-COMPLETO

            GOBACK.

       P000-RESOLVE-DSN.

            MOVE ZERO TO WS-TOTAL-MOVIMENTOS
            MOVE 'N' TO WS-EOF-HISTORICO
            MOVE 'N' TO WS-ID-REGISTRADO

            OPEN INPUT HIST-USUARIO

                    DISPLAY 'DEVOLUCAO' WITH NO ADVANCING
                WHEN HIST-RECUPERACAO
                    DISPLAY 'RECUPERA ' WITH NO ADVANCING
                WHEN HIST-CONSENTIMENTO
                    DISPLAY 'CONSENTIM' WITH NO ADVANCING
                WHEN HIST-PAPEL
                    DISPLAY 'PAPEL    ' WITH NO ADVANCING
                WHEN OTHER
                    DISPLAY REG-OPERACAO-HIST '        '
                            WITH NO ADVANCING

            DISPLAY '  Operador: ' REG-OPERADOR-HIST

            EVALUATE TRUE
                WHEN HIST-CONSENTIMENTO
                    MOVE REG-ANTES-HIST TO REG-CONSENTIMENTO
                    MOVE 'Antes  ' TO WS-ROTULO-IMAGEM
                    PERFORM P070-EXIBE-CONSENTIMENTO

                    MOVE REG-DEPOIS-HIST TO REG-CONSENTIMENTO
                    MOVE 'Depois ' TO WS-ROTULO-IMAGEM
                    PERFORM P070-EXIBE-CONSENTIMENTO
                WHEN HIST-PAPEL
                    MOVE REG-ANTES-HIST TO REG-PAPEL-USUARIO
                    MOVE 'Antes  ' TO WS-ROTULO-IMAGEM
                    PERFORM P080-EXIBE-PAPEL

                    MOVE REG-DEPOIS-HIST TO REG-PAPEL-USUARIO
                    MOVE 'Depois ' TO WS-ROTULO-IMAGEM
                    PERFORM P080-EXIBE-PAPEL
                WHEN OTHER
                    MOVE REG-ANTES-HIST TO REG-ARQ-USUARIO
                    MOVE 'Antes  ' TO WS-ROTULO-IMAGEM
                    PERFORM P060-EXIBE-IMAGEM

                    MOVE REG-DEPOIS-HIST TO REG-ARQ-USUARIO
                    MOVE 'Depois ' TO WS-ROTULO-IMAGEM
                    PERFORM P060-EXIBE-IMAGEM
            END-EVALUATE
            .
       P050-FIM.

            IF REG-ARQ-USUARIO = SPACES
               DISPLAY '  ' WS-ROTULO-IMAGEM ': (sem registro)'
            ELSE
               PERFORM P065-PREPARA-DADOS
               DISPLAY '  ' WS-ROTULO-IMAGEM ': '
                       WS-EMAIL-EXIBIDO ' '
                       REG-NAME-ARQ-USUARIO ' '
                       WS-FONE-EXIBIDO ' '
                       REG-SITUACAO-ARQ-USUARIO
            END-IF
            .
       P060-FIM.

       P065-PREPARA-DADOS.

            MOVE REG-EMAIL-ARQ-USUARIO TO WS-EMAIL-EXIBIDO
            MOVE REG-PHONE-ARQ-USUARIO TO WS-FONE-EXIBIDO

            IF WS-DPE-COMPLETO = 'S'
               IF WS-ID-REGISTRADO = 'N'
                  MOVE '2' TO WS-DPE-OPERACAO
                  MOVE WS-ID-INFORMADO TO WS-DPE-ID
                  CALL 'CONTROLE-DADOS-PESSOAIS' USING WS-DPE-OPERACAO
                                                       WS-DPE-PROGRAMA
                                                       WS-DPE-ID
                                                       WS-DPE-COMPLETO
                  MOVE 'S' TO WS-ID-REGISTRADO
               END-IF
            ELSE
               CALL 'MASCARA-DADOS-PESSOAIS' USING WS-EMAIL-EXIBIDO
                                                   WS-FONE-EXIBIDO
                                                   OMITTED OMITTED
                                                   OMITTED
            END-IF
            .
       P065-FIM.

       P070-EXIBE-CONSENTIMENTO.
      * Opcao por canal (S autorizado, N nao) e a origem de cada
      * uma; "antes" em branco e o primeiro registro do usuario.

            IF REG-CONSENTIMENTO = SPACES
               DISPLAY '  ' WS-ROTULO-IMAGEM ': (sem registro)'
            ELSE
               DISPLAY '  ' WS-ROTULO-IMAGEM ': '
                       'e-mail ' CNS-EMAIL-OPCAO
                       ' (' CNS-EMAIL-ORIGEM ')  '
                       'telefone ' CNS-FONE-OPCAO
                       ' (' CNS-FONE-ORIGEM ')  '
                       'endereco ' CNS-END-OPCAO
                       ' (' CNS-END-ORIGEM ')'
            END-IF
            .
       P070-FIM.

       P080-EXIBE-PAPEL.
      * Papel e periodo de validade; "antes" em branco e a
      * atribuicao nova, "depois" em branco e a revogacao.

            IF REG-PAPEL-USUARIO = SPACES
               DISPLAY '  ' WS-ROTULO-IMAGEM ': (sem registro)'
            ELSE
               DISPLAY '  ' WS-ROTULO-IMAGEM ': '
                       'papel ' MBR-PAPEL '  de '
                       MBR-DATA-INICIO(7:2) '/'
                       MBR-DATA-INICIO(5:2) '/'
                       MBR-DATA-INICIO(1:4) ' a '
                       MBR-DATA-FIM(7:2) '/'
                       MBR-DATA-FIM(5:2) '/'
                       MBR-DATA-FIM(1:4)
            END-IF
            .
       P080-FIM.

       END PROGRAM CONSULTA-HISTORICO.
