      ******************************************************************
      * Author:
      * Date:
      * Purpose: Pede a exclusao definitiva de um usuario de
      *          ARQ-USUARIO, localizado pelo WS-ID, mediante
      *          confirmacao e motivo. A exclusao em si so acontece
      *          depois da aprovacao de um segundo operador (ver
      *          APROVA-SOLICITACAO e APLICA-EXCLUSAO).
      * Tectonics: cobc
      ******************************************************************
      * Alteracoes:
      *   poder ser chamado pelo menu de operacao (MENU-USUARIO) e
      *   devolver o controle ao menu; executado sozinho, o GOBACK
      *   encerra a execucao do mesmo jeito.
      * - A exclusao fisica passou a exigir dois operadores: confirmada
      *   aqui, ela vira uma solicitacao pendente (REGISTRA-SOLICITACAO,
      *   arquivo APRPEN) com o operador solicitante, o ID e o motivo
      *   informado, e so e aplicada quando outro operador com a
      *   autorizacao de aprovador a aprova pelo menu. A exclusao e o
      *   historico (operacao E) foram para APLICA-EXCLUSAO, e o
      *   arquivo de usuarios agora e aberto so para leitura.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCLUSAO-USUARIO.
       01 WS-ID-INFORMADO         PIC 9(07).
       01 WS-CONFIRMA             PIC X(1).

       01 WS-APR-TIPO             PIC X(01) VALUE 'E'.
       01 WS-APR-SOBREVIVE        PIC 9(07) VALUE ZERO.
       01 WS-APR-COPIA-NOME       PIC X(01) VALUE SPACE.
       01 WS-APR-COPIA-FONE       PIC X(01) VALUE SPACE.
       01 WS-APR-MOTIVO           PIC X(40).
       01 WS-APR-NUMERO           PIC 9(07).
       01 WS-APR-STATUS           PIC 9(01).

       01 WS-TRAVA-OPERACAO       PIC X(01).
       01 WS-TRAVA-STATUS         PIC 9(01).
       01 WS-LOCK-BLOQUEADO       PIC X(01) VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.


       P010-LOCALIZA-USUARIO.

            OPEN INPUT ARQ-USUARIO

            IF FILE-STATUS NOT = '00'
               DISPLAY 'Arquivo de usuarios inexistente ou inacessivel.'
            ACCEPT WS-CONFIRMA

            IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
               DISPLAY 'Motivo da exclusao.......................: '
                       WITH NO ADVANCING
               MOVE SPACES TO WS-APR-MOTIVO
               ACCEPT WS-APR-MOTIVO
               PERFORM P030-REGISTRA-SOLICITACAO
            ELSE
               DISPLAY 'Exclusao cancelada.'
            END-IF
            .
       P020-FIM.

       P030-REGISTRA-SOLICITACAO.
      * A exclusao e irreversivel e nao e aplicada pela palavra de um
      * operador so: aqui ela vira uma solicitacao pendente, que um
      * segundo operador aprova ou rejeita pelo menu.

            MOVE REG-ID-ARQ-USUARIO TO WS-ID-INFORMADO
            CALL 'REGISTRA-SOLICITACAO' USING WS-APR-TIPO
                                               WS-ID-INFORMADO
                                               WS-APR-SOBREVIVE
                                               WS-APR-COPIA-NOME
                                               WS-APR-COPIA-FONE
                                               WS-APR-MOTIVO
                                               WS-APR-NUMERO
                                               WS-APR-STATUS

            EVALUATE WS-APR-STATUS
                WHEN 0
                    DISPLAY 'Solicitacao de exclusao ' WS-APR-NUMERO
                            ' registrada; aguardando aprovacao de '
                            'outro operador.'
                WHEN 1
                    DISPLAY 'Ja existe solicitacao pendente para este '
                            'usuario; nada foi registrado.'
                WHEN 2
                    DISPLAY 'Operador nao identificado (OPRUSU); a '
                            'exclusao deve ser pedida pelo menu.'
                WHEN 3
                    DISPLAY 'Motivo obrigatorio; nada foi registrado.'
                WHEN OTHER
                    DISPLAY 'Falha ao registrar a solicitacao.'
            END-EVALUATE
            .
       P030-FIM.

