      ******************************************************************
      * Author:
      * Date:
      * Purpose: Rotina de aplicacao de uma exclusao fisica aprovada
      *          (solicitacao tipo E, ver APRUSU): exclui o registro
      *          do ID de ARQ-USUARIO e registra a exclusao no
      *          historico de movimentacao (operacao E, imagem do
      *          registro antes da exclusao), como EXCLUSAO-USUARIO
      *          fazia antes de passar a so registrar a solicitacao.
      *          Chamada por APROVA-SOLICITACAO depois da aprovacao
      *          do segundo operador; o operador gravado no
      *          historico e o aprovador (OPRUSU da sessao).
      *          O ID excluido sai tambem do indice fonetico da busca
      *          por nome (GRAVA-FONETICA, ver FONUSU).
      *          Quem chama ja esta sob a trava TRAVA-USUARIO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APLICA-EXCLUSAO.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-USUARIO ASSIGN TO DYNAMIC
              WS-DSN-ARQ-USUARIO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ID-ARQ-USUARIO
               ALTERNATE RECORD KEY IS REG-EMAIL-ARQ-USUARIO
                  WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD ARQ-USUARIO.
       COPY ARQUSU.

       WORKING-STORAGE SECTION.
       01 FILE-STATUS             PIC X(2).
       01 WS-DSN-ARQ-USUARIO      PIC X(100).

       01 WS-HIST-OPERACAO        PIC X(01).
       01 WS-HIST-ID              PIC 9(07).
       01 WS-IMAGEM-ANTES         PIC X(300).
       01 WS-IMAGEM-DEPOIS        PIC X(300).

       01 WS-FON-OPERACAO         PIC X(01).
       01 WS-FON-NOME             PIC X(30).
       01 WS-FON-STATUS           PIC 9(01).

       LINKAGE SECTION.
       01 LNK-EXCLUSAO-ID         PIC 9(07).
       01 LNK-EXCLUSAO-STATUS     PIC 9(01).
      * 0 = registro excluido
      * 1 = registro do ID nao encontrado
      * 9 = falha de acesso ao arquivo de usuarios

       PROCEDURE DIVISION USING LNK-EXCLUSAO-ID LNK-EXCLUSAO-STATUS.
       MAIN-PROCEDURE.

            MOVE 9 TO LNK-EXCLUSAO-STATUS

            PERFORM P000-RESOLVE-DSN

            OPEN I-O ARQ-USUARIO
            IF FILE-STATUS = '00'
               MOVE LNK-EXCLUSAO-ID TO REG-ID-ARQ-USUARIO
               READ ARQ-USUARIO
                  INVALID KEY
                     MOVE 1 TO LNK-EXCLUSAO-STATUS
                  NOT INVALID KEY
                     PERFORM P010-EXCLUI-REGISTRO
               END-READ
               CLOSE ARQ-USUARIO
            END-IF

            GOBACK.

       P000-RESOLVE-DSN.

            MOVE SPACES TO WS-DSN-ARQ-USUARIO
            ACCEPT WS-DSN-ARQ-USUARIO FROM ENVIRONMENT 'ARQUSU'
            IF WS-DSN-ARQ-USUARIO = SPACES
               MOVE './ARQ-USUARIO.DAT' TO WS-DSN-ARQ-USUARIO
            END-IF
            .
       P000-FIM.

       P010-EXCLUI-REGISTRO.

            MOVE REG-ARQ-USUARIO TO WS-IMAGEM-ANTES
            MOVE SPACES          TO WS-IMAGEM-DEPOIS

            DELETE ARQ-USUARIO
               INVALID KEY
                  MOVE 9 TO LNK-EXCLUSAO-STATUS
               NOT INVALID KEY
                  MOVE 0 TO LNK-EXCLUSAO-STATUS
                  PERFORM P020-GRAVA-HISTORICO
                  PERFORM P030-EXCLUI-FONETICA
            END-DELETE
            .
       P010-FIM.

       P020-GRAVA-HISTORICO.
      * HISTORICO-USUARIO concentra a gravacao do historico de
      * movimentacao (data/hora, operador e imagens antes/depois)
      * num unico lugar, compartilhado com os demais programas que
      * mexem em ARQ-USUARIO.

            MOVE 'E' TO WS-HIST-OPERACAO
            MOVE LNK-EXCLUSAO-ID TO WS-HIST-ID
            CALL 'HISTORICO-USUARIO' USING WS-HIST-OPERACAO
                                            WS-HIST-ID
                                            WS-IMAGEM-ANTES
                                            WS-IMAGEM-DEPOIS
            .
       P020-FIM.

       P030-EXCLUI-FONETICA.
      * O ID excluido sai tambem do indice fonetico da busca por
      * nome; o nome nao e usado na exclusao.

            MOVE 'E' TO WS-FON-OPERACAO
            MOVE SPACES TO WS-FON-NOME
            CALL 'GRAVA-FONETICA' USING WS-FON-OPERACAO
                                         LNK-EXCLUSAO-ID
                                         WS-FON-NOME
                                         WS-FON-STATUS
            IF WS-FON-STATUS NOT = 0
               DISPLAY 'AVISO: indice fonetico nao atualizado; '
                       'rodar GERA-FONETICA.'
            END-IF
            .
       P030-FIM.

       END PROGRAM APLICA-EXCLUSAO.
