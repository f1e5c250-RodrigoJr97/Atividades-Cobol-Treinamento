      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reconstrucao completa do indice fonetico de nomes
      *          (FON-USUARIO, ver FONUSU) a partir de ARQ-USUARIO:
      *          o indice e recriado vazio e recebe a chave de
      *          CODIFICA-NOME de todo registro da base, em qualquer
      *          situacao (a busca por nome lista tambem suspensos e
      *          cancelados, com a situacao na linha).
      *          Rodar uma vez na implantacao da busca por nome e
      *          sempre que o indice ficar para tras da base: uma
      *          falha de GRAVA-FONETICA avisada no SYSOUT, uma carga
      *          fora dos programas do sistema ou uma conversao de
      *          ARQ-USUARIO. A restauracao de uma copia
      *          (RESTAURA-USUARIO) ja reconstroi o indice junto.
      *          Roda sob a trava TRAVA-USUARIO. Termina com RC 0
      *          (indice reconstruido), 8 (base ou indice
      *          inacessivel) ou 12 (trava em andamento).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERA-FONETICA.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-USUARIO ASSIGN TO DYNAMIC
              WS-DSN-ARQ-USUARIO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-ID-ARQ-USUARIO
               ALTERNATE RECORD KEY IS REG-EMAIL-ARQ-USUARIO
                  WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.

           SELECT FON-USUARIO ASSIGN TO DYNAMIC
              WS-DSN-FONETICA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FON-ID-USUARIO
               FILE STATUS IS STATUS-FONETICA.

       DATA DIVISION.
       FILE SECTION.

       FD ARQ-USUARIO.
       COPY ARQUSU.

       FD FON-USUARIO.
       COPY FONUSU.

       WORKING-STORAGE SECTION.
       01 FILE-STATUS             PIC X(2).
       01 STATUS-FONETICA         PIC X(2).
       01 WS-DSN-ARQ-USUARIO      PIC X(100).
       01 WS-DSN-FONETICA         PIC X(100).

       01 WS-EOF-ARQ-USUARIO      PIC X(1) VALUE 'N'.
       01 WS-TOTAL-GRAVADOS       PIC 9(07) VALUE ZERO.

       01 WS-TRAVA-OPERACAO       PIC X(01).
       01 WS-TRAVA-STATUS         PIC 9(01).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY 'Reconstrucao do Indice Fonetico Iniciada'

            MOVE ZERO TO RETURN-CODE

            PERFORM P000-RESOLVE-DSN

            MOVE '1' TO WS-TRAVA-OPERACAO
            CALL 'TRAVA-USUARIO' USING WS-TRAVA-OPERACAO WS-TRAVA-STATUS

            IF WS-TRAVA-STATUS NOT = 0
               DISPLAY 'ERRO: arquivo de usuarios em uso por outra '
                       'execucao. Tente novamente mais tarde.'
               MOVE 12 TO RETURN-CODE
            ELSE
               PERFORM P100-RECONSTROI

               MOVE '2' TO WS-TRAVA-OPERACAO
               CALL 'TRAVA-USUARIO' USING WS-TRAVA-OPERACAO
                                           WS-TRAVA-STATUS
            END-IF

            STOP RUN.

       P000-RESOLVE-DSN.

            MOVE SPACES TO WS-DSN-ARQ-USUARIO
            ACCEPT WS-DSN-ARQ-USUARIO FROM ENVIRONMENT 'ARQUSU'
            IF WS-DSN-ARQ-USUARIO = SPACES
               MOVE './ARQ-USUARIO.DAT' TO WS-DSN-ARQ-USUARIO
            END-IF

            MOVE SPACES TO WS-DSN-FONETICA
            ACCEPT WS-DSN-FONETICA FROM ENVIRONMENT 'FONUSU'
            IF WS-DSN-FONETICA = SPACES
               MOVE './FONETICA-USUARIO.DAT' TO WS-DSN-FONETICA
            END-IF
            .
       P000-FIM.

       P100-RECONSTROI.

            OPEN INPUT ARQ-USUARIO

            IF FILE-STATUS NOT = '00'
               DISPLAY 'Arquivo de usuarios inexistente ou inacessivel.'
               MOVE 8 TO RETURN-CODE
            ELSE
               OPEN OUTPUT FON-USUARIO
               IF STATUS-FONETICA NOT = '00'
                  DISPLAY 'ERRO: indice fonetico inacessivel: '
                          WS-DSN-FONETICA
                  MOVE 8 TO RETURN-CODE
               ELSE
                  PERFORM P110-LE-PROXIMO
                  PERFORM P120-GRAVA-CHAVE
                     UNTIL WS-EOF-ARQ-USUARIO = 'S'
                  CLOSE FON-USUARIO
                  DISPLAY 'Indice fonetico reconstruido: '
                          WS-TOTAL-GRAVADOS ' registro(s).'
               END-IF
               CLOSE ARQ-USUARIO
            END-IF
            .
       P100-FIM.

       P110-LE-PROXIMO.

            READ ARQ-USUARIO NEXT RECORD
               AT END
                  MOVE 'S' TO WS-EOF-ARQ-USUARIO
               NOT AT END
                  CONTINUE
            END-READ
            .
       P110-FIM.

       P120-GRAVA-CHAVE.
      * A base e lida em ordem de ID, a mesma chave do indice, entao
      * a gravacao sequencial sai em ordem.

            MOVE REG-ID-ARQ-USUARIO TO FON-ID-USUARIO
            CALL 'CODIFICA-NOME' USING REG-NAME-ARQ-USUARIO FON-CHAVE

            WRITE REG-FON-USUARIO
               INVALID KEY
                  DISPLAY 'ERRO: falha ao gravar a chave do ID '
                          REG-ID-ARQ-USUARIO
                  MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                  ADD 1 TO WS-TOTAL-GRAVADOS
            END-WRITE

            PERFORM P110-LE-PROXIMO
            .
       P120-FIM.

       END PROGRAM GERA-FONETICA.
