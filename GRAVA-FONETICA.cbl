      ******************************************************************
      * Author:
      * Date:
      * Purpose: Rotina unica de manutencao do indice fonetico de
      *          nomes (FON-USUARIO, ver FONUSU), chamada por todo
      *          programa que grava, troca ou apaga o nome de um
      *          usuario (GERAR-ARQUIVO, ALTERACAO-USUARIO,
      *          MANUTENCAO-LOTE, APLICA-UNIFICACAO,
      *          RECUPERA-USUARIO, ANONIMIZA-USUARIO,
      *          APLICA-EXCLUSAO), para a busca por nome nunca
      *          devolver um nome que a base ja nao tem.
      *          Operacao G grava a chave do nome recebido (calculada
      *          por CODIFICA-NOME), incluindo o registro do ID ou
      *          substituindo o que ja existe; operacao E apaga o
      *          registro do ID (exclusao fisica), sem erro quando
      *          ele ja nao existe.
      *          Nao obtem a trava: quem chama ja esta sob
      *          TRAVA-USUARIO. Status devolvido: 0 = gravado,
      *          9 = arquivo inacessivel. Uma falha aqui nao desfaz a
      *          gravacao de ARQ-USUARIO; o indice e refeito por
      *          GERA-FONETICA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRAVA-FONETICA.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FON-USUARIO ASSIGN TO DYNAMIC
              WS-DSN-FONETICA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FON-ID-USUARIO
               FILE STATUS IS STATUS-FONETICA.

       DATA DIVISION.
       FILE SECTION.

       FD FON-USUARIO.
       COPY FONUSU.

       WORKING-STORAGE SECTION.
       01 WS-DSN-FONETICA         PIC X(100).
       01 STATUS-FONETICA         PIC X(2).

       LINKAGE SECTION.
       01 LNK-OPERACAO-FONETICA   PIC X(01).
           88 FONETICA-GRAVA          VALUE 'G'.
           88 FONETICA-EXCLUI         VALUE 'E'.
       01 LNK-ID-FONETICA         PIC 9(07).
       01 LNK-NOME-FONETICA       PIC X(30).
       01 LNK-STATUS-FONETICA     PIC 9(01).

       PROCEDURE DIVISION USING LNK-OPERACAO-FONETICA
                                 LNK-ID-FONETICA
                                 LNK-NOME-FONETICA
                                 LNK-STATUS-FONETICA.
       MAIN-PROCEDURE.

            MOVE 0 TO LNK-STATUS-FONETICA

            PERFORM P000-RESOLVE-DSN
            PERFORM P010-ABRE-FONETICA

            IF STATUS-FONETICA NOT = '00'
               DISPLAY 'ERRO: indice fonetico inacessivel '
                       '(file status ' STATUS-FONETICA ').'
               MOVE 9 TO LNK-STATUS-FONETICA
            ELSE
               IF FONETICA-EXCLUI
                  PERFORM P030-EXCLUI
               ELSE
                  PERFORM P020-GRAVA
               END-IF

               CLOSE FON-USUARIO
            END-IF

            GOBACK.

       P000-RESOLVE-DSN.

            MOVE SPACES TO WS-DSN-FONETICA
            ACCEPT WS-DSN-FONETICA FROM ENVIRONMENT 'FONUSU'
            IF WS-DSN-FONETICA = SPACES
               MOVE './FONETICA-USUARIO.DAT' TO WS-DSN-FONETICA
            END-IF
            .
       P000-FIM.

       P010-ABRE-FONETICA.
      * So o status 35 (arquivo inexistente) autoriza criar o
      * arquivo vazio, como em GRAVA-CONSENTIMENTO; qualquer outra
      * falha devolve o status 9 sem tocar em nada.

            OPEN I-O FON-USUARIO
            IF STATUS-FONETICA = '35'
               OPEN OUTPUT FON-USUARIO
               CLOSE FON-USUARIO
               OPEN I-O FON-USUARIO
            END-IF
            .
       P010-FIM.

       P020-GRAVA.
      * A chave e sempre recalculada inteira a partir do nome atual:
      * nao ha o que aproveitar da chave anterior.

            MOVE LNK-ID-FONETICA TO FON-ID-USUARIO
            CALL 'CODIFICA-NOME' USING LNK-NOME-FONETICA FON-CHAVE

            REWRITE REG-FON-USUARIO
               INVALID KEY
                  WRITE REG-FON-USUARIO
                     INVALID KEY
                        MOVE 9 TO LNK-STATUS-FONETICA
                  END-WRITE
            END-REWRITE
            .
       P020-FIM.

       P030-EXCLUI.

            MOVE LNK-ID-FONETICA TO FON-ID-USUARIO
            DELETE FON-USUARIO
               INVALID KEY
                  CONTINUE
            END-DELETE
            .
       P030-FIM.

       END PROGRAM GRAVA-FONETICA.
