      *          Roda sob a trava TRAVA-USUARIO: uma restauracao no
      *          meio de uma gravacao perderia a gravacao ou sairia
      *          inconsistente.
      *          O indice fonetico da busca por nome (FON-USUARIO, ver
      *          FONUSU) e reconstruido junto, a partir dos registros
      *          restaurados.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                  WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.

           SELECT FON-USUARIO ASSIGN TO DYNAMIC
              WS-DSN-FONETICA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FON-ID-USUARIO
               FILE STATUS IS STATUS-FONETICA.

           SELECT CTL-USUARIO ASSIGN TO DYNAMIC
              WS-DSN-CTL-USUARIO
               ORGANIZATION IS LINE SEQUENTIAL
       FD ARQ-USUARIO.
       COPY ARQUSU.

       FD FON-USUARIO.
       COPY FONUSU.

       FD CTL-USUARIO.
       01 REG-CTL-USUARIO.
           03 CTL-ULTIMO-ID            PIC 9(07).
       FD BKP-ARQ.
       01 REG-BKP-ARQ.
           03 BKP-ARQ-TIPO             PIC X(01).
           03 BKP-ARQ-DADOS            PIC X(300).

       FD BKP-CTL.
       01 REG-BKP-CTL.
       01 STATUS-CTL-BACKUP       PIC X(2).
       01 STATUS-BKP-ARQ          PIC X(2).
       01 STATUS-BKP-CTL          PIC X(2).
       01 STATUS-FONETICA         PIC X(2).

       01 WS-DSN-ARQ-USUARIO      PIC X(100).
       01 WS-DSN-CTL-USUARIO      PIC X(100).
       01 WS-DSN-CTL-BACKUP       PIC X(100).
       01 WS-DSN-BKP-ARQ          PIC X(100).
       01 WS-DSN-BKP-CTL          PIC X(100).
       01 WS-DSN-FONETICA         PIC X(100).
       01 WS-PREFIXO-BACKUP       PIC X(60).

       01 WS-GERACAO-ESCOLHIDA    PIC 9(04) VALUE ZERO.
       01 WS-EOF-BKP              PIC X(1) VALUE 'N'.
       01 WS-EOF-ARQ-USUARIO      PIC X(1) VALUE 'N'.
       01 WS-ARQ-ATUAL-OK         PIC X(1) VALUE 'N'.
       01 WS-FONETICA-OK          PIC X(1) VALUE 'N'.
       01 WS-CONFIRMA             PIC X(1).

       01 WS-TOTAL-BACKUP         PIC 9(07) VALUE ZERO.

       01 WS-IMAGEM-BACKUP.
           03 WS-IMG-BKP-ID       PIC 9(07).
           03 FILLER              PIC X(293).
       01 WS-IMAGEM-ATUAL         PIC X(300).

       01 WS-TRAVA-OPERACAO       PIC X(01).
       01 WS-TRAVA-STATUS         PIC 9(01).
               MOVE './CTL-USUARIO.DAT' TO WS-DSN-CTL-USUARIO
            END-IF

            MOVE SPACES TO WS-DSN-FONETICA
            ACCEPT WS-DSN-FONETICA FROM ENVIRONMENT 'FONUSU'
            IF WS-DSN-FONETICA = SPACES
               MOVE './FONETICA-USUARIO.DAT' TO WS-DSN-FONETICA
            END-IF

            MOVE SPACES TO WS-DSN-CTL-BACKUP
            ACCEPT WS-DSN-CTL-BACKUP FROM ENVIRONMENT 'BKPCTL'
            IF WS-DSN-CTL-BACKUP = SPACES

       P060-RESTAURA-BASE.
      * Segunda passada na copia, agora gravando: a base e reaberta
      * em OUTPUT (zerada) e recebe os registros da geracao. O
      * indice fonetico e zerado junto e recebe a chave de cada
      * registro restaurado; sem ele, a restauracao segue e o indice
      * fica para GERA-FONETICA.

            OPEN OUTPUT ARQ-USUARIO
            OPEN INPUT BKP-ARQ

            MOVE 'N' TO WS-FONETICA-OK
            OPEN OUTPUT FON-USUARIO
            IF STATUS-FONETICA = '00'
               MOVE 'S' TO WS-FONETICA-OK
            ELSE
               DISPLAY 'AVISO: indice fonetico inacessivel: '
                       WS-DSN-FONETICA '; rodar GERA-FONETICA.'
            END-IF

            MOVE 'N' TO WS-EOF-BKP
            PERFORM P025-LE-BACKUP
            PERFORM P065-GRAVA-RESTAURADO
               UNTIL WS-EOF-BKP = 'S'

            IF WS-FONETICA-OK = 'S'
               CLOSE FON-USUARIO
            END-IF
            CLOSE BKP-ARQ
            CLOSE ARQ-USUARIO
            .
                     MOVE 8 TO RETURN-CODE
                  NOT INVALID KEY
                     ADD 1 TO WS-TOTAL-RESTAURADOS
                     IF WS-FONETICA-OK = 'S'
                        PERFORM P068-GRAVA-FONETICA
                     END-IF
               END-WRITE
            END-IF

            .
       P065-FIM.

       P068-GRAVA-FONETICA.

            MOVE REG-ID-ARQ-USUARIO TO FON-ID-USUARIO
            CALL 'CODIFICA-NOME' USING REG-NAME-ARQ-USUARIO FON-CHAVE

            WRITE REG-FON-USUARIO
               INVALID KEY
                  DISPLAY 'AVISO: chave fonetica do ID '
                          REG-ID-ARQ-USUARIO ' nao gravada.'
            END-WRITE
            .
       P068-FIM.

       P070-RESTAURA-CONTROLE.

            OPEN INPUT BKP-CTL
