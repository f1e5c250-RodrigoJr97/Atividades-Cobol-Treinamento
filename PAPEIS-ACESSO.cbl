      ******************************************************************
      * Author:
      * Date:
      * Purpose: Rotina de consulta dos papeis de acesso vigentes de
      *          um usuario, para as equipes que chamam VERIFICA-ACESSO
      *          chamarem em seguida, depois de um acesso liberado
      *          (status 0). Recebe o e-mail, devolve a quantidade e
      *          ate 20 codigos de papel e um status. Vale a
      *          atribuicao (DD/variavel PAPUSU) com a data de hoje
      *          dentro da validade e o papel ativo no catalogo
      *          (DD/variavel PAPCAT); um usuario com mais papeis
      *          vigentes recebe os 20 primeiros na ordem do codigo.
      *          O usuario e localizado pelo e-mail como em
      *          VERIFICA-ACESSO (o primeiro registro nao cancelado);
      *          uma conta bloqueada, suspensa ou vencida recebe a
      *          lista vazia, com o mesmo status que VERIFICA-ACESSO
      *          devolveria, para um chamador que pule a verificacao
      *          nao receber papel de quem nao pode entrar.
      *          Sem os arquivos de papeis a lista volta vazia com
      *          status 0 - nenhum papel e o lado seguro.
      *          So le os arquivos; nao usa a trava TRAVA-USUARIO.
      *          Status devolvido: 0 = lista devolvida (pode ser
      *          vazia), 2 = e-mail nao cadastrado, 3 = usuario
      *          bloqueado ou suspenso, 6 = conta expirada, 9 = falha
      *          de acesso ao arquivo de usuarios.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAPEIS-ACESSO.
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

           SELECT PAP-USUARIO ASSIGN TO DYNAMIC
              WS-DSN-PAP-USUARIO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBR-CHAVE
               ALTERNATE RECORD KEY IS MBR-PAPEL
                  WITH DUPLICATES
               FILE STATUS IS STATUS-PAP-USUARIO.

           SELECT CAT-PAPEIS ASSIGN TO DYNAMIC
              WS-DSN-CAT-PAPEL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAT-PAPEL
               FILE STATUS IS STATUS-CAT-PAPEL.

       DATA DIVISION.
       FILE SECTION.

       FD ARQ-USUARIO.
       COPY ARQUSU.

       FD PAP-USUARIO.
       COPY PAPUSU.

       FD CAT-PAPEIS.
       COPY PAPCAT.

       WORKING-STORAGE SECTION.
       01 FILE-STATUS             PIC X(2).
       01 WS-DSN-ARQ-USUARIO      PIC X(100).
       01 STATUS-PAP-USUARIO      PIC X(2).
       01 WS-DSN-PAP-USUARIO      PIC X(100).
       01 STATUS-CAT-PAPEL        PIC X(2).
       01 WS-DSN-CAT-PAPEL        PIC X(100).

       01 WS-FIM-EMAIL            PIC X(1).
       01 WS-USUARIO-ACHADO       PIC X(1).
       01 WS-DATA-SISTEMA         PIC 9(08).

      * ID do usuario localizado, copiado com a base ainda aberta
      * para a leitura dos papeis depois do CLOSE.
       01 WS-ID-USUARIO           PIC 9(07).
       01 WS-FIM-PAPEIS           PIC X(1).
       01 WS-QTD-PAPEIS-MAXIMA    PIC 9(02) VALUE 20.

       LINKAGE SECTION.
       01 LNK-EMAIL-PAPEIS        PIC X(30).
       01 LNK-PAPEIS-ACESSO.
           03 LNK-QTD-PAPEIS          PIC 9(02).
           03 LNK-PAPEL-ACESSO        PIC X(08) OCCURS 20 TIMES.
       01 LNK-STATUS-PAPEIS       PIC 9(01).
      * 0 = lista devolvida (vazia quando o usuario nao tem papel
      *     vigente ou os arquivos de papeis nao existem)
      * 2 = e-mail nao cadastrado
      * 3 = usuario bloqueado (falhas consecutivas ou situacao
      *     suspensa)
      * 6 = conta expirada (data de expiracao do registro anterior
      *     a hoje)
      * 9 = falha de acesso ao arquivo de usuarios

       PROCEDURE DIVISION USING LNK-EMAIL-PAPEIS LNK-PAPEIS-ACESSO
                                 LNK-STATUS-PAPEIS.
       MAIN-PROCEDURE.

            MOVE 9 TO LNK-STATUS-PAPEIS
            MOVE ZERO TO LNK-QTD-PAPEIS
            MOVE SPACES TO LNK-PAPEL-ACESSO(1)
            MOVE ZERO TO WS-ID-USUARIO

            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD

            PERFORM P000-RESOLVE-DSN
            PERFORM P010-LOCALIZA-USUARIO

            IF LNK-STATUS-PAPEIS = 0
               PERFORM P070-CARREGA-PAPEIS
            END-IF

            GOBACK.

       P000-RESOLVE-DSN.

            MOVE SPACES TO WS-DSN-ARQ-USUARIO
            ACCEPT WS-DSN-ARQ-USUARIO FROM ENVIRONMENT 'ARQUSU'
            IF WS-DSN-ARQ-USUARIO = SPACES
               MOVE './ARQ-USUARIO.DAT' TO WS-DSN-ARQ-USUARIO
            END-IF

            MOVE SPACES TO WS-DSN-PAP-USUARIO
            ACCEPT WS-DSN-PAP-USUARIO FROM ENVIRONMENT 'PAPUSU'
            IF WS-DSN-PAP-USUARIO = SPACES
               MOVE './PAPEL-USUARIO.DAT' TO WS-DSN-PAP-USUARIO
            END-IF

            MOVE SPACES TO WS-DSN-CAT-PAPEL
            ACCEPT WS-DSN-CAT-PAPEL FROM ENVIRONMENT 'PAPCAT'
            IF WS-DSN-CAT-PAPEL = SPACES
               MOVE './CATALOGO-PAPEIS.DAT' TO WS-DSN-CAT-PAPEL
            END-IF
            .
       P000-FIM.

       P010-LOCALIZA-USUARIO.

            OPEN INPUT ARQ-USUARIO

            IF FILE-STATUS NOT = '00'
               MOVE 9 TO LNK-STATUS-PAPEIS
            ELSE
               PERFORM P020-LOCALIZA-POR-EMAIL

               IF WS-USUARIO-ACHADO = 'N'
                  MOVE 2 TO LNK-STATUS-PAPEIS
               ELSE
                  PERFORM P030-CONFERE-CONTA
               END-IF

               CLOSE ARQ-USUARIO
            END-IF
            .
       P010-FIM.

       P020-LOCALIZA-POR-EMAIL.
      * Mesma localizacao de VERIFICA-ACESSO: a chave alternativa
      * posiciona nos registros do e-mail e vale o primeiro nao
      * cancelado.

            MOVE 'N' TO WS-USUARIO-ACHADO
            MOVE 'N' TO WS-FIM-EMAIL

            MOVE LNK-EMAIL-PAPEIS TO REG-EMAIL-ARQ-USUARIO
            START ARQ-USUARIO KEY = REG-EMAIL-ARQ-USUARIO
               INVALID KEY
                  MOVE 'S' TO WS-FIM-EMAIL
            END-START

            PERFORM P025-LE-PROXIMO-EMAIL
               UNTIL WS-FIM-EMAIL = 'S'
                  OR WS-USUARIO-ACHADO = 'S'
            .
       P020-FIM.

       P025-LE-PROXIMO-EMAIL.

            READ ARQ-USUARIO NEXT RECORD
               AT END
                  MOVE 'S' TO WS-FIM-EMAIL
               NOT AT END
                  IF REG-EMAIL-ARQ-USUARIO NOT = LNK-EMAIL-PAPEIS
                     MOVE 'S' TO WS-FIM-EMAIL
                  ELSE
                     IF NOT SITUACAO-CANCELADO
                        MOVE 'S' TO WS-USUARIO-ACHADO
                     END-IF
                  END-IF
            END-READ
            .
       P025-FIM.

       P030-CONFERE-CONTA.
      * Mesmas recusas de VERIFICA-ACESSO, na mesma ordem; a senha
      * nao e conferida aqui - isso e da verificacao de acesso.

            IF ACESSO-BLOQUEADO OR SITUACAO-SUSPENSO
               MOVE 3 TO LNK-STATUS-PAPEIS
            ELSE
               IF REG-DATA-EXPIRA-ARQ-USUARIO NOT = ZERO
                  AND REG-DATA-EXPIRA-ARQ-USUARIO < WS-DATA-SISTEMA
                  MOVE 6 TO LNK-STATUS-PAPEIS
               ELSE
                  MOVE 0 TO LNK-STATUS-PAPEIS
                  MOVE REG-ID-ARQ-USUARIO TO WS-ID-USUARIO
               END-IF
            END-IF
            .
       P030-FIM.

       P070-CARREGA-PAPEIS.
      * Atribuicoes do usuario pela chave (ID + papel): o START
      * posiciona no primeiro papel do ID e a leitura para no
      * primeiro registro de outro ID. Arquivo inexistente e o
      * mesmo que usuario sem papel; outra falha tambem devolve a
      * lista vazia, mas fica avisada no SYSOUT.

            OPEN INPUT PAP-USUARIO
            EVALUATE STATUS-PAP-USUARIO
                WHEN '00'
                    OPEN INPUT CAT-PAPEIS
                    IF STATUS-CAT-PAPEL = '00'
                       PERFORM P075-LE-ATRIBUICOES
                       CLOSE CAT-PAPEIS
                    ELSE
                       IF STATUS-CAT-PAPEL NOT = '35'
                          DISPLAY 'AVISO: catalogo de papeis '
                                  'inacessivel (file status '
                                  STATUS-CAT-PAPEL ').'
                       END-IF
                    END-IF
                    CLOSE PAP-USUARIO
                WHEN '35'
                    CONTINUE
                WHEN OTHER
                    DISPLAY 'AVISO: papeis de usuario inacessiveis '
                            '(file status ' STATUS-PAP-USUARIO ').'
            END-EVALUATE
            .
       P070-FIM.

       P075-LE-ATRIBUICOES.

            MOVE 'N' TO WS-FIM-PAPEIS
            MOVE WS-ID-USUARIO TO MBR-ID-USUARIO
            MOVE LOW-VALUES TO MBR-PAPEL
            START PAP-USUARIO KEY >= MBR-CHAVE
               INVALID KEY
                  MOVE 'S' TO WS-FIM-PAPEIS
            END-START

            PERFORM P080-LE-PROXIMA-ATRIBUICAO
               UNTIL WS-FIM-PAPEIS = 'S'
            .
       P075-FIM.

       P080-LE-PROXIMA-ATRIBUICAO.

            READ PAP-USUARIO NEXT RECORD
               AT END
                  MOVE 'S' TO WS-FIM-PAPEIS
               NOT AT END
                  IF MBR-ID-USUARIO NOT = WS-ID-USUARIO
                     MOVE 'S' TO WS-FIM-PAPEIS
                  ELSE
                     IF MBR-DATA-INICIO <= WS-DATA-SISTEMA
                        AND MBR-DATA-FIM >= WS-DATA-SISTEMA
                        PERFORM P085-CONFERE-CATALOGO
                     END-IF
                  END-IF
            END-READ
            .
       P080-FIM.

       P085-CONFERE-CATALOGO.

            MOVE MBR-PAPEL TO CAT-PAPEL
            READ CAT-PAPEIS
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF CAT-PAPEL-ATIVO
                     AND LNK-QTD-PAPEIS < WS-QTD-PAPEIS-MAXIMA
                     ADD 1 TO LNK-QTD-PAPEIS
                     MOVE MBR-PAPEL
                       TO LNK-PAPEL-ACESSO(LNK-QTD-PAPEIS)
                  END-IF
            END-READ
            .
       P085-FIM.

       END PROGRAM PAPEIS-ACESSO.
