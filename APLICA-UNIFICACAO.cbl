      ******************************************************************
      * Author:
      * Date:
      * Purpose: Rotina de aplicacao de uma unificacao de duplicados
      *          aprovada (solicitacao tipo U, ver APRUSU), com a
      *          mesma regra que UNIFICA-USUARIOS aplicava antes de
      *          passar a so registrar a solicitacao: cancela a
      *          vitima (situacao C, mesma regra de
      *          SITUACAO-USUARIO), copia para o sobrevivente os
      *          campos selecionados (nome e/ou telefone da vitima),
      *          registra os dois lados no historico de
      *          movimentacao e grava o par no arquivo de referencia
      *          cruzada de IDs (DD/variavel XREFUSU,
      *          vitima;sobrevivente;data;hora, acumulativo).
      *          Chamada por APROVA-SOLICITACAO depois da aprovacao
      *          do segundo operador; o operador gravado no
      *          historico e o aprovador (OPRUSU da sessao).
      *          Quando o nome e copiado, a chave fonetica do
      *          sobrevivente e refeita (GRAVA-FONETICA, ver FONUSU).
      *          Quem chama ja esta sob a trava TRAVA-USUARIO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APLICA-UNIFICACAO.
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

           SELECT XREF-IDS ASSIGN TO DYNAMIC
              WS-DSN-XREF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-XREF.

       DATA DIVISION.
       FILE SECTION.

       FD ARQ-USUARIO.
       COPY ARQUSU.

       FD XREF-IDS.
       01 REG-XREF.
           03 XRF-VITIMA               PIC 9(07).
           03 FILLER                   PIC X(01).
           03 XRF-SOBREVIVE            PIC 9(07).
           03 FILLER                   PIC X(01).
           03 XRF-DATA                 PIC 9(08).
           03 FILLER                   PIC X(01).
           03 XRF-HORA                 PIC 9(08).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS             PIC X(2).
       01 STATUS-XREF             PIC X(2).
       01 WS-DSN-ARQ-USUARIO      PIC X(100).
       01 WS-DSN-XREF             PIC X(100).
       01 XREF-EXISTE             PIC X(1).

       01 WS-VIT-NOME             PIC X(30).
       01 WS-VIT-FONE             PIC X(15).
       01 WS-IMAGEM-VITIMA        PIC X(300).
       01 WS-IMAGEM-SOBREV        PIC X(300).
       01 WS-CAMPO-COPIADO        PIC X(1).

       01 WS-DATA-SISTEMA         PIC 9(08).
       01 WS-HORA-SISTEMA         PIC 9(08).

       01 WS-HIST-OPERACAO        PIC X(01).
       01 WS-HIST-ID              PIC 9(07).
       01 WS-IMAGEM-ANTES         PIC X(300).
       01 WS-IMAGEM-DEPOIS        PIC X(300).

       01 WS-FON-OPERACAO         PIC X(01).
       01 WS-FON-STATUS           PIC 9(01).

       LINKAGE SECTION.
       01 LNK-UNI-SOBREVIVE       PIC 9(07).
       01 LNK-UNI-VITIMA          PIC 9(07).
       01 LNK-UNI-COPIA-NOME      PIC X(01).
       01 LNK-UNI-COPIA-FONE      PIC X(01).
       01 LNK-UNI-STATUS          PIC 9(01).
      * 0 = unificacao aplicada
      * 1 = vitima nao encontrada
      * 2 = vitima ja cancelada
      * 3 = sobrevivente nao encontrado
      * 4 = sobrevivente cancelado
      * 9 = falha de acesso ou de regravacao no arquivo de usuarios

       PROCEDURE DIVISION USING LNK-UNI-SOBREVIVE LNK-UNI-VITIMA
                                 LNK-UNI-COPIA-NOME
                                 LNK-UNI-COPIA-FONE
                                 LNK-UNI-STATUS.
       MAIN-PROCEDURE.

            MOVE 9 TO LNK-UNI-STATUS

            PERFORM P000-RESOLVE-DSN

            OPEN I-O ARQ-USUARIO
            IF FILE-STATUS = '00'
               PERFORM P010-LE-VITIMA
               CLOSE ARQ-USUARIO
            END-IF

            GOBACK.

       P000-RESOLVE-DSN.

            MOVE SPACES TO WS-DSN-ARQ-USUARIO
            ACCEPT WS-DSN-ARQ-USUARIO FROM ENVIRONMENT 'ARQUSU'
            IF WS-DSN-ARQ-USUARIO = SPACES
               MOVE './ARQ-USUARIO.DAT' TO WS-DSN-ARQ-USUARIO
            END-IF

            MOVE SPACES TO WS-DSN-XREF
            ACCEPT WS-DSN-XREF FROM ENVIRONMENT 'XREFUSU'
            IF WS-DSN-XREF = SPACES
               MOVE './XREF-USUARIOS.DAT' TO WS-DSN-XREF
            END-IF
            .
       P000-FIM.

       P010-LE-VITIMA.
      * A vitima e lida primeiro para os dados selecionados e a
      * imagem "antes" ficarem guardados; depois o sobrevivente
      * recebe os campos escolhidos (alteracao com estampa e
      * historico, quando algo foi copiado) e por fim a vitima e
      * cancelada, tudo dentro da mesma janela de trava. O par sai
      * na referencia cruzada mesmo sem campo copiado: o
      * remapeamento de chave nos receptores independe do que foi
      * copiado.

            MOVE LNK-UNI-VITIMA TO REG-ID-ARQ-USUARIO
            READ ARQ-USUARIO
               INVALID KEY
                  MOVE 1 TO LNK-UNI-STATUS
               NOT INVALID KEY
                  IF SITUACAO-CANCELADO
                     MOVE 2 TO LNK-UNI-STATUS
                  ELSE
                     MOVE REG-NAME-ARQ-USUARIO  TO WS-VIT-NOME
                     MOVE REG-PHONE-ARQ-USUARIO TO WS-VIT-FONE
                     MOVE REG-ARQ-USUARIO TO WS-IMAGEM-VITIMA
                     PERFORM P020-ATUALIZA-SOBREVIVENTE
                  END-IF
            END-READ
            .
       P010-FIM.

       P020-ATUALIZA-SOBREVIVENTE.

            MOVE LNK-UNI-SOBREVIVE TO REG-ID-ARQ-USUARIO
            READ ARQ-USUARIO
               INVALID KEY
                  MOVE 3 TO LNK-UNI-STATUS
               NOT INVALID KEY
                  IF SITUACAO-CANCELADO
                     MOVE 4 TO LNK-UNI-STATUS
                  ELSE
                     PERFORM P030-COPIA-CAMPOS
                     PERFORM P040-CANCELA-VITIMA
                  END-IF
            END-READ
            .
       P020-FIM.

       P030-COPIA-CAMPOS.

            MOVE 'N' TO WS-CAMPO-COPIADO
            MOVE REG-ARQ-USUARIO TO WS-IMAGEM-SOBREV

            IF LNK-UNI-COPIA-NOME = 'S' OR LNK-UNI-COPIA-NOME = 's'
               MOVE WS-VIT-NOME TO REG-NAME-ARQ-USUARIO
               MOVE 'S' TO WS-CAMPO-COPIADO
            END-IF

            IF LNK-UNI-COPIA-FONE = 'S' OR LNK-UNI-COPIA-FONE = 's'
               MOVE WS-VIT-FONE TO REG-PHONE-ARQ-USUARIO
               MOVE 'S' TO WS-CAMPO-COPIADO
            END-IF

            IF WS-CAMPO-COPIADO = 'S'
      * Toda regravacao cadastral estampa a data/hora de ultima
      * alteracao no registro.
               ACCEPT REG-DATA-ALTERACAO-ARQ-USUARIO
                  FROM DATE YYYYMMDD
               ACCEPT REG-HORA-ALTERACAO-ARQ-USUARIO FROM TIME

               REWRITE REG-ARQ-USUARIO
                  INVALID KEY
                     DISPLAY 'ERRO: falha ao regravar o sobrevivente '
                             LNK-UNI-SOBREVIVE
                  NOT INVALID KEY
                     MOVE 'A' TO WS-HIST-OPERACAO
                     MOVE LNK-UNI-SOBREVIVE TO WS-HIST-ID
                     MOVE WS-IMAGEM-SOBREV TO WS-IMAGEM-ANTES
                     MOVE REG-ARQ-USUARIO  TO WS-IMAGEM-DEPOIS
                     CALL 'HISTORICO-USUARIO' USING WS-HIST-OPERACAO
                                                     WS-HIST-ID
                                                     WS-IMAGEM-ANTES
                                                     WS-IMAGEM-DEPOIS
                     IF LNK-UNI-COPIA-NOME = 'S'
                        OR LNK-UNI-COPIA-NOME = 's'
                        MOVE 'G' TO WS-FON-OPERACAO
                        CALL 'GRAVA-FONETICA' USING WS-FON-OPERACAO
                                                 WS-HIST-ID
                                                 REG-NAME-ARQ-USUARIO
                                                 WS-FON-STATUS
                        IF WS-FON-STATUS NOT = 0
                           DISPLAY 'AVISO: indice fonetico nao '
                                   'atualizado; rodar GERA-FONETICA.'
                        END-IF
                     END-IF
               END-REWRITE
            END-IF
            .
       P030-FIM.

       P040-CANCELA-VITIMA.

            MOVE WS-IMAGEM-VITIMA TO REG-ARQ-USUARIO

            MOVE 'C' TO REG-SITUACAO-ARQ-USUARIO
      * Toda regravacao cadastral estampa a data/hora de ultima
      * alteracao no registro.
            ACCEPT REG-DATA-ALTERACAO-ARQ-USUARIO FROM DATE YYYYMMDD
            ACCEPT REG-HORA-ALTERACAO-ARQ-USUARIO FROM TIME

            REWRITE REG-ARQ-USUARIO
               INVALID KEY
                  DISPLAY 'ERRO: falha ao cancelar a vitima '
                          LNK-UNI-VITIMA
               NOT INVALID KEY
                  MOVE 0 TO LNK-UNI-STATUS
                  MOVE 'S' TO WS-HIST-OPERACAO
                  MOVE LNK-UNI-VITIMA TO WS-HIST-ID
                  MOVE WS-IMAGEM-VITIMA TO WS-IMAGEM-ANTES
                  MOVE REG-ARQ-USUARIO  TO WS-IMAGEM-DEPOIS
                  CALL 'HISTORICO-USUARIO' USING WS-HIST-OPERACAO
                                                  WS-HIST-ID
                                                  WS-IMAGEM-ANTES
                                                  WS-IMAGEM-DEPOIS
                  PERFORM P050-GRAVA-XREF
            END-REWRITE
            .
       P040-FIM.

       P050-GRAVA-XREF.
      * A referencia cruzada acumula execucoes sucessivas: os
      * receptores aplicam o arquivo inteiro ou as linhas novas,
      * conforme o combinado com cada um. Mesmo esquema de abertura
      * da trilha de auditoria: EXTEND quando ja existe, OUTPUT na
      * primeira gravacao.

            MOVE 'N' TO XREF-EXISTE
            OPEN INPUT XREF-IDS
            IF STATUS-XREF = '00'
               MOVE 'S' TO XREF-EXISTE
            END-IF
            CLOSE XREF-IDS

            IF XREF-EXISTE = 'S'
               OPEN EXTEND XREF-IDS
            ELSE
               OPEN OUTPUT XREF-IDS
            END-IF

            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            ACCEPT WS-HORA-SISTEMA FROM TIME

            MOVE SPACES TO REG-XREF
            MOVE LNK-UNI-VITIMA    TO XRF-VITIMA
            MOVE LNK-UNI-SOBREVIVE TO XRF-SOBREVIVE
            MOVE WS-DATA-SISTEMA   TO XRF-DATA
            MOVE WS-HORA-SISTEMA   TO XRF-HORA
            WRITE REG-XREF

            CLOSE XREF-IDS
            .
       P050-FIM.

       END PROGRAM APLICA-UNIFICACAO.
