      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversao (execucao unica, no molde de
      *          CONVERTE-ID-USUARIO) da base de usuarios para o
      *          registro com a data de expiracao da conta e para a
      *          folga de imagem de 300 posicoes do historico, rodada
      *          junto com a subida dos programas que ja enxergam a
      *          nova largura:
      *          - ARQ-USUARIO: regrava cada registro como esta, com
      *            a data de expiracao zerada (conta sem expiracao);
      *          - HIST-USUARIO: regrava cada movimento com as
      *            imagens antes/depois alargadas de 250 para 300
      *            posicoes, com a data de expiracao zerada nas
      *            imagens de ARQUSU.
      *          O contador CTL-USUARIO nao muda de formato e nao
      *          passa por aqui. Os arquivos antigos devem ser
      *          renomeados antes e apontados pelas DD/variaveis
      *          ARQANT e HISANT; os novos sao criados nos lugares
      *          apontados por ARQUSU e HISUSU (ver o job CONVEXP).
      *          As geracoes de copia de seguranca ja gravadas ficam
      *          no formato antigo: rodar uma COPIA-USUARIO logo
      *          apos a conversao, para a primeira geracao no
      *          formato novo existir antes de qualquer carga.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTE-EXPIRA-USUARIO.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-ANTIGO ASSIGN TO DYNAMIC
              WS-DSN-ARQ-ANTIGO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANT-ID-ARQ-USUARIO
               ALTERNATE RECORD KEY IS ANT-EMAIL-ARQ-USUARIO
                  WITH DUPLICATES
               FILE STATUS IS STATUS-ARQ-ANTIGO.

           SELECT ARQ-USUARIO ASSIGN TO DYNAMIC
              WS-DSN-ARQ-USUARIO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-ID-ARQ-USUARIO
               ALTERNATE RECORD KEY IS REG-EMAIL-ARQ-USUARIO
                  WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.

           SELECT HIST-ANTIGO ASSIGN TO DYNAMIC
              WS-DSN-HIST-ANTIGO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-HIST-ANTIGO.

           SELECT HIST-USUARIO ASSIGN TO DYNAMIC
              WS-DSN-HIST-USUARIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-HIST-USUARIO.

       DATA DIVISION.
       FILE SECTION.

      * Layout do registro antigo de ARQ-USUARIO (245 posicoes,
      * anterior a data de expiracao); so as chaves sao nomeadas,
      * porque o resto do registro passa como esta para o layout
      * atual. Fica declarado aqui, e nao num copybook, porque este
      * e o unico programa que ainda precisa enxergar o formato
      * antigo.
       FD ARQ-ANTIGO.
       01 ANT-ARQ-USUARIO.
           03 ANT-ID-ARQ-USUARIO       PIC 9(07).
           03 ANT-EMAIL-ARQ-USUARIO    PIC X(30).
           03 ANT-RESTO-ARQ-USUARIO    PIC X(208).

       FD ARQ-USUARIO.
       COPY ARQUSU.

      * Layout do movimento antigo do historico: imagens de 250
      * posicoes.
       FD HIST-ANTIGO.
       01 REG-HIST-ANTIGO.
           03 HAN-DATA                 PIC 9(08).
           03 FILLER                   PIC X(01).
           03 HAN-HORA                 PIC 9(08).
           03 FILLER                   PIC X(01).
           03 HAN-OPERACAO             PIC X(01).
           03 FILLER                   PIC X(01).
           03 HAN-OPERADOR             PIC X(08).
           03 FILLER                   PIC X(01).
           03 HAN-ID                   PIC 9(07).
           03 FILLER                   PIC X(01).
           03 HAN-ANTES                PIC X(250).
           03 FILLER                   PIC X(01).
           03 HAN-DEPOIS               PIC X(250).

       FD HIST-USUARIO.
       COPY HISTUSU.

       WORKING-STORAGE SECTION.
       01 STATUS-ARQ-ANTIGO       PIC X(2).
       01 FILE-STATUS             PIC X(2).
       01 STATUS-HIST-ANTIGO      PIC X(2).
       01 STATUS-HIST-USUARIO     PIC X(2).

       01 WS-DSN-ARQ-ANTIGO       PIC X(100).
       01 WS-DSN-ARQ-USUARIO      PIC X(100).
       01 WS-DSN-HIST-ANTIGO      PIC X(100).
       01 WS-DSN-HIST-USUARIO     PIC X(100).

       01 WS-EOF-ARQ-ANTIGO       PIC X(1) VALUE 'N'.
       01 WS-EOF-HIST-ANTIGO      PIC X(1) VALUE 'N'.
       01 WS-TOTAL-REGISTROS      PIC 9(07) VALUE ZERO.
       01 WS-TOTAL-MOVIMENTOS     PIC 9(08) VALUE ZERO.

      * Imagem do historico no layout atual: as 245 posicoes do
      * registro antigo passam como estao (a senha ja vem mascarada)
      * e a data de expiracao entra zerada logo depois.
       01 WS-IMAGEM-NOVA.
           03 NOV-REGISTRO        PIC X(245).
           03 NOV-DATA-EXPIRA     PIC 9(08).
           03 FILLER              PIC X(47).

       01 WS-TRAVA-OPERACAO       PIC X(01).
       01 WS-TRAVA-STATUS         PIC 9(01).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY 'Conversao da Expiracao de Usuarios Iniciada'

            MOVE ZERO TO RETURN-CODE

            PERFORM P000-RESOLVE-DSN

            MOVE '1' TO WS-TRAVA-OPERACAO
            CALL 'TRAVA-USUARIO' USING WS-TRAVA-OPERACAO WS-TRAVA-STATUS

            IF WS-TRAVA-STATUS NOT = 0
               DISPLAY 'ERRO: arquivo de usuarios em uso por outra '
                       'execucao. Tente novamente mais tarde.'
               MOVE 12 TO RETURN-CODE
            ELSE
               PERFORM P100-CONVERTE-BASE

               IF RETURN-CODE = ZERO
                  PERFORM P300-CONVERTE-HISTORICO
               END-IF

               MOVE '2' TO WS-TRAVA-OPERACAO
               CALL 'TRAVA-USUARIO' USING WS-TRAVA-OPERACAO
                                           WS-TRAVA-STATUS
            END-IF

            STOP RUN.

       P000-RESOLVE-DSN.

            MOVE SPACES TO WS-DSN-ARQ-ANTIGO
            ACCEPT WS-DSN-ARQ-ANTIGO FROM ENVIRONMENT 'ARQANT'
            IF WS-DSN-ARQ-ANTIGO = SPACES
               MOVE './ARQ-USUARIO-ANTIGO.DAT' TO WS-DSN-ARQ-ANTIGO
            END-IF

            MOVE SPACES TO WS-DSN-ARQ-USUARIO
            ACCEPT WS-DSN-ARQ-USUARIO FROM ENVIRONMENT 'ARQUSU'
            IF WS-DSN-ARQ-USUARIO = SPACES
               MOVE './ARQ-USUARIO.DAT' TO WS-DSN-ARQ-USUARIO
            END-IF

            MOVE SPACES TO WS-DSN-HIST-ANTIGO
            ACCEPT WS-DSN-HIST-ANTIGO FROM ENVIRONMENT 'HISANT'
            IF WS-DSN-HIST-ANTIGO = SPACES
               MOVE './HISTORICO-USUARIO-ANTIGO.DAT'
                 TO WS-DSN-HIST-ANTIGO
            END-IF

            MOVE SPACES TO WS-DSN-HIST-USUARIO
            ACCEPT WS-DSN-HIST-USUARIO FROM ENVIRONMENT 'HISUSU'
            IF WS-DSN-HIST-USUARIO = SPACES
               MOVE './HISTORICO-USUARIO.DAT' TO WS-DSN-HIST-USUARIO
            END-IF
            .
       P000-FIM.

       P100-CONVERTE-BASE.

            OPEN INPUT ARQ-ANTIGO

            IF STATUS-ARQ-ANTIGO NOT = '00'
               DISPLAY 'ERRO: base antiga inexistente ou '
                       'inacessivel: ' WS-DSN-ARQ-ANTIGO
               MOVE 8 TO RETURN-CODE
            ELSE
               OPEN OUTPUT ARQ-USUARIO
               MOVE 'N' TO WS-EOF-ARQ-ANTIGO
               PERFORM P110-LE-ANTIGO
               PERFORM P120-GRAVA-CONVERTIDO
                  UNTIL WS-EOF-ARQ-ANTIGO = 'S'
               CLOSE ARQ-USUARIO
               CLOSE ARQ-ANTIGO
               DISPLAY 'Base convertida: ' WS-TOTAL-REGISTROS
                       ' registro(s).'
            END-IF
            .
       P100-FIM.

       P110-LE-ANTIGO.

            READ ARQ-ANTIGO NEXT RECORD
               AT END
                  MOVE 'S' TO WS-EOF-ARQ-ANTIGO
               NOT AT END
                  CONTINUE
            END-READ
            .
       P110-FIM.

       P120-GRAVA-CONVERTIDO.
      * O registro antigo e um prefixo exato do atual: passa inteiro
      * e a data de expiracao fica zerada, a convencao de "conta sem
      * expiracao" - nenhuma conta existente ganha prazo na conversao.

            MOVE ANT-ARQ-USUARIO TO REG-ARQ-USUARIO
            MOVE ZERO TO REG-DATA-EXPIRA-ARQ-USUARIO

            WRITE REG-ARQ-USUARIO
               INVALID KEY
                  DISPLAY 'ERRO: falha ao gravar o ID '
                          ANT-ID-ARQ-USUARIO ' na base convertida.'
                  MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                  ADD 1 TO WS-TOTAL-REGISTROS
            END-WRITE

            PERFORM P110-LE-ANTIGO
            .
       P120-FIM.

       P300-CONVERTE-HISTORICO.
      * Um ambiente que nunca gravou historico nao tem o que
      * converter; o aviso fica no SYSOUT e a conversao segue
      * valida.

            OPEN INPUT HIST-ANTIGO

            IF STATUS-HIST-ANTIGO NOT = '00'
               DISPLAY 'AVISO: historico antigo inexistente ('
                       WS-DSN-HIST-ANTIGO '); nada a converter.'
            ELSE
               OPEN OUTPUT HIST-USUARIO
               MOVE 'N' TO WS-EOF-HIST-ANTIGO
               PERFORM P310-LE-MOVIMENTO
               PERFORM P320-GRAVA-MOVIMENTO
                  UNTIL WS-EOF-HIST-ANTIGO = 'S'
               CLOSE HIST-USUARIO
               CLOSE HIST-ANTIGO
               DISPLAY 'Historico convertido: ' WS-TOTAL-MOVIMENTOS
                       ' movimento(s).'
            END-IF
            .
       P300-FIM.

       P310-LE-MOVIMENTO.

            READ HIST-ANTIGO
               AT END
                  MOVE 'S' TO WS-EOF-HIST-ANTIGO
               NOT AT END
                  CONTINUE
            END-READ
            .
       P310-FIM.

       P320-GRAVA-MOVIMENTO.

            MOVE SPACES TO REG-HIST-USUARIO
            MOVE HAN-DATA     TO REG-DATA-HIST
            MOVE HAN-HORA     TO REG-HORA-HIST
            MOVE HAN-OPERACAO TO REG-OPERACAO-HIST
            MOVE HAN-OPERADOR TO REG-OPERADOR-HIST
            MOVE HAN-ID       TO REG-ID-HIST

            MOVE HAN-ANTES TO REG-ANTES-HIST
            IF HAN-ANTES NOT = SPACES
               AND NOT HIST-CONSENTIMENTO
               AND NOT HIST-PAPEL
               MOVE HAN-ANTES TO WS-IMAGEM-NOVA
               PERFORM P330-CONVERTE-IMAGEM
               MOVE WS-IMAGEM-NOVA TO REG-ANTES-HIST
            END-IF

            MOVE HAN-DEPOIS TO REG-DEPOIS-HIST
            IF HAN-DEPOIS NOT = SPACES
               AND NOT HIST-CONSENTIMENTO
               AND NOT HIST-PAPEL
               MOVE HAN-DEPOIS TO WS-IMAGEM-NOVA
               PERFORM P330-CONVERTE-IMAGEM
               MOVE WS-IMAGEM-NOVA TO REG-DEPOIS-HIST
            END-IF

            WRITE REG-HIST-USUARIO
            ADD 1 TO WS-TOTAL-MOVIMENTOS

            PERFORM P310-LE-MOVIMENTO
            .
       P320-FIM.

       P330-CONVERTE-IMAGEM.
      * So as imagens de ARQUSU ganham a data de expiracao zerada;
      * uma imagem em branco (o "antes" de uma inclusao, o "depois"
      * de uma exclusao) e as imagens das operacoes C e P (registros
      * de CNS-USUARIO e PAP-USUARIO, ver HISTUSU) passam apenas
      * alargadas, sem nada na folga.

            MOVE ZEROS  TO NOV-DATA-EXPIRA
            MOVE SPACES TO WS-IMAGEM-NOVA(254:47)
            .
       P330-FIM.

       END PROGRAM CONVERTE-EXPIRA-USUARIO.
