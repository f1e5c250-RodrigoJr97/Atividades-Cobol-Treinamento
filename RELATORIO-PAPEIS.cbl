      ******************************************************************
      * Author:
      * Date:
      * Purpose: Relatorio periodico de papeis de acesso (revisao de
      *          direitos): lista, papel a papel, os usuarios com
      *          atribuicao vigente ou futura (PAPEL-USUARIO), com o
      *          periodo de validade, e sinaliza as atribuicoes que
      *          continuam valendo para usuario suspenso, cancelado
      *          ou que nao existe mais na base - sao as que o dono
      *          do papel deve revogar. Atribuicoes ja vencidas nao
      *          dao direito nenhum e saem so no total do rodape.
      *          Papel inativo ou fora do catalogo aparece assim no
      *          cabecalho do papel, com as atribuicoes dele.
      *          O e-mail sai mascarado no relatorio, salvo pedido do
      *          job por um operador autorizado (DADCOM/OPRUSU, ver
      *          CONTROLE-DADOS-PESSOAIS); o cabecalho diz de que
      *          forma saiu.
      *          Termina com RC 0 (nada sinalizado), 4 (ha
      *          atribuicoes sinalizadas) ou 8 (base ou papeis
      *          inacessiveis).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-PAPEIS.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-USUARIO ASSIGN TO DYNAMIC
              WS-DSN-ARQ-USUARIO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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

           SELECT RELATORIO ASSIGN TO DYNAMIC
              WS-DSN-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.

       FD ARQ-USUARIO.
       COPY ARQUSU.

       FD PAP-USUARIO.
       COPY PAPUSU.

       FD CAT-PAPEIS.
       COPY PAPCAT.

       FD RELATORIO.
       01 REG-RELATORIO               PIC X(100).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS             PIC X(2).
       01 STATUS-PAP-USUARIO      PIC X(2).
       01 STATUS-CAT-PAPEL        PIC X(2).
       01 STATUS-RELATORIO        PIC X(2).
       01 WS-DSN-ARQ-USUARIO      PIC X(100).
       01 WS-DSN-PAP-USUARIO      PIC X(100).
       01 WS-DSN-CAT-PAPEL        PIC X(100).
       01 WS-DSN-RELATORIO        PIC X(100).

       01 WS-EOF-PAPEIS           PIC X(1) VALUE 'N'.
       01 WS-TEM-ATRIBUICOES      PIC X(1) VALUE 'N'.
       01 WS-TEM-CATALOGO         PIC X(1) VALUE 'N'.
       01 WS-PAPEL-ANTERIOR       PIC X(08) VALUE LOW-VALUES.
       01 WS-DATA-SISTEMA         PIC 9(08).

       01 WS-DPE-OPERACAO         PIC X(01).
       01 WS-DPE-PROGRAMA         PIC X(20) VALUE 'RELATORIO-PAPEIS'.
       01 WS-DPE-ID               PIC 9(07).
       01 WS-DPE-COMPLETO         PIC X(01).
       01 WS-OPERADOR-PEDIDO      PIC X(08).

       01 WS-TOTAL-PAPEIS         PIC 9(05) VALUE ZERO.
       01 WS-TOTAL-LISTADAS       PIC 9(07) VALUE ZERO.
       01 WS-TOTAL-SINALIZADAS    PIC 9(07) VALUE ZERO.
       01 WS-TOTAL-VENCIDAS       PIC 9(07) VALUE ZERO.

       01 WS-DATA-CABECALHO.
           03 WS-DATA-ANO         PIC 9(04).
           03 WS-DATA-MES         PIC 9(02).
           03 WS-DATA-DIA         PIC 9(02).

       01 WS-CAB-TITULO.
           03 FILLER              PIC X(40) VALUE
              'PAPEIS DE ACESSO POR USUARIO - '.
           03 WS-CAB-DIA          PIC 99.
           03 FILLER              PIC X     VALUE '/'.
           03 WS-CAB-MES          PIC 99.
           03 FILLER              PIC X     VALUE '/'.
           03 WS-CAB-ANO          PIC 9999.

       01 WS-CAB-DADOS.
           03 FILLER              PIC X(16) VALUE 'DADOS PESSOAIS: '.
           03 WS-CAB-DADOS-TEXTO  PIC X(50).

      * Cabecalho de cada papel, na quebra do codigo: a leitura vai
      * pela chave alternativa do papel, entao os usuarios de um
      * mesmo papel vem juntos.
       01 WS-CAB-PAPEL.
           03 FILLER              PIC X(06) VALUE 'PAPEL '.
           03 WS-CAB-PAPEL-COD    PIC X(08).
           03 FILLER              PIC X(03) VALUE ' - '.
           03 WS-CAB-PAPEL-DESC   PIC X(40).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-CAB-PAPEL-SIT    PIC X(20).

      * Uma linha por atribuicao vigente ou futura; a situacao na
      * frente e a sinalizacao (SUSPENSO, CANCELADO, SEM CADASTRO)
      * ou FUTURO para a que ainda nao comecou, em branco para a
      * vigente de usuario ativo.
       01 WS-LINHA-DETALHE.
           03 WS-DET-SITUACAO     PIC X(12).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-DET-ID           PIC ZZZZZZ9.
           03 FILLER              PIC X(02) VALUE SPACES.
           03 WS-DET-EMAIL        PIC X(30).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-DET-NOME         PIC X(20).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-DET-INI-DIA      PIC 99.
           03 FILLER              PIC X     VALUE '/'.
           03 WS-DET-INI-MES      PIC 99.
           03 FILLER              PIC X     VALUE '/'.
           03 WS-DET-INI-ANO      PIC 9999.
           03 FILLER              PIC X(03) VALUE ' A '.
           03 WS-DET-FIM          PIC X(11).

       01 WS-DET-FIM-DATA.
           03 WS-DET-FIM-DIA      PIC 99.
           03 FILLER              PIC X     VALUE '/'.
           03 WS-DET-FIM-MES      PIC 99.
           03 FILLER              PIC X     VALUE '/'.
           03 WS-DET-FIM-ANO      PIC 9999.

       01 WS-RODAPE.
           03 FILLER              PIC X(08) VALUE 'PAPEIS: '.
           03 WS-ROD-PAPEIS       PIC ZZZZ9.
           03 FILLER              PIC X(15) VALUE '  ATRIBUICOES: '.
           03 WS-ROD-LISTADAS     PIC ZZZZZZ9.
           03 FILLER              PIC X(15) VALUE '  SINALIZADAS: '.
           03 WS-ROD-SINALIZADAS  PIC ZZZZZZ9.
           03 FILLER              PIC X(12) VALUE '  VENCIDAS: '.
           03 WS-ROD-VENCIDAS     PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY 'Relatorio de Papeis de Acesso Iniciado'

            MOVE ZERO TO RETURN-CODE

            PERFORM P000-RESOLVE-DSN
            PERFORM P005-ABRE-ARQUIVOS

            IF RETURN-CODE = ZERO
               PERFORM P008-VERIFICA-DADOS-PESSOAIS
               PERFORM P010-ABRE-RELATORIO

               IF WS-TEM-ATRIBUICOES = 'S'
                  PERFORM P020-POSICIONA
                  PERFORM P025-LE-PROXIMO
                  PERFORM P030-TRATA-ATRIBUICAO
                     UNTIL WS-EOF-PAPEIS = 'S'
                  CLOSE PAP-USUARIO
               END-IF

               IF WS-TEM-CATALOGO = 'S'
                  CLOSE CAT-PAPEIS
               END-IF
               CLOSE ARQ-USUARIO
               PERFORM P060-FINALIZA
               MOVE '3' TO WS-DPE-OPERACAO
               CALL 'CONTROLE-DADOS-PESSOAIS' USING WS-DPE-OPERACAO
                                                    WS-DPE-PROGRAMA
                                                    WS-DPE-ID
                                                    WS-DPE-COMPLETO
            END-IF

            STOP RUN.

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

            MOVE SPACES TO WS-DSN-RELATORIO
            ACCEPT WS-DSN-RELATORIO FROM ENVIRONMENT 'RELPAP'
            IF WS-DSN-RELATORIO = SPACES
               MOVE './RELATORIO-PAPEIS.TXT' TO WS-DSN-RELATORIO
            END-IF
            .
       P000-FIM.

       P005-ABRE-ARQUIVOS.
      * Sem arquivo de atribuicoes ou de catalogo (status 35) ainda
      * nao ha papel atribuido ou descrito: o relatorio sai vazio
      * ou sem descricoes. Qualquer outra falha, e a base de
      * usuarios inacessivel, param com RC 8 - sem a base nao ha
      * como sinalizar nada.

            OPEN INPUT ARQ-USUARIO
            IF FILE-STATUS NOT = '00'
               DISPLAY 'Arquivo de usuarios inexistente ou inacessivel.'
               MOVE 8 TO RETURN-CODE
            END-IF

            IF RETURN-CODE = ZERO
               OPEN INPUT PAP-USUARIO
               EVALUATE STATUS-PAP-USUARIO
                   WHEN '00'
                       MOVE 'S' TO WS-TEM-ATRIBUICOES
                   WHEN '35'
                       DISPLAY 'Sem arquivo de papeis de usuario; '
                               'nenhuma atribuicao a listar.'
                   WHEN OTHER
                       DISPLAY 'ERRO: papeis de usuario '
                               'inacessiveis (file status '
                               STATUS-PAP-USUARIO ').'
                       MOVE 8 TO RETURN-CODE
               END-EVALUATE
            END-IF

            IF RETURN-CODE = ZERO
               OPEN INPUT CAT-PAPEIS
               EVALUATE STATUS-CAT-PAPEL
                   WHEN '00'
                       MOVE 'S' TO WS-TEM-CATALOGO
                   WHEN '35'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ERRO: catalogo de papeis '
                               'inacessivel (file status '
                               STATUS-CAT-PAPEL ').'
                       MOVE 8 TO RETURN-CODE
               END-EVALUATE
            END-IF

            IF RETURN-CODE NOT = ZERO
               CLOSE ARQ-USUARIO
               IF WS-TEM-ATRIBUICOES = 'S'
                  CLOSE PAP-USUARIO
               END-IF
            END-IF
            .
       P005-FIM.

       P008-VERIFICA-DADOS-PESSOAIS.
      * Mascarado, salvo pedido explicito do job por um operador
      * autorizado (ver CONTROLE-DADOS-PESSOAIS).

            MOVE '1' TO WS-DPE-OPERACAO
            MOVE ZERO TO WS-DPE-ID
            CALL 'CONTROLE-DADOS-PESSOAIS' USING WS-DPE-OPERACAO
                                                 WS-DPE-PROGRAMA
                                                 WS-DPE-ID
                                                 WS-DPE-COMPLETO

            MOVE SPACES TO WS-CAB-DADOS-TEXTO
            IF WS-DPE-COMPLETO = 'S'
               MOVE SPACES TO WS-OPERADOR-PEDIDO
               ACCEPT WS-OPERADOR-PEDIDO FROM ENVIRONMENT 'OPRUSU'
               STRING 'COMPLETOS, A PEDIDO DO OPERADOR '
                         DELIMITED BY SIZE
                      WS-OPERADOR-PEDIDO DELIMITED BY SIZE
                 INTO WS-CAB-DADOS-TEXTO
               END-STRING
            ELSE
               MOVE 'MASCARADOS' TO WS-CAB-DADOS-TEXTO
            END-IF
            .
       P008-FIM.

       P010-ABRE-RELATORIO.

            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            MOVE WS-DATA-SISTEMA TO WS-DATA-CABECALHO
            MOVE WS-DATA-DIA TO WS-CAB-DIA
            MOVE WS-DATA-MES TO WS-CAB-MES
            MOVE WS-DATA-ANO TO WS-CAB-ANO

            OPEN OUTPUT RELATORIO
            WRITE REG-RELATORIO FROM WS-CAB-TITULO
            WRITE REG-RELATORIO FROM WS-CAB-DADOS
            .
       P010-FIM.

       P020-POSICIONA.

            MOVE LOW-VALUES TO MBR-PAPEL
            START PAP-USUARIO KEY >= MBR-PAPEL
               INVALID KEY
                  MOVE 'S' TO WS-EOF-PAPEIS
            END-START
            .
       P020-FIM.

       P025-LE-PROXIMO.

            IF WS-EOF-PAPEIS NOT = 'S'
               READ PAP-USUARIO NEXT RECORD
                  AT END
                     MOVE 'S' TO WS-EOF-PAPEIS
                  NOT AT END
                     CONTINUE
               END-READ
            END-IF
            .
       P025-FIM.

       P030-TRATA-ATRIBUICAO.
      * Vencida nao da direito e so conta no rodape; o cabecalho do
      * papel sai so quando o papel tem alguma atribuicao listada.

            IF MBR-DATA-FIM < WS-DATA-SISTEMA
               ADD 1 TO WS-TOTAL-VENCIDAS
            ELSE
               IF MBR-PAPEL NOT = WS-PAPEL-ANTERIOR
                  PERFORM P040-CABECALHO-PAPEL
               END-IF
               PERFORM P050-GRAVA-DETALHE
            END-IF

            PERFORM P025-LE-PROXIMO
            .
       P030-FIM.

       P040-CABECALHO-PAPEL.

            MOVE MBR-PAPEL TO WS-PAPEL-ANTERIOR
            ADD 1 TO WS-TOTAL-PAPEIS

            MOVE MBR-PAPEL TO WS-CAB-PAPEL-COD
            MOVE SPACES TO WS-CAB-PAPEL-DESC
            MOVE '(FORA DO CATALOGO)' TO WS-CAB-PAPEL-SIT

            IF WS-TEM-CATALOGO = 'S'
               MOVE MBR-PAPEL TO CAT-PAPEL
               READ CAT-PAPEIS
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE CAT-DESCRICAO TO WS-CAB-PAPEL-DESC
                     IF CAT-PAPEL-ATIVO
                        MOVE SPACES TO WS-CAB-PAPEL-SIT
                     ELSE
                        MOVE '(INATIVO)' TO WS-CAB-PAPEL-SIT
                     END-IF
               END-READ
            END-IF

            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            WRITE REG-RELATORIO FROM WS-CAB-PAPEL
            .
       P040-FIM.

       P050-GRAVA-DETALHE.
      * Suspenso, cancelado ou sem cadastro e sinalizado mesmo numa
      * atribuicao futura: ela passaria a valer sozinha na data.

            ADD 1 TO WS-TOTAL-LISTADAS
            MOVE SPACES TO WS-DET-EMAIL WS-DET-NOME WS-DET-SITUACAO

            MOVE MBR-ID-USUARIO TO REG-ID-ARQ-USUARIO
            READ ARQ-USUARIO
               INVALID KEY
                  MOVE 'SEM CADASTRO' TO WS-DET-SITUACAO
               NOT INVALID KEY
                  MOVE REG-EMAIL-ARQ-USUARIO TO WS-DET-EMAIL
                  PERFORM P055-PROTEGE-EMAIL
                  MOVE REG-NAME-ARQ-USUARIO  TO WS-DET-NOME
                  EVALUATE TRUE
                      WHEN SITUACAO-SUSPENSO
                          MOVE 'SUSPENSO' TO WS-DET-SITUACAO
                      WHEN SITUACAO-CANCELADO
                          MOVE 'CANCELADO' TO WS-DET-SITUACAO
                      WHEN OTHER
                          CONTINUE
                  END-EVALUATE
            END-READ

            IF WS-DET-SITUACAO NOT = SPACES
               ADD 1 TO WS-TOTAL-SINALIZADAS
            ELSE
               IF MBR-DATA-INICIO > WS-DATA-SISTEMA
                  MOVE 'FUTURO' TO WS-DET-SITUACAO
               END-IF
            END-IF

            MOVE MBR-ID-USUARIO       TO WS-DET-ID
            MOVE MBR-DATA-INICIO(7:2) TO WS-DET-INI-DIA
            MOVE MBR-DATA-INICIO(5:2) TO WS-DET-INI-MES
            MOVE MBR-DATA-INICIO(1:4) TO WS-DET-INI-ANO

            IF MBR-SEM-TERMINO
               MOVE 'SEM TERMINO' TO WS-DET-FIM
            ELSE
               MOVE MBR-DATA-FIM(7:2) TO WS-DET-FIM-DIA
               MOVE MBR-DATA-FIM(5:2) TO WS-DET-FIM-MES
               MOVE MBR-DATA-FIM(1:4) TO WS-DET-FIM-ANO
               MOVE WS-DET-FIM-DATA   TO WS-DET-FIM
            END-IF

            WRITE REG-RELATORIO FROM WS-LINHA-DETALHE
            .
       P050-FIM.

       P055-PROTEGE-EMAIL.

            IF WS-DPE-COMPLETO = 'S'
               MOVE '2' TO WS-DPE-OPERACAO
               MOVE REG-ID-ARQ-USUARIO TO WS-DPE-ID
               CALL 'CONTROLE-DADOS-PESSOAIS' USING WS-DPE-OPERACAO
                                                    WS-DPE-PROGRAMA
                                                    WS-DPE-ID
                                                    WS-DPE-COMPLETO
            ELSE
               CALL 'MASCARA-DADOS-PESSOAIS' USING WS-DET-EMAIL
                                                   OMITTED
                                                   OMITTED OMITTED
                                                   OMITTED
            END-IF
            .
       P055-FIM.

       P060-FINALIZA.

            MOVE WS-TOTAL-PAPEIS      TO WS-ROD-PAPEIS
            MOVE WS-TOTAL-LISTADAS    TO WS-ROD-LISTADAS
            MOVE WS-TOTAL-SINALIZADAS TO WS-ROD-SINALIZADAS
            MOVE WS-TOTAL-VENCIDAS    TO WS-ROD-VENCIDAS

            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            WRITE REG-RELATORIO FROM WS-RODAPE
            CLOSE RELATORIO

            DISPLAY 'Papeis listados......: ' WS-TOTAL-PAPEIS
            DISPLAY 'Atribuicoes listadas.: ' WS-TOTAL-LISTADAS
            DISPLAY 'Sinalizadas..........: ' WS-TOTAL-SINALIZADAS
            DISPLAY 'Vencidas.............: ' WS-TOTAL-VENCIDAS

            IF WS-TOTAL-SINALIZADAS NOT = ZERO
               MOVE 4 TO RETURN-CODE
            END-IF
            .
       P060-FIM.

       END PROGRAM RELATORIO-PAPEIS.
