      ******************************************************************
      * Author:
      * Date:
      * Purpose: Manutencao do consentimento de comunicacao de um
      *          usuario pelo operador (titular que liga pedindo para
      *          nao receber mais e-mail, ou que autoriza a mala
      *          direta depois do cadastro): mostra a opcao atual de
      *          cada canal (e-mail, telefone, endereco postal) com
      *          data, origem e operador da ultima mudanca, e aplica
      *          as opcoes novas pela mesma GRAVA-CONSENTIMENTO do
      *          cadastro e da manutencao em lote, com a origem MENU
      *          e o historico de movimentacao (operacao C).
      *          O e-mail do usuario sai mascarado, salvo para o
      *          operador com a autorizacao de ver dados pessoais
      *          (ver CONTROLE-DADOS-PESSOAIS), que tem cada usuario
      *          mostrado registrado.
      *          Chamado pelo menu de operacao (opcao propria, com
      *          autorizacao); roda sob a trava TRAVA-USUARIO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSENTIMENTO-USUARIO.
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

           SELECT CNS-USUARIO ASSIGN TO DYNAMIC
              WS-DSN-CONSENTIMENTO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CNS-ID-USUARIO
               FILE STATUS IS STATUS-CONSENTIMENTO.

       DATA DIVISION.
       FILE SECTION.

       FD ARQ-USUARIO.
       COPY ARQUSU.

       FD CNS-USUARIO.
       COPY CNSUSU.

       WORKING-STORAGE SECTION.
       01 FILE-STATUS             PIC X(2).
       01 STATUS-CONSENTIMENTO    PIC X(2).
       01 WS-DSN-ARQ-USUARIO      PIC X(100).
       01 WS-DSN-CONSENTIMENTO    PIC X(100).

       01 WS-CONTINUA             PIC X(1).
       01 WS-CONFIRMA             PIC X(1).
       01 WS-ID-INFORMADO         PIC 9(07).
       01 WS-USUARIO-ACHADO       PIC X(1).
       01 WS-TEM-CONSENTIMENTO    PIC X(1).
       01 WS-IND-CANAL            PIC 9(01).

       01 WS-NOMES-CANAIS.
           03 FILLER              PIC X(09) VALUE 'E-mail   '.
           03 FILLER              PIC X(09) VALUE 'Telefone '.
           03 FILLER              PIC X(09) VALUE 'Endereco '.
       01 WS-TAB-NOMES-CANAIS REDEFINES WS-NOMES-CANAIS.
           03 WS-NOME-CANAL OCCURS 3 TIMES PIC X(09).

       01 WS-CANAIS-NOVOS.
           03 WS-CNS-NOVO-EMAIL   PIC X(01).
           03 WS-CNS-NOVO-FONE    PIC X(01).
           03 WS-CNS-NOVO-END     PIC X(01).
       01 WS-TAB-CANAIS-NOVOS REDEFINES WS-CANAIS-NOVOS.
           03 WS-CNS-NOVO OCCURS 3 TIMES PIC X(01).
       01 WS-CNS-ORIGEM           PIC X(08) VALUE 'MENU'.
       01 WS-CNS-STATUS           PIC 9(01).

       01 WS-TRAVA-OPERACAO       PIC X(01).
       01 WS-TRAVA-STATUS         PIC 9(01).

       01 WS-EMAIL-EXIBIDO        PIC X(30).
       01 WS-DPE-OPERACAO         PIC X(01).
       01 WS-DPE-PROGRAMA         PIC X(20) VALUE 'CONSENTIMENTO'.
       01 WS-DPE-ID               PIC 9(07).
       01 WS-DPE-COMPLETO         PIC X(01).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY 'Consentimento de Comunicacao Iniciado'

      * Chamado pelo menu de operacao, o programa volta com a
      * working storage da chamada anterior; a sessao recomeca aqui.
            MOVE 'S' TO WS-CONTINUA

            PERFORM P000-RESOLVE-DSN

            MOVE '1' TO WS-TRAVA-OPERACAO
            CALL 'TRAVA-USUARIO' USING WS-TRAVA-OPERACAO WS-TRAVA-STATUS

            IF WS-TRAVA-STATUS NOT = 0
               DISPLAY 'ERRO: arquivo de usuarios em uso por outra '
                       'execucao. Tente novamente mais tarde.'
            ELSE
               MOVE '1' TO WS-DPE-OPERACAO
               MOVE ZERO TO WS-DPE-ID
               CALL 'CONTROLE-DADOS-PESSOAIS' USING WS-DPE-OPERACAO
                                                    WS-DPE-PROGRAMA
                                                    WS-DPE-ID
                                                    WS-DPE-COMPLETO

               PERFORM P100-SESSAO UNTIL WS-CONTINUA = 'N'

               MOVE '3' TO WS-DPE-OPERACAO
               CALL 'CONTROLE-DADOS-PESSOAIS' USING WS-DPE-OPERACAO
                                                    WS-DPE-PROGRAMA
                                                    WS-DPE-ID
                                                    WS-DPE-COMPLETO

               MOVE '2' TO WS-TRAVA-OPERACAO
               CALL 'TRAVA-USUARIO' USING WS-TRAVA-OPERACAO
                                           WS-TRAVA-STATUS
            END-IF

            GOBACK.

       P000-RESOLVE-DSN.

            MOVE SPACES TO WS-DSN-ARQ-USUARIO
            ACCEPT WS-DSN-ARQ-USUARIO FROM ENVIRONMENT 'ARQUSU'
            IF WS-DSN-ARQ-USUARIO = SPACES
               MOVE './ARQ-USUARIO.DAT' TO WS-DSN-ARQ-USUARIO
            END-IF

            MOVE SPACES TO WS-DSN-CONSENTIMENTO
            ACCEPT WS-DSN-CONSENTIMENTO FROM ENVIRONMENT 'CNSUSU'
            IF WS-DSN-CONSENTIMENTO = SPACES
               MOVE './CONSENTIMENTO-USUARIO.DAT'
                 TO WS-DSN-CONSENTIMENTO
            END-IF
            .
       P000-FIM.

       P100-SESSAO.

            DISPLAY ' '
            DISPLAY 'ID do usuario (0 encerra): ' WITH NO ADVANCING
            ACCEPT WS-ID-INFORMADO

            IF WS-ID-INFORMADO = ZERO
               MOVE 'N' TO WS-CONTINUA
            ELSE
               PERFORM P110-LE-USUARIO

               IF WS-USUARIO-ACHADO = 'N'
                  DISPLAY 'Usuario nao encontrado.'
               ELSE
                  PERFORM P120-EXIBE-CONSENTIMENTO
                  PERFORM P130-PEDE-OPCOES
               END-IF
            END-IF
            .
       P100-FIM.

       P110-LE-USUARIO.
      * O arquivo de usuarios e aberto so para a leitura de cada
      * consulta; quem grava aqui e GRAVA-CONSENTIMENTO, sobre o
      * arquivo de consentimento.

            MOVE 'N' TO WS-USUARIO-ACHADO

            OPEN INPUT ARQ-USUARIO
            IF FILE-STATUS NOT = '00'
               DISPLAY 'Arquivo de usuarios inexistente ou inacessivel.'
            ELSE
               MOVE WS-ID-INFORMADO TO REG-ID-ARQ-USUARIO
               READ ARQ-USUARIO
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE 'S' TO WS-USUARIO-ACHADO
                     PERFORM P115-PREPARA-EMAIL
                     DISPLAY 'Usuario..: ' REG-NAME-ARQ-USUARIO
                     DISPLAY 'E-mail...: ' WS-EMAIL-EXIBIDO
                     DISPLAY 'Situacao.: ' REG-SITUACAO-ARQ-USUARIO
               END-READ
               CLOSE ARQ-USUARIO
            END-IF
            .
       P110-FIM.

       P115-PREPARA-EMAIL.
      * Mesma regra da consulta de usuario: mascarado sem a
      * autorizacao; com ela, completo e com o ID registrado antes
      * da exibicao.

            MOVE REG-EMAIL-ARQ-USUARIO TO WS-EMAIL-EXIBIDO

            IF WS-DPE-COMPLETO = 'S'
               MOVE '2' TO WS-DPE-OPERACAO
               MOVE REG-ID-ARQ-USUARIO TO WS-DPE-ID
               CALL 'CONTROLE-DADOS-PESSOAIS' USING WS-DPE-OPERACAO
                                                    WS-DPE-PROGRAMA
                                                    WS-DPE-ID
                                                    WS-DPE-COMPLETO
            ELSE
               CALL 'MASCARA-DADOS-PESSOAIS' USING WS-EMAIL-EXIBIDO
                                                   OMITTED
                                                   OMITTED OMITTED
                                                   OMITTED
            END-IF
            .
       P115-FIM.

       P120-EXIBE-CONSENTIMENTO.

            MOVE 'N' TO WS-TEM-CONSENTIMENTO

            OPEN INPUT CNS-USUARIO
            IF STATUS-CONSENTIMENTO = '00'
               MOVE WS-ID-INFORMADO TO CNS-ID-USUARIO
               READ CNS-USUARIO
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE 'S' TO WS-TEM-CONSENTIMENTO
               END-READ
               CLOSE CNS-USUARIO
            END-IF

            DISPLAY ' '
            IF WS-TEM-CONSENTIMENTO = 'N'
               DISPLAY 'Sem consentimento registrado: nenhum canal '
                       'autorizado.'
            ELSE
               PERFORM P125-EXIBE-CANAL
                  VARYING WS-IND-CANAL FROM 1 BY 1
                    UNTIL WS-IND-CANAL > 3
            END-IF
            .
       P120-FIM.

       P125-EXIBE-CANAL.

            DISPLAY WS-NOME-CANAL(WS-IND-CANAL) ': '
                    CNS-OPCAO(WS-IND-CANAL) '  em '
                    CNS-DATA(WS-IND-CANAL)(7:2) '/'
                    CNS-DATA(WS-IND-CANAL)(5:2) '/'
                    CNS-DATA(WS-IND-CANAL)(1:4) '  origem '
                    CNS-ORIGEM(WS-IND-CANAL) '  operador '
                    CNS-OPERADOR(WS-IND-CANAL)
            .
       P125-FIM.

       P130-PEDE-OPCOES.
      * ENTER mantem o canal como esta; so S ou N mudam a opcao.

            DISPLAY ' '
            DISPLAY 'Informe S (autoriza), N (retira) ou ENTER '
                    '(mantem) para cada canal:'
            MOVE SPACES TO WS-CANAIS-NOVOS
            PERFORM P135-PEDE-CANAL
               VARYING WS-IND-CANAL FROM 1 BY 1
                 UNTIL WS-IND-CANAL > 3

            IF WS-CANAIS-NOVOS = SPACES
               DISPLAY 'Nenhuma opcao informada; nada foi alterado.'
            ELSE
               DISPLAY 'Confirma a alteracao (S/N): '
                       WITH NO ADVANCING
               ACCEPT WS-CONFIRMA

               IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                  PERFORM P140-GRAVA
               ELSE
                  DISPLAY 'Alteracao cancelada; nada foi alterado.'
               END-IF
            END-IF
            .
       P130-FIM.

       P135-PEDE-CANAL.

            DISPLAY '  ' WS-NOME-CANAL(WS-IND-CANAL) ': '
                    WITH NO ADVANCING
            ACCEPT WS-CNS-NOVO(WS-IND-CANAL)
            INSPECT WS-CNS-NOVO(WS-IND-CANAL) CONVERTING 'sn' TO 'SN'

            IF WS-CNS-NOVO(WS-IND-CANAL) NOT = 'S'
               AND WS-CNS-NOVO(WS-IND-CANAL) NOT = 'N'
               MOVE SPACE TO WS-CNS-NOVO(WS-IND-CANAL)
            END-IF
            .
       P135-FIM.

       P140-GRAVA.

            CALL 'GRAVA-CONSENTIMENTO' USING WS-ID-INFORMADO
                                              WS-CANAIS-NOVOS
                                              WS-CNS-ORIGEM
                                              WS-CNS-STATUS

            EVALUATE WS-CNS-STATUS
                WHEN 0
                    DISPLAY 'Consentimento atualizado.'
                WHEN 1
                    DISPLAY 'Opcoes iguais as atuais; nada mudou.'
                WHEN OTHER
                    DISPLAY 'Falha ao gravar o consentimento.'
            END-EVALUATE
            .
       P140-FIM.

       END PROGRAM CONSENTIMENTO-USUARIO.
