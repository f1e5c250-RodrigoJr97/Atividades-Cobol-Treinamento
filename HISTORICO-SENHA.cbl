      ******************************************************************
      * Author:
      * Date:
      * Purpose: Rotina unica do historico de senhas (HIST-SENHA, ver
      *          SENUSU), chamada pelos dois caminhos de troca de
      *          senha (ALTERACAO-USUARIO e MANUTENCAO-LOTE), para a
      *          regra de nao repetir senha ser a mesma nos dois.
      *          Operacao C (conferencia): recebe a senha nova e a
      *          atual, ambas ja ofuscadas por OFUSCA-SENHA, e
      *          recusa a nova quando ela repete qualquer uma das
      *          ultimas N senhas do usuario - a atual conta como a
      *          primeira delas, as demais vem do historico. N vem
      *          da DD/variavel SENQTD (um ou dois digitos, padrao
      *          5, teto 12 = capacidade da tabela do historico).
      *          Operacao G (gravacao): chamada depois da regravacao
      *          da senha nova, empurra a senha que deixou de valer
      *          para a primeira posicao do historico.
      *          Sem o arquivo de historico, a conferencia compara
      *          so com a senha atual e a primeira gravacao cria o
      *          arquivo.
      *          Nao obtem a trava: quem chama ja esta sob
      *          TRAVA-USUARIO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTORICO-SENHA.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT HIST-SENHA ASSIGN TO DYNAMIC
              WS-DSN-HIST-SENHA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HSN-ID-USUARIO
               FILE STATUS IS STATUS-HIST-SENHA.

       DATA DIVISION.
       FILE SECTION.

       FD HIST-SENHA.
       COPY SENUSU.

       WORKING-STORAGE SECTION.
       01 WS-DSN-HIST-SENHA       PIC X(100).
       01 STATUS-HIST-SENHA       PIC X(2).

       01 WS-REGISTRO-NOVO        PIC X(1).
       01 WS-SENHA-REPETIDA       PIC X(1).
       01 WS-IND-SENHA            PIC 9(02).
       01 WS-QTD-CONFERIDAS       PIC 9(02).

      * Quantidade de senhas conferidas (SENQTD, um ou dois
      * digitos), contando a atual; valores vazios, zerados ou
      * invalidos caem no padrao de 5 e valores acima da capacidade
      * do historico ficam no teto.
       01 WS-QTD-SENHAS           PIC 9(02) VALUE 05.
       01 WS-QTD-INFORMADA        PIC X(02).
       01 WS-QTD-MAXIMA           PIC 9(02) VALUE 12.

       LINKAGE SECTION.
       01 LNK-HSN-OPERACAO        PIC X(01).
      * C = conferir a senha nova contra as ultimas N
      * G = gravar a senha atual (que deixou de valer) no historico
       01 LNK-HSN-ID              PIC 9(07).
       01 LNK-HSN-SENHA-NOVA      PIC X(11).
       01 LNK-HSN-SENHA-ATUAL     PIC X(11).
       01 LNK-HSN-STATUS          PIC 9(01).
      * 0 = senha nova aceita (C) / historico gravado (G)
      * 1 = senha nova repete uma das ultimas N (C)
      * 9 = falha de acesso ao arquivo de historico de senhas

       PROCEDURE DIVISION USING LNK-HSN-OPERACAO LNK-HSN-ID
                                 LNK-HSN-SENHA-NOVA
                                 LNK-HSN-SENHA-ATUAL
                                 LNK-HSN-STATUS.
       MAIN-PROCEDURE.

            MOVE 9 TO LNK-HSN-STATUS

            PERFORM P000-RESOLVE-DSN

            EVALUATE LNK-HSN-OPERACAO
                WHEN 'C'
                    PERFORM P005-CARREGA-QUANTIDADE
                    PERFORM P100-CONFERE-SENHA
                WHEN 'G'
                    PERFORM P200-GRAVA-SENHA
            END-EVALUATE

            GOBACK.

       P000-RESOLVE-DSN.

            MOVE SPACES TO WS-DSN-HIST-SENHA
            ACCEPT WS-DSN-HIST-SENHA FROM ENVIRONMENT 'SENUSU'
            IF WS-DSN-HIST-SENHA = SPACES
               MOVE './HISTORICO-SENHAS.DAT' TO WS-DSN-HIST-SENHA
            END-IF
            .
       P000-FIM.

       P005-CARREGA-QUANTIDADE.
      * SENQTD aceita um ou dois digitos ("5" ou "05"), com o mesmo
      * alinhamento do limite de falhas de VERIFICA-ACESSO.

            MOVE SPACES TO WS-QTD-INFORMADA
            ACCEPT WS-QTD-INFORMADA FROM ENVIRONMENT 'SENQTD'

            IF WS-QTD-INFORMADA(2:1) = SPACE
               MOVE WS-QTD-INFORMADA(1:1)
                 TO WS-QTD-INFORMADA(2:1)
               MOVE '0' TO WS-QTD-INFORMADA(1:1)
            END-IF

            IF WS-QTD-INFORMADA IS NUMERIC
               AND WS-QTD-INFORMADA NOT = '00'
               MOVE WS-QTD-INFORMADA TO WS-QTD-SENHAS
            END-IF

            IF WS-QTD-SENHAS > WS-QTD-MAXIMA
               MOVE WS-QTD-MAXIMA TO WS-QTD-SENHAS
            END-IF
            .
       P005-FIM.

       P100-CONFERE-SENHA.
      * A senha atual e a primeira das N; as N-1 seguintes vem do
      * historico, da mais recente para a mais antiga. Arquivo
      * inexistente (status 35) e o mesmo que historico vazio.

            MOVE 'N' TO WS-SENHA-REPETIDA

            IF LNK-HSN-SENHA-NOVA = LNK-HSN-SENHA-ATUAL
               MOVE 'S' TO WS-SENHA-REPETIDA
            END-IF

            OPEN INPUT HIST-SENHA

            EVALUATE STATUS-HIST-SENHA
                WHEN '00'
                    MOVE LNK-HSN-ID TO HSN-ID-USUARIO
                    READ HIST-SENHA
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          PERFORM P110-CONFERE-ANTERIORES
                    END-READ
                    CLOSE HIST-SENHA
                    PERFORM P120-DEVOLVE-CONFERENCIA
                WHEN '35'
                    PERFORM P120-DEVOLVE-CONFERENCIA
                WHEN OTHER
                    DISPLAY 'ERRO: historico de senhas inacessivel '
                            '(file status ' STATUS-HIST-SENHA ').'
            END-EVALUATE
            .
       P100-FIM.

       P110-CONFERE-ANTERIORES.

            COMPUTE WS-QTD-CONFERIDAS = WS-QTD-SENHAS - 1
            IF WS-QTD-CONFERIDAS > HSN-QTD-SENHAS
               MOVE HSN-QTD-SENHAS TO WS-QTD-CONFERIDAS
            END-IF

            PERFORM P115-CONFERE-POSICAO
               VARYING WS-IND-SENHA FROM 1 BY 1
                 UNTIL WS-IND-SENHA > WS-QTD-CONFERIDAS
            .
       P110-FIM.

       P115-CONFERE-POSICAO.

            IF HSN-SENHA(WS-IND-SENHA) = LNK-HSN-SENHA-NOVA
               MOVE 'S' TO WS-SENHA-REPETIDA
            END-IF
            .
       P115-FIM.

       P120-DEVOLVE-CONFERENCIA.

            IF WS-SENHA-REPETIDA = 'S'
               MOVE 1 TO LNK-HSN-STATUS
            ELSE
               MOVE 0 TO LNK-HSN-STATUS
            END-IF
            .
       P120-FIM.

       P200-GRAVA-SENHA.
      * So o status 35 (arquivo inexistente) autoriza criar o
      * arquivo vazio, como em GRAVA-CONSENTIMENTO; qualquer outra
      * falha devolve o status 9 sem tocar em nada.

            OPEN I-O HIST-SENHA
            IF STATUS-HIST-SENHA = '35'
               OPEN OUTPUT HIST-SENHA
               CLOSE HIST-SENHA
               OPEN I-O HIST-SENHA
            END-IF

            IF STATUS-HIST-SENHA NOT = '00'
               DISPLAY 'ERRO: historico de senhas inacessivel '
                       '(file status ' STATUS-HIST-SENHA ').'
            ELSE
               PERFORM P210-LE-HISTORICO
               PERFORM P220-EMPURRA-SENHA
               PERFORM P230-REGRAVA-HISTORICO
               CLOSE HIST-SENHA
            END-IF
            .
       P200-FIM.

       P210-LE-HISTORICO.

            MOVE 'N' TO WS-REGISTRO-NOVO
            MOVE LNK-HSN-ID TO HSN-ID-USUARIO
            READ HIST-SENHA
               INVALID KEY
                  MOVE 'S' TO WS-REGISTRO-NOVO
            END-READ

            IF WS-REGISTRO-NOVO = 'S'
               MOVE SPACES TO REG-HIST-SENHA
               MOVE LNK-HSN-ID TO HSN-ID-USUARIO
               MOVE ZERO TO HSN-QTD-SENHAS
            END-IF
            .
       P210-FIM.

       P220-EMPURRA-SENHA.
      * As senhas descem uma posicao (a da ultima posicao, com a
      * tabela cheia, sai do historico) e a que deixou de valer
      * entra na primeira.

            PERFORM P225-DESCE-POSICAO
               VARYING WS-IND-SENHA FROM WS-QTD-MAXIMA BY -1
                 UNTIL WS-IND-SENHA < 2

            MOVE LNK-HSN-SENHA-ATUAL TO HSN-SENHA(1)
            ACCEPT HSN-DATA-TROCA(1) FROM DATE YYYYMMDD
            ACCEPT HSN-HORA-TROCA(1) FROM TIME

            IF HSN-QTD-SENHAS < WS-QTD-MAXIMA
               ADD 1 TO HSN-QTD-SENHAS
            END-IF
            .
       P220-FIM.

       P225-DESCE-POSICAO.

            MOVE HSN-SENHAS-ANTERIORES(WS-IND-SENHA - 1)
              TO HSN-SENHAS-ANTERIORES(WS-IND-SENHA)
            .
       P225-FIM.

       P230-REGRAVA-HISTORICO.

            IF WS-REGISTRO-NOVO = 'S'
               WRITE REG-HIST-SENHA
                  INVALID KEY
                     MOVE 9 TO LNK-HSN-STATUS
                  NOT INVALID KEY
                     MOVE 0 TO LNK-HSN-STATUS
               END-WRITE
            ELSE
               REWRITE REG-HIST-SENHA
                  INVALID KEY
                     MOVE 9 TO LNK-HSN-STATUS
                  NOT INVALID KEY
                     MOVE 0 TO LNK-HSN-STATUS
               END-REWRITE
            END-IF
            .
       P230-FIM.

       END PROGRAM HISTORICO-SENHA.
