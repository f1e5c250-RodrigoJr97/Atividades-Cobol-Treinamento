      * Date:
      * Purpose: Unificacao de registros duplicados apontados por
      *          RELATORIO-DUPLICADOS: dado um ID sobrevivente e um
      *          ID vitima, confere os dois registros e registra a
      *          solicitacao de unificacao (REGISTRA-SOLICITACAO,
      *          arquivo APRPEN) com os dados mais frescos que o
      *          analista selecionar (nome e/ou telefone da vitima) e
      *          o motivo. A unificacao em si - cancelar a vitima
      *          (situacao C, mesma regra de SITUACAO-USUARIO),
      *          copiar os campos para o sobrevivente, registrar os
      *          dois lados no historico de movimentacao e gravar o
      *          par no arquivo de referencia cruzada de IDs
      *          (XREFUSU), que segue junto com a interface EXPUSU
      *          para os sistemas receptores remapearem as chaves -
      *          so acontece quando um segundo operador aprova a
      *          solicitacao (APROVA-SOLICITACAO, APLICA-UNIFICACAO).
      *          Modos: com a DD/variavel UNIDEC presente, as
      *          decisoes vem do arquivo ali indicado (uma por
      *          linha, campos separados por ';': sobrevivente,
      *          vitima, copia-nome S/N, copia-fone S/N, motivo),
      *          para a fila do relatorio semanal ser zerada numa
      *          execucao; sem UNIDEC o fluxo e interativo, registro
      *          a registro com confirmacao. Decisoes recusadas saem
      *          num arquivo de rejeitados (REJUNI) no layout da
      *          decisao mais o motivo, como nos demais lotes.
      *          Roda sob a trava TRAVA-USUARIO. Termina com RC 0
      *          (todas as solicitacoes registradas), 4 (ha
      *          rejeitadas), 8 (arquivo de decisoes ou base
      *          inacessivel) ou 12 (trava em andamento).
      * Tectonics: cobc
      ******************************************************************
      * Alteracoes:
      * - A unificacao passou a exigir dois operadores: as decisoes,
      *   interativas ou do arquivo UNIDEC, viram solicitacoes
      *   pendentes (REGISTRA-SOLICITACAO) com o operador solicitante
      *   (OPRUSU), os IDs, os campos a copiar e o motivo, e so sao
      *   aplicadas quando outro operador com a autorizacao de
      *   aprovador as aprova pelo menu. A aplicacao (cancelamento,
      *   copia, historico e referencia cruzada) foi para
      *   APLICA-UNIFICACAO; aqui o arquivo de usuarios e aberto so
      *   para leitura. A decisao em lote ganhou o campo motivo
      *   (obrigatorio) e o registro de rejeitados foi de 30 para 71
      *   posicoes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UNIFICA-USUARIOS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-REJEITADOS.

       DATA DIVISION.
       FILE SECTION.

      * tem folga para o motivo do arquivo de rejeitados, permitindo
      * resubmeter uma decisao rejeitada corrigida como esta.
       FD DECISOES.
       01 REG-DECISAO                 PIC X(71).

       FD REJEITADOS.
       01 REG-REJEITADOS              PIC X(71).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS             PIC X(2).
       01 STATUS-DECISOES         PIC X(2).
       01 STATUS-REJEITADOS       PIC X(2).
       01 WS-DSN-ARQ-USUARIO      PIC X(100).
       01 WS-DSN-DECISOES         PIC X(100).
       01 WS-DSN-REJEITADOS       PIC X(100).

       01 WS-DECISAO.
           03 WS-UNI-SOBREVIVE    PIC X(07).
           03 WS-UNI-COPIA-NOME   PIC X(01).
           03 FILLER              PIC X VALUE ';'.
           03 WS-UNI-COPIA-FONE   PIC X(01).
           03 FILLER              PIC X VALUE ';'.
           03 WS-UNI-MOTIVO       PIC X(40).

       01 WS-REJEITO.
           03 WS-REJ-DECISAO      PIC X(60).
           03 FILLER              PIC X(01) VALUE ';'.
           03 WS-REJ-MOTIVO       PIC X(10).

       01 WS-ID-VITIMA            PIC 9(07).
       01 WS-ID-TEXTO             PIC X(07) JUSTIFIED RIGHT.

       01 WS-TOTAL-SOLICITADAS    PIC 9(05) VALUE ZERO.
       01 WS-TOTAL-REJEITADAS     PIC 9(05) VALUE ZERO.

       01 WS-APR-TIPO             PIC X(01) VALUE 'U'.
       01 WS-APR-NUMERO           PIC 9(07).
       01 WS-APR-STATUS           PIC 9(01).

       01 WS-TRAVA-OPERACAO       PIC X(01).
       01 WS-TRAVA-STATUS         PIC 9(01).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY 'Unificacao de Usuarios Duplicados Iniciada'

            MOVE ZERO TO RETURN-CODE
            MOVE ZERO TO WS-TOTAL-SOLICITADAS WS-TOTAL-REJEITADAS

            PERFORM P000-RESOLVE-DSN

            IF WS-DSN-REJEITADOS = SPACES
               MOVE './REJEITADOS-UNIFICACAO.DAT' TO WS-DSN-REJEITADOS
            END-IF
            .
       P000-FIM.

       P100-PROCESSA.

            OPEN INPUT ARQ-USUARIO

            IF FILE-STATUS NOT = '00'
               DISPLAY 'Arquivo de usuarios inexistente ou inacessivel.'
               MOVE 8 TO RETURN-CODE
            ELSE
               IF WS-MODO-LOTE = 'S'
                  PERFORM P200-MODO-LOTE
               ELSE
                  PERFORM P300-MODO-INTERATIVO
               END-IF

               CLOSE ARQ-USUARIO

               DISPLAY ' '
               DISPLAY '--- Resumo da unificacao ---'
               DISPLAY 'Solicitadas: ' WS-TOTAL-SOLICITADAS
               DISPLAY 'Rejeitadas.: ' WS-TOTAL-REJEITADAS

               IF WS-TOTAL-REJEITADAS NOT = ZERO
            .
       P100-FIM.

       P200-MODO-LOTE.

            OPEN INPUT DECISOES
            PERFORM P230-VALIDA-IDS

            IF WS-DECISAO-VALIDA = 'S'
               PERFORM P500-CONFERE-VITIMA
            ELSE
               PERFORM P240-GRAVA-REJEITADA
            END-IF
               MOVE 'MESMOID' TO WS-REJ-MOTIVO
               MOVE 'N' TO WS-DECISAO-VALIDA
            END-IF

            IF WS-DECISAO-VALIDA = 'S'
               AND WS-UNI-MOTIVO = SPACES
               MOVE 'SEMMOTIVO' TO WS-REJ-MOTIVO
               MOVE 'N' TO WS-DECISAO-VALIDA
            END-IF
            .
       P230-FIM.


       P300-MODO-INTERATIVO.
      * Fluxo interativo: o analista informa os dois IDs, ve os dois
      * registros, escolhe campo a campo o que copiar da vitima,
      * informa o motivo e confirma. No interativo os rejeitados
      * tambem sao gravados, para a sessao deixar o mesmo rastro do
      * lote.

            OPEN OUTPUT REJEITADOS


               MOVE WS-ID-SOBREVIVE TO WS-UNI-SOBREVIVE
               MOVE WS-ID-VITIMA    TO WS-UNI-VITIMA
               MOVE SPACES TO WS-UNI-MOTIVO
               MOVE SPACES TO WS-REJ-MOTIVO

               IF WS-ID-VITIMA = ZERO
                  DISPLAY 'Copiar o telefone da vitima (S/N): '
                          WITH NO ADVANCING
                  ACCEPT WS-UNI-COPIA-FONE
                  DISPLAY 'Motivo da unificacao.............: '
                          WITH NO ADVANCING
                  MOVE SPACES TO WS-UNI-MOTIVO
                  ACCEPT WS-UNI-MOTIVO

                  DISPLAY 'Confirma a unificacao (S/N)......: '
                          WITH NO ADVANCING
                  ACCEPT WS-CONFIRMA

                  IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                     PERFORM P500-CONFERE-VITIMA
                  ELSE
                     DISPLAY 'Unificacao cancelada; nada foi '
                             'alterado.'
            .
       P325-FIM.

       P500-CONFERE-VITIMA.
      * As mesmas conferencias que a aplicacao fara depois da
      * aprovacao, feitas ja no pedido para o aprovador nao receber
      * uma solicitacao que nasce recusada: vitima e sobrevivente
      * existem e nenhum dos dois esta cancelado.

            MOVE WS-ID-VITIMA TO REG-ID-ARQ-USUARIO
            READ ARQ-USUARIO
                     MOVE 'CANCELADA' TO WS-REJ-MOTIVO
                     PERFORM P240-GRAVA-REJEITADA
                  ELSE
                     PERFORM P510-CONFERE-SOBREVIVENTE
                  END-IF
            END-READ
            .
       P500-FIM.

       P510-CONFERE-SOBREVIVENTE.

            MOVE WS-ID-SOBREVIVE TO REG-ID-ARQ-USUARIO
            READ ARQ-USUARIO
                     MOVE 'SOBRCANC' TO WS-REJ-MOTIVO
                     PERFORM P240-GRAVA-REJEITADA
                  ELSE
                     PERFORM P520-REGISTRA-SOLICITACAO
                  END-IF
            END-READ
            .
       P510-FIM.

       P520-REGISTRA-SOLICITACAO.
      * A unificacao cancela a vitima e nao e aplicada pela palavra
      * de um operador so: a decisao vira uma solicitacao pendente,
      * que um segundo operador aprova ou rejeita pelo menu. Uma
      * recusa do registro sai nos rejeitados como as demais.

            CALL 'REGISTRA-SOLICITACAO' USING WS-APR-TIPO
                                               WS-ID-VITIMA
                                               WS-ID-SOBREVIVE
                                               WS-UNI-COPIA-NOME
                                               WS-UNI-COPIA-FONE
                                               WS-UNI-MOTIVO
                                               WS-APR-NUMERO
                                               WS-APR-STATUS

            EVALUATE WS-APR-STATUS
                WHEN 0
                    ADD 1 TO WS-TOTAL-SOLICITADAS
                    IF WS-MODO-LOTE = 'N'
                       DISPLAY 'Solicitacao de unificacao '
                               WS-APR-NUMERO ' registrada ('
                               WS-ID-VITIMA ' -> ' WS-ID-SOBREVIVE
                               '); aguardando aprovacao.'
                    END-IF
                WHEN 1
                    MOVE 'JAPENDENTE' TO WS-REJ-MOTIVO
                    PERFORM P240-GRAVA-REJEITADA
                WHEN 2
                    MOVE 'OPERADOR' TO WS-REJ-MOTIVO
                    PERFORM P240-GRAVA-REJEITADA
                WHEN 3
                    MOVE 'SEMMOTIVO' TO WS-REJ-MOTIVO
                    PERFORM P240-GRAVA-REJEITADA
                WHEN OTHER
                    MOVE 'APROVACAO' TO WS-REJ-MOTIVO
                    PERFORM P240-GRAVA-REJEITADA
            END-EVALUATE
            .
       P520-FIM.

       END PROGRAM UNIFICA-USUARIOS.
