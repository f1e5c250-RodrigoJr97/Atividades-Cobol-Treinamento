      ******************************************************************
      * Author:
      * Date:
      * Purpose: Rotina unica de registro de uma solicitacao de
      *          aprovacao (ver APRUSU) para as acoes irreversiveis
      *          que exigem um segundo operador: exclusao fisica
      *          (EXCLUSAO-USUARIO, tipo E) e unificacao de
      *          duplicados (UNIFICA-USUARIOS, interativo e lote,
      *          tipo U). Acrescenta a solicitacao pendente ao
      *          arquivo APRPEN com o numero seguinte, o operador
      *          solicitante (variavel OPRUSU), os IDs, o motivo e a
      *          data/hora do pedido; quem aplica a acao e
      *          APROVA-SOLICITACAO, depois da aprovacao.
      *          Recusa o registro sem operador identificado (sem
      *          solicitante nao ha como impedir a autoaprovacao) e
      *          o de um alvo que ja tem solicitacao pendente.
      *          Nao obtem a trava: quem chama ja esta sob
      *          TRAVA-USUARIO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRA-SOLICITACAO.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT APROVACOES ASSIGN TO DYNAMIC
              WS-DSN-APROVACOES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-APROVACOES.

       DATA DIVISION.
       FILE SECTION.

       FD APROVACOES.
       COPY APRUSU.

       WORKING-STORAGE SECTION.
       01 STATUS-APROVACOES       PIC X(2).
       01 WS-DSN-APROVACOES       PIC X(100).
       01 APROVACOES-EXISTE       PIC X(1).

       01 WS-EOF-APROVACOES       PIC X(1).
       01 WS-ALVO-PENDENTE        PIC X(1).
       01 WS-ULTIMO-NUMERO        PIC 9(07).
       01 WS-OPERADOR             PIC X(08).

       LINKAGE SECTION.
       01 LNK-APR-TIPO            PIC X(01).
       01 LNK-APR-ALVO            PIC 9(07).
       01 LNK-APR-SOBREVIVE       PIC 9(07).
       01 LNK-APR-COPIA-NOME      PIC X(01).
       01 LNK-APR-COPIA-FONE      PIC X(01).
       01 LNK-APR-MOTIVO          PIC X(40).
       01 LNK-APR-NUMERO          PIC 9(07).
       01 LNK-APR-STATUS          PIC 9(01).
      * 0 = solicitacao registrada (numero em LNK-APR-NUMERO)
      * 1 = o alvo ja tem solicitacao pendente
      * 2 = operador solicitante nao identificado (OPRUSU vazio)
      * 3 = motivo nao informado
      * 9 = falha de acesso ao arquivo de solicitacoes

       PROCEDURE DIVISION USING LNK-APR-TIPO LNK-APR-ALVO
                                 LNK-APR-SOBREVIVE
                                 LNK-APR-COPIA-NOME
                                 LNK-APR-COPIA-FONE
                                 LNK-APR-MOTIVO
                                 LNK-APR-NUMERO
                                 LNK-APR-STATUS.
       MAIN-PROCEDURE.

            MOVE ZERO TO LNK-APR-NUMERO
            MOVE 9 TO LNK-APR-STATUS

            PERFORM P000-RESOLVE-DSN

            MOVE SPACES TO WS-OPERADOR
            ACCEPT WS-OPERADOR FROM ENVIRONMENT 'OPRUSU'

            EVALUATE TRUE
                WHEN WS-OPERADOR = SPACES
                    MOVE 2 TO LNK-APR-STATUS
                WHEN LNK-APR-MOTIVO = SPACES
                    MOVE 3 TO LNK-APR-STATUS
                WHEN OTHER
                    PERFORM P010-CONFERE-PENDENTES

                    EVALUATE TRUE
                        WHEN APROVACOES-EXISTE = 'E'
                            CONTINUE
                        WHEN WS-ALVO-PENDENTE = 'S'
                            MOVE 1 TO LNK-APR-STATUS
                        WHEN OTHER
                            PERFORM P020-GRAVA-SOLICITACAO
                    END-EVALUATE
            END-EVALUATE

            GOBACK.

       P000-RESOLVE-DSN.

            MOVE SPACES TO WS-DSN-APROVACOES
            ACCEPT WS-DSN-APROVACOES FROM ENVIRONMENT 'APRPEN'
            IF WS-DSN-APROVACOES = SPACES
               MOVE './SOLICITACOES-APROVACAO.DAT' TO WS-DSN-APROVACOES
            END-IF
            .
       P000-FIM.

       P010-CONFERE-PENDENTES.
      * Uma leitura so serve as duas coisas: o maior numero ja usado
      * (o proximo e ele mais um) e a conferencia de pendencia do
      * alvo. Sem arquivo (status 35), a primeira solicitacao recebe
      * o numero 1. Qualquer outra falha nao registra nada (status
      * 9): criar o arquivo vazio por cima apagaria as pendentes.

            MOVE 'N' TO APROVACOES-EXISTE
            MOVE 'N' TO WS-ALVO-PENDENTE
            MOVE ZERO TO WS-ULTIMO-NUMERO
            MOVE 'N' TO WS-EOF-APROVACOES

            OPEN INPUT APROVACOES
            EVALUATE STATUS-APROVACOES
                WHEN '00'
                    MOVE 'S' TO APROVACOES-EXISTE
                    PERFORM P015-LE-SOLICITACAO
                       UNTIL WS-EOF-APROVACOES = 'S'
                    CLOSE APROVACOES
                WHEN '35'
                    CONTINUE
                WHEN OTHER
                    DISPLAY 'ERRO: solicitacoes de aprovacao '
                            'inacessiveis (status ' STATUS-APROVACOES
                            '): ' WS-DSN-APROVACOES
                    MOVE 'E' TO APROVACOES-EXISTE
            END-EVALUATE
            .
       P010-FIM.

       P015-LE-SOLICITACAO.

            READ APROVACOES
               AT END
                  MOVE 'S' TO WS-EOF-APROVACOES
               NOT AT END
                  IF APR-NUMERO IS NUMERIC
                     AND APR-NUMERO > WS-ULTIMO-NUMERO
                     MOVE APR-NUMERO TO WS-ULTIMO-NUMERO
                  END-IF
                  IF APR-PENDENTE
                     AND APR-ID-ALVO = LNK-APR-ALVO
                     MOVE 'S' TO WS-ALVO-PENDENTE
                  END-IF
            END-READ
            .
       P015-FIM.

       P020-GRAVA-SOLICITACAO.
      * Mesmo esquema de abertura da trilha de auditoria: EXTEND
      * quando o arquivo ja existe, OUTPUT na primeira gravacao.

            IF APROVACOES-EXISTE = 'S'
               OPEN EXTEND APROVACOES
            ELSE
               OPEN OUTPUT APROVACOES
            END-IF

            IF STATUS-APROVACOES = '00'
               MOVE SPACES TO REG-APROVACAO
               ADD 1 WS-ULTIMO-NUMERO GIVING APR-NUMERO
               MOVE LNK-APR-TIPO       TO APR-TIPO
               MOVE LNK-APR-ALVO       TO APR-ID-ALVO
               MOVE LNK-APR-SOBREVIVE  TO APR-ID-SOBREVIVE
               MOVE LNK-APR-COPIA-NOME TO APR-COPIA-NOME
               MOVE LNK-APR-COPIA-FONE TO APR-COPIA-FONE
               INSPECT APR-COPIA-NOME CONVERTING 'sn' TO 'SN'
               INSPECT APR-COPIA-FONE CONVERTING 'sn' TO 'SN'
               MOVE LNK-APR-MOTIVO     TO APR-MOTIVO
               MOVE WS-OPERADOR        TO APR-SOLICITANTE
               ACCEPT APR-DATA-PEDIDO FROM DATE YYYYMMDD
               ACCEPT APR-HORA-PEDIDO FROM TIME
               MOVE 'P' TO APR-SITUACAO
               MOVE ZERO TO APR-DATA-DECISAO APR-HORA-DECISAO

               WRITE REG-APROVACAO
               IF STATUS-APROVACOES = '00'
                  MOVE APR-NUMERO TO LNK-APR-NUMERO
                  MOVE 0 TO LNK-APR-STATUS
               END-IF

               CLOSE APROVACOES
            END-IF
            .
       P020-FIM.

       END PROGRAM REGISTRA-SOLICITACAO.
