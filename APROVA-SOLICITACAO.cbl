      ******************************************************************
      * Author:
      * Date:
      * Purpose: Aprovacao das solicitacoes pendentes de exclusao
      *          fisica e de unificacao de duplicados (ver APRUSU):
      *          lista o que aguarda decisao e permite ao operador
      *          aprovar ou rejeitar cada solicitacao. A aprovacao
      *          aplica a acao pelas rotinas APLICA-EXCLUSAO e
      *          APLICA-UNIFICACAO (historico de movimentacao em nome
      *          do aprovador); a solicitacao fica no arquivo com a
      *          situacao, o aprovador e a data/hora da decisao.
      *          O operador da sessao (OPRUSU) nunca aprova uma
      *          solicitacao propria - so pode rejeita-la, o que vale
      *          como retirada do pedido. Solicitacao mais velha que
      *          a janela APRVAL (dias, padrao 7) nao e mais
      *          aprovada: e marcada como expirada na hora, como faz
      *          o relatorio diario RELATORIO-APROVACOES.
      *          Chamado pelo menu de operacao (opcao propria, com a
      *          autorizacao de aprovador); roda sob a trava
      *          TRAVA-USUARIO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROVA-SOLICITACAO.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT APROVACOES ASSIGN TO DYNAMIC
              WS-DSN-APROVACOES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-APROVACOES.

           SELECT APR-TRABALHO ASSIGN TO DYNAMIC
              WS-DSN-TRABALHO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-TRABALHO.

       DATA DIVISION.
       FILE SECTION.

      * O registro e lido para a working storage (READ ... INTO): a
      * regravacao monta a saida com o arquivo vivo ja fechado, e a
      * area do FD nao pode ser usada para isso.
       FD APROVACOES.
       01 REG-APROVACOES-ARQ          PIC X(126).

       FD APR-TRABALHO.
       01 REG-APR-TRABALHO            PIC X(126).

       WORKING-STORAGE SECTION.
       01 STATUS-APROVACOES       PIC X(2).
       01 STATUS-TRABALHO         PIC X(2).
       01 WS-DSN-APROVACOES       PIC X(100).
       01 WS-DSN-TRABALHO         PIC X(100).

       COPY APRUSU.

       01 WS-EOF-APROVACOES       PIC X(1).
       01 WS-EOF-TRABALHO         PIC X(1).
       01 WS-CONTINUA             PIC X(1).
       01 WS-ACAO                 PIC X(1).
       01 WS-APROVADOR            PIC X(08).
       01 WS-NUM-INFORMADO        PIC 9(07).
       01 WS-QTD-PENDENTES        PIC 9(05).
       01 WS-SOLICITACAO-ACHADA   PIC X(1).

      * Copia da solicitacao escolhida, tirada na leitura de
      * localizacao; a decisao e aplicada depois, com o arquivo
      * fechado.
       01 WS-ESC-TIPO             PIC X(01).
       01 WS-ESC-ALVO             PIC 9(07).
       01 WS-ESC-SOBREVIVE        PIC 9(07).
       01 WS-ESC-COPIA-NOME       PIC X(01).
       01 WS-ESC-COPIA-FONE       PIC X(01).
       01 WS-ESC-SOLICITANTE      PIC X(08).
       01 WS-ESC-DATA-PEDIDO      PIC 9(08).
       01 WS-NOVA-SITUACAO        PIC X(01).
       01 WS-DECISOR              PIC X(08).
       01 WS-APLICA-STATUS        PIC 9(01).

      * Janela de validade da solicitacao em dias (APRVAL, ate 4
      * digitos); vazia ou invalida cai no padrao de 7 dias.
       01 WS-VALIDADE-DIAS        PIC 9(04).
       01 WS-VALIDADE-TXT         PIC X(04).
       01 WS-VALIDADE-TRABALHO    PIC X(04).

       01 WS-DATA-SISTEMA         PIC 9(08).
       01 WS-HORA-SISTEMA         PIC 9(08).
       01 WS-DIAS-HOJE            PIC S9(09) COMP.
       01 WS-IDADE-SOLICITACAO    PIC S9(09) COMP.

       01 WS-TRAVA-OPERACAO       PIC X(01).
       01 WS-TRAVA-STATUS         PIC 9(01).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY 'Aprovacao de Solicitacoes Iniciada'

      * Chamado pelo menu de operacao, o programa volta com a
      * working storage da chamada anterior; a sessao recomeca aqui.
            MOVE 'S' TO WS-CONTINUA

            PERFORM P000-RESOLVE-DSN
            PERFORM P005-CARREGA-VALIDADE

            MOVE SPACES TO WS-APROVADOR
            ACCEPT WS-APROVADOR FROM ENVIRONMENT 'OPRUSU'

      * Sem operador identificado nao ha como garantir que o
      * aprovador nao e o solicitante; a sessao nao abre.
            IF WS-APROVADOR = SPACES
               DISPLAY 'ERRO: operador nao identificado (OPRUSU); a '
                       'aprovacao so roda pelo menu de operacao.'
            ELSE
               MOVE '1' TO WS-TRAVA-OPERACAO
               CALL 'TRAVA-USUARIO' USING WS-TRAVA-OPERACAO
                                           WS-TRAVA-STATUS

               IF WS-TRAVA-STATUS NOT = 0
                  DISPLAY 'ERRO: arquivo de usuarios em uso por outra '
                          'execucao. Tente novamente mais tarde.'
               ELSE
                  PERFORM P100-SESSAO UNTIL WS-CONTINUA = 'N'

                  MOVE '2' TO WS-TRAVA-OPERACAO
                  CALL 'TRAVA-USUARIO' USING WS-TRAVA-OPERACAO
                                              WS-TRAVA-STATUS
               END-IF
            END-IF

            GOBACK.

       P000-RESOLVE-DSN.

            MOVE SPACES TO WS-DSN-APROVACOES
            ACCEPT WS-DSN-APROVACOES FROM ENVIRONMENT 'APRPEN'
            IF WS-DSN-APROVACOES = SPACES
               MOVE './SOLICITACOES-APROVACAO.DAT' TO WS-DSN-APROVACOES
            END-IF

            MOVE SPACES TO WS-DSN-TRABALHO
            ACCEPT WS-DSN-TRABALHO FROM ENVIRONMENT 'APRTMP'
            IF WS-DSN-TRABALHO = SPACES
               MOVE './SOLICITACOES-APROVACAO-TRABALHO.TMP'
                 TO WS-DSN-TRABALHO
            END-IF
            .
       P000-FIM.

       P005-CARREGA-VALIDADE.
      * APRVAL aceita de um a quatro digitos; o valor e alinhado a
      * direita com zeros a esquerda antes da conferencia.

            MOVE 7 TO WS-VALIDADE-DIAS
            MOVE SPACES TO WS-VALIDADE-TXT
            ACCEPT WS-VALIDADE-TXT FROM ENVIRONMENT 'APRVAL'

            PERFORM P006-DESLOCA-VALIDADE
               UNTIL WS-VALIDADE-TXT(4:1) NOT = SPACE
                  OR WS-VALIDADE-TXT = SPACES

            IF WS-VALIDADE-TXT IS NUMERIC
               AND WS-VALIDADE-TXT NOT = '0000'
               MOVE WS-VALIDADE-TXT TO WS-VALIDADE-DIAS
            END-IF
            .
       P005-FIM.

       P006-DESLOCA-VALIDADE.

            MOVE WS-VALIDADE-TXT TO WS-VALIDADE-TRABALHO
            MOVE WS-VALIDADE-TRABALHO(1:3) TO WS-VALIDADE-TXT(2:3)
            MOVE '0' TO WS-VALIDADE-TXT(1:1)
            .
       P006-FIM.

       P100-SESSAO.

            PERFORM P110-LISTA-PENDENTES

            IF WS-QTD-PENDENTES = ZERO
               DISPLAY 'Nenhuma solicitacao aguardando aprovacao.'
               MOVE 'N' TO WS-CONTINUA
            ELSE
               DISPLAY 'Numero da solicitacao (0 encerra): '
                       WITH NO ADVANCING
               ACCEPT WS-NUM-INFORMADO

               IF WS-NUM-INFORMADO = ZERO
                  MOVE 'N' TO WS-CONTINUA
               ELSE
                  PERFORM P120-LOCALIZA-SOLICITACAO

                  IF WS-SOLICITACAO-ACHADA = 'N'
                     DISPLAY 'Nenhuma solicitacao pendente com este '
                             'numero.'
                  ELSE
                     PERFORM P130-TRATA-SOLICITACAO
                  END-IF
               END-IF
            END-IF
            .
       P100-FIM.

       P110-LISTA-PENDENTES.
      * A lista e relida do arquivo a cada volta da sessao, para
      * refletir as decisoes ja tomadas nela.

            MOVE ZERO TO WS-QTD-PENDENTES
            MOVE 'N' TO WS-EOF-APROVACOES

            OPEN INPUT APROVACOES
            IF STATUS-APROVACOES = '00'
               DISPLAY ' '
               DISPLAY '--- Solicitacoes aguardando aprovacao ---'
               PERFORM P115-LISTA-SOLICITACAO
                  UNTIL WS-EOF-APROVACOES = 'S'
            END-IF
            CLOSE APROVACOES
            .
       P110-FIM.

       P115-LISTA-SOLICITACAO.

            READ APROVACOES INTO REG-APROVACAO
               AT END
                  MOVE 'S' TO WS-EOF-APROVACOES
               NOT AT END
                  IF APR-PENDENTE
                     ADD 1 TO WS-QTD-PENDENTES
                     IF APR-EXCLUSAO
                        DISPLAY APR-NUMERO ' EXCLUSAO   ID '
                                APR-ID-ALVO '            por '
                                APR-SOLICITANTE ' em '
                                APR-DATA-PEDIDO ' - ' APR-MOTIVO
                     ELSE
                        DISPLAY APR-NUMERO ' UNIFICACAO ID '
                                APR-ID-ALVO ' -> ' APR-ID-SOBREVIVE
                                ' por ' APR-SOLICITANTE ' em '
                                APR-DATA-PEDIDO ' - ' APR-MOTIVO
                     END-IF
                  END-IF
            END-READ
            .
       P115-FIM.

       P120-LOCALIZA-SOLICITACAO.

            MOVE 'N' TO WS-SOLICITACAO-ACHADA
            MOVE 'N' TO WS-EOF-APROVACOES

            OPEN INPUT APROVACOES
            IF STATUS-APROVACOES = '00'
               PERFORM P125-LE-SOLICITACAO
                  UNTIL WS-EOF-APROVACOES = 'S'
                     OR WS-SOLICITACAO-ACHADA = 'S'
            END-IF
            CLOSE APROVACOES
            .
       P120-FIM.

       P125-LE-SOLICITACAO.

            READ APROVACOES INTO REG-APROVACAO
               AT END
                  MOVE 'S' TO WS-EOF-APROVACOES
               NOT AT END
                  IF APR-NUMERO = WS-NUM-INFORMADO
                     AND APR-PENDENTE
                     MOVE 'S' TO WS-SOLICITACAO-ACHADA
                     MOVE APR-TIPO          TO WS-ESC-TIPO
                     MOVE APR-ID-ALVO       TO WS-ESC-ALVO
                     MOVE APR-ID-SOBREVIVE  TO WS-ESC-SOBREVIVE
                     MOVE APR-COPIA-NOME    TO WS-ESC-COPIA-NOME
                     MOVE APR-COPIA-FONE    TO WS-ESC-COPIA-FONE
                     MOVE APR-SOLICITANTE   TO WS-ESC-SOLICITANTE
                     MOVE APR-DATA-PEDIDO   TO WS-ESC-DATA-PEDIDO
                  END-IF
            END-READ
            .
       P125-FIM.

       P130-TRATA-SOLICITACAO.

            DISPLAY ' '
            DISPLAY 'Solicitacao: ' WS-NUM-INFORMADO
                    '  tipo ' WS-ESC-TIPO
                    '  solicitante ' WS-ESC-SOLICITANTE
            IF WS-ESC-TIPO = 'U'
               DISPLAY 'Vitima ' WS-ESC-ALVO ' -> sobrevivente '
                       WS-ESC-SOBREVIVE '  copia nome '
                       WS-ESC-COPIA-NOME '  copia telefone '
                       WS-ESC-COPIA-FONE
            ELSE
               DISPLAY 'Exclusao fisica do ID ' WS-ESC-ALVO
            END-IF

            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            COMPUTE WS-DIAS-HOJE =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-SISTEMA)
            COMPUTE WS-IDADE-SOLICITACAO =
                    WS-DIAS-HOJE
                    - FUNCTION INTEGER-OF-DATE(WS-ESC-DATA-PEDIDO)

            IF WS-IDADE-SOLICITACAO > WS-VALIDADE-DIAS
               DISPLAY 'Solicitacao expirada (mais de '
                       WS-VALIDADE-DIAS ' dias); nao pode mais ser '
                       'aprovada.'
               MOVE 'X' TO WS-NOVA-SITUACAO
               MOVE SPACES TO WS-DECISOR
               PERFORM P200-REGRAVA-SOLICITACOES
            ELSE
               DISPLAY 'Acao (A=aprovar, R=rejeitar): '
                       WITH NO ADVANCING
               ACCEPT WS-ACAO

               EVALUATE TRUE
                   WHEN WS-ACAO = 'A' OR WS-ACAO = 'a'
                       PERFORM P140-APROVA
                   WHEN WS-ACAO = 'R' OR WS-ACAO = 'r'
                       MOVE 'R' TO WS-NOVA-SITUACAO
                       MOVE WS-APROVADOR TO WS-DECISOR
                       PERFORM P200-REGRAVA-SOLICITACOES
                       DISPLAY 'Solicitacao rejeitada; nada foi '
                               'aplicado.'
                   WHEN OTHER
                       DISPLAY 'Acao invalida; nada foi alterado.'
               END-EVALUATE
            END-IF
            .
       P130-FIM.

       P140-APROVA.
      * O solicitante nunca aprova o proprio pedido: e justamente a
      * segunda pessoa que a solicitacao existe para garantir.

            IF WS-ESC-SOLICITANTE = WS-APROVADOR
               DISPLAY '*** O solicitante nao pode aprovar a propria '
                       'solicitacao; outro operador deve aprova-la. ***'
            ELSE
               IF WS-ESC-TIPO = 'E'
                  CALL 'APLICA-EXCLUSAO' USING WS-ESC-ALVO
                                                WS-APLICA-STATUS
               ELSE
                  CALL 'APLICA-UNIFICACAO' USING WS-ESC-SOBREVIVE
                                                  WS-ESC-ALVO
                                                  WS-ESC-COPIA-NOME
                                                  WS-ESC-COPIA-FONE
                                                  WS-APLICA-STATUS
               END-IF

               MOVE WS-APROVADOR TO WS-DECISOR
               IF WS-APLICA-STATUS = 0
                  MOVE 'A' TO WS-NOVA-SITUACAO
                  DISPLAY 'Solicitacao aprovada e aplicada.'
               ELSE
                  MOVE 'F' TO WS-NOVA-SITUACAO
                  PERFORM P145-EXIBE-RECUSA
               END-IF

               PERFORM P200-REGRAVA-SOLICITACOES
            END-IF
            .
       P140-FIM.

       P145-EXIBE-RECUSA.

            IF WS-ESC-TIPO = 'E'
               EVALUATE WS-APLICA-STATUS
                   WHEN 1
                       DISPLAY 'Registro do ID nao encontrado; '
                               'exclusao nao aplicada.'
                   WHEN OTHER
                       DISPLAY 'Falha ao excluir o registro.'
               END-EVALUATE
            ELSE
               EVALUATE WS-APLICA-STATUS
                   WHEN 1
                       DISPLAY 'Vitima nao encontrada; unificacao '
                               'nao aplicada.'
                   WHEN 2
                       DISPLAY 'Vitima ja cancelada; unificacao nao '
                               'aplicada.'
                   WHEN 3
                       DISPLAY 'Sobrevivente nao encontrado; '
                               'unificacao nao aplicada.'
                   WHEN 4
                       DISPLAY 'Sobrevivente cancelado; unificacao '
                               'nao aplicada.'
                   WHEN OTHER
                       DISPLAY 'Falha ao aplicar a unificacao.'
               END-EVALUATE
            END-IF
            .
       P145-FIM.

       P200-REGRAVA-SOLICITACOES.
      * A decisao vai para o registro da solicitacao, que continua
      * no arquivo como trilha de quem pediu e de quem decidiu. A
      * regravacao passa pelo arquivo de trabalho, como no expurgo
      * da trilha: o arquivo vivo so e sobrescrito depois de todas
      * as solicitacoes estarem gravadas no trabalho.

            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            ACCEPT WS-HORA-SISTEMA FROM TIME
            MOVE 'N' TO WS-EOF-APROVACOES

            OPEN INPUT APROVACOES
            OPEN OUTPUT APR-TRABALHO

            PERFORM P205-COPIA-SOLICITACAO
               UNTIL WS-EOF-APROVACOES = 'S'

            CLOSE APR-TRABALHO
            CLOSE APROVACOES

            PERFORM P210-COPIA-DE-VOLTA
            .
       P200-FIM.

       P205-COPIA-SOLICITACAO.

            READ APROVACOES INTO REG-APROVACAO
               AT END
                  MOVE 'S' TO WS-EOF-APROVACOES
               NOT AT END
                  IF APR-NUMERO = WS-NUM-INFORMADO
                     AND APR-PENDENTE
                     MOVE WS-NOVA-SITUACAO TO APR-SITUACAO
                     MOVE WS-DECISOR       TO APR-APROVADOR
                     MOVE WS-DATA-SISTEMA  TO APR-DATA-DECISAO
                     MOVE WS-HORA-SISTEMA  TO APR-HORA-DECISAO
                  END-IF
                  WRITE REG-APR-TRABALHO FROM REG-APROVACAO
            END-READ
            .
       P205-FIM.

       P210-COPIA-DE-VOLTA.
      * O arquivo vivo so e sobrescrito agora, com o trabalho
      * completo e fechado; um abend no meio da copia se recupera
      * pelo proprio arquivo de trabalho.

            OPEN OUTPUT APROVACOES
            OPEN INPUT APR-TRABALHO

            MOVE 'N' TO WS-EOF-TRABALHO
            PERFORM P215-LE-TRABALHO
            PERFORM P220-COPIA-SOLICITACAO
               UNTIL WS-EOF-TRABALHO = 'S'

            CLOSE APR-TRABALHO
            CLOSE APROVACOES
            .
       P210-FIM.

       P215-LE-TRABALHO.

            READ APR-TRABALHO
               AT END
                  MOVE 'S' TO WS-EOF-TRABALHO
               NOT AT END
                  CONTINUE
            END-READ
            .
       P215-FIM.

       P220-COPIA-SOLICITACAO.

            WRITE REG-APROVACOES-ARQ FROM REG-APR-TRABALHO

            PERFORM P215-LE-TRABALHO
            .
       P220-FIM.

       END PROGRAM APROVA-SOLICITACAO.
