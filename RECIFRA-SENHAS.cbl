      *          Roda sob a trava TRAVA-USUARIO e informa o total de
      *          registros convertidos.
      * Tectonics: cobc
      ******************************************************************
      * Alteracoes:
      * - As senhas anteriores guardadas no historico de senhas
      *   (DD/variavel SENUSU, ver SENUSU) passam pela mesma
      *   substituicao, logo depois de ARQ-USUARIO: sem isso a
      *   conferencia de senha repetida de HISTORICO-SENHA deixaria
      *   de reconhecer qualquer senha anterior a rotacao. O
      *   historico e aberto antes de mexer na base, para uma falha
      *   de acesso nele parar a conversao sem nada alterado; sem o
      *   arquivo (nenhuma troca de senha registrada ainda) so a
      *   base e convertida.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECIFRA-SENHAS.
                  WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.

           SELECT HIST-SENHA ASSIGN TO DYNAMIC
              WS-DSN-HIST-SENHA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HSN-ID-USUARIO
               FILE STATUS IS STATUS-HIST-SENHA.

           SELECT CHAVE-ANTIGA ASSIGN TO DYNAMIC
              WS-DSN-CHAVE-ANTIGA
               ORGANIZATION IS LINE SEQUENTIAL
       FD ARQ-USUARIO.
       COPY ARQUSU.

       FD HIST-SENHA.
       COPY SENUSU.

       FD CHAVE-ANTIGA.
       01 REG-CHAVE-ANTIGA            PIC X(01).


       WORKING-STORAGE SECTION.
       01 FILE-STATUS             PIC X(2).
       01 STATUS-HIST-SENHA       PIC X(2).
       01 STATUS-CHAVE-ANTIGA     PIC X(2).
       01 STATUS-CHAVE-NOVA       PIC X(2).

       01 WS-DSN-ARQ-USUARIO      PIC X(100).
       01 WS-DSN-HIST-SENHA       PIC X(100).
       01 WS-DSN-CHAVE-ANTIGA     PIC X(100).
       01 WS-DSN-CHAVE-NOVA       PIC X(100).

       01 WS-EOF-ARQ-USUARIO      PIC X(1) VALUE 'N'.
       01 WS-TOTAL-CONVERTIDOS    PIC 9(07) VALUE ZERO.

       01 HIST-SENHA-EXISTE       PIC X(1) VALUE 'N'.
       01 WS-EOF-HIST-SENHA       PIC X(1) VALUE 'N'.
       01 WS-IND-SENHA            PIC 9(02).
       01 WS-TOTAL-HISTORICOS     PIC 9(07) VALUE ZERO.

       01 WS-TRAVA-OPERACAO       PIC X(01).
       01 WS-TRAVA-STATUS         PIC 9(01).

                          'execucao. Tente novamente mais tarde.'
                  MOVE 12 TO RETURN-CODE
               ELSE
                  PERFORM P025-CONFERE-HISTORICO

                  IF RETURN-CODE = ZERO
                     PERFORM P030-CONVERTE-SENHAS
                  END-IF

                  IF RETURN-CODE = ZERO
                     AND HIST-SENHA-EXISTE = 'S'
                     PERFORM P060-CONVERTE-HISTORICO
                  END-IF

                  MOVE '2' TO WS-TRAVA-OPERACAO
                  CALL 'TRAVA-USUARIO' USING WS-TRAVA-OPERACAO
               MOVE './ARQ-USUARIO.DAT' TO WS-DSN-ARQ-USUARIO
            END-IF

            MOVE SPACES TO WS-DSN-HIST-SENHA
            ACCEPT WS-DSN-HIST-SENHA FROM ENVIRONMENT 'SENUSU'
            IF WS-DSN-HIST-SENHA = SPACES
               MOVE './HISTORICO-SENHAS.DAT' TO WS-DSN-HIST-SENHA
            END-IF

      * A chave antiga e, por padrao, a que esta em producao hoje
      * (mesmo caminho padrao de OFUSCA-SENHA); a nova nao tem padrao
      * de proposito, para a conversao nunca rodar com a chave errada
            .
       P020-FIM.

       P025-CONFERE-HISTORICO.
      * O historico de senhas e conferido antes da base: a chave so
      * pode ser trocada com os dois convertidos, entao um historico
      * inacessivel para tudo aqui, com nada alterado. O status 35
      * (arquivo ainda inexistente) nao e erro: nao ha senha
      * anterior para converter.

            OPEN I-O HIST-SENHA

            EVALUATE STATUS-HIST-SENHA
                WHEN '00'
                    MOVE 'S' TO HIST-SENHA-EXISTE
                    CLOSE HIST-SENHA
                WHEN '35'
                    MOVE 'N' TO HIST-SENHA-EXISTE
                WHEN OTHER
                    DISPLAY 'ERRO: historico de senhas inacessivel: '
                            WS-DSN-HIST-SENHA
                    MOVE 8 TO RETURN-CODE
            END-EVALUATE
            .
       P025-FIM.

       P030-CONVERTE-SENHAS.

            OPEN I-O ARQ-USUARIO
            .
       P050-FIM.

       P060-CONVERTE-HISTORICO.

            OPEN I-O HIST-SENHA

            IF STATUS-HIST-SENHA NOT = '00'
               DISPLAY 'ERRO: historico de senhas inacessivel: '
                       WS-DSN-HIST-SENHA
               MOVE 8 TO RETURN-CODE
            ELSE
               MOVE 'N' TO WS-EOF-HIST-SENHA
               PERFORM P065-LE-HISTORICO
               PERFORM P070-RECIFRA-HISTORICO
                  UNTIL WS-EOF-HIST-SENHA = 'S'
               CLOSE HIST-SENHA

               DISPLAY 'Historicos de senha convertidos: '
                       WS-TOTAL-HISTORICOS ' registro(s).'
            END-IF
            .
       P060-FIM.

       P065-LE-HISTORICO.

            READ HIST-SENHA NEXT RECORD
               AT END
                  MOVE 'S' TO WS-EOF-HIST-SENHA
               NOT AT END
                  CONTINUE
            END-READ
            .
       P065-FIM.

       P070-RECIFRA-HISTORICO.
      * Mesma substituicao antigo->novo de P050, aplicada a cada
      * senha anterior ocupada na tabela do historico.

            PERFORM P075-RECIFRA-POSICAO
               VARYING WS-IND-SENHA FROM 1 BY 1
                 UNTIL WS-IND-SENHA > HSN-QTD-SENHAS

            REWRITE REG-HIST-SENHA
               INVALID KEY
                  DISPLAY 'ERRO: falha ao regravar o historico de '
                          'senhas do ID ' HSN-ID-USUARIO
                  MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                  ADD 1 TO WS-TOTAL-HISTORICOS
            END-REWRITE

            PERFORM P065-LE-HISTORICO
            .
       P070-FIM.

       P075-RECIFRA-POSICAO.

            INSPECT HSN-SENHA(WS-IND-SENHA)
               CONVERTING WS-ALFABETO-ANTIGO TO WS-ALFABETO-NOVO
            .
       P075-FIM.

       END PROGRAM RECIFRA-SENHAS.
