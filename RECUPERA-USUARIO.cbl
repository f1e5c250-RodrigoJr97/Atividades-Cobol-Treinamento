      *          (concluido ou cancelado pelo operador), 8 (base ou
      *          historico inacessiveis) ou 12 (trava em andamento).
      * Tectonics: cobc
      ******************************************************************
      * Alteracoes:
      * - Os movimentos de consentimento de comunicacao (operacao C)
      *   nao entram na reexecucao: as imagens deles sao registros
      *   do cadastro de consentimento, nao de ARQ-USUARIO, e o
      *   registro do usuario nao muda com eles.
      * - Os movimentos de papel de acesso (operacao P) ficam fora
      *   da reexecucao pela mesma razao: as imagens sao registros
      *   de atribuicao de papel, e ARQ-USUARIO nao muda com eles.
      * - O registro recuperado passou a atualizar o indice fonetico
      *   da busca por nome (GRAVA-FONETICA, ver FONUSU).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECUPERA-USUARIO.
       01 WS-CONFIRMA             PIC X(1).

       01 WS-MOVTOS-APLICADOS     PIC 9(05).
       01 WS-IMAGEM-PROPOSTA      PIC X(300).
       01 WS-IMAGEM-ATUAL         PIC X(300).
       01 WS-SENHA-ATUAL          PIC X(11).
       01 WS-REGISTRO-EXISTE      PIC X(1).
       01 WS-ROTULO-REGISTRO      PIC X(09).

       01 WS-HIST-OPERACAO        PIC X(01).
       01 WS-HIST-ID              PIC 9(07).
       01 WS-IMAGEM-ANTES         PIC X(300).
       01 WS-IMAGEM-DEPOIS        PIC X(300).

       01 WS-FON-OPERACAO         PIC X(01).
       01 WS-FON-STATUS           PIC 9(01).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       P030-APLICA-MOVIMENTO.

            IF REG-ID-HIST = WS-ID-INFORMADO
               AND NOT HIST-CONSENTIMENTO
               AND NOT HIST-PAPEL
               AND (REG-DATA-HIST < WS-DATA-ALVO
                    OR (REG-DATA-HIST = WS-DATA-ALVO
                        AND REG-HORA-HIST <= WS-HORA-ALVO))
                        MOVE 8 TO RETURN-CODE
                     NOT INVALID KEY
                        PERFORM P090-GRAVA-HISTORICO
                        PERFORM P095-GRAVA-FONETICA
                        DISPLAY 'Registro recuperado com sucesso.'
                  END-REWRITE
               ELSE
                        MOVE 8 TO RETURN-CODE
                     NOT INVALID KEY
                        PERFORM P090-GRAVA-HISTORICO
                        PERFORM P095-GRAVA-FONETICA
                        DISPLAY 'Registro recuperado com sucesso.'
                  END-WRITE
               END-IF
            .
       P090-FIM.

       P095-GRAVA-FONETICA.
      * O nome recuperado volta para o indice fonetico da busca por
      * nome; uma falha aqui nao desfaz a recuperacao.

            MOVE 'G' TO WS-FON-OPERACAO
            CALL 'GRAVA-FONETICA' USING WS-FON-OPERACAO
                                         WS-HIST-ID
                                         REG-NAME-ARQ-USUARIO
                                         WS-FON-STATUS
            IF WS-FON-STATUS NOT = 0
               DISPLAY 'AVISO: indice fonetico nao atualizado; '
                       'rodar GERA-FONETICA.'
            END-IF
            .
       P095-FIM.

       END PROGRAM RECUPERA-USUARIO.
