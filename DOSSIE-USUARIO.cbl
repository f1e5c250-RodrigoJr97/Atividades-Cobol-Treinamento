      *          nenhum dado na base) ou 8 (pedido invalido ou base
      *          inacessivel).
      * Tectonics: cobc
      ******************************************************************
      * Alteracoes:
      * - Detalhe de NOTUSU com 97 bytes (codigo de redefinicao de
      *   senha no fim das mensagens tipo R).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOSSIE-USUARIO.
       FD NOTIFICACOES.
       01 REG-NOTIFICACAO.
           03 NOT-TIPO                 PIC X(01).
           03 NOT-DADOS                PIC X(96).

       FD DOSSIE.
       01 REG-DOSSIE                  PIC X(120).
