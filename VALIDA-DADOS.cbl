      *   por linha), carregada do mesmo jeito das tabelas de
      *   dominios e DDDs. Rejeicao de endereco tambem vai para a
      *   trilha de auditoria.
      * - O cadastro ganhou a data de expiracao da conta, opcional
      *   (ver USUARIO/ARQUSU): em branco passa; informada, exige
      *   AAAAMMDD valida e nao anterior a hoje. Rejeicao tambem vai
      *   para a trilha de auditoria (campo EXPIRACAO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDA-DADOS.
           03 WS-TEL-HIFEN         PIC X(01).
           03 WS-TEL-SUFIXO        PIC X(04).

       01 WS-DATA-HOJE            PIC X(08).
       01 WS-DATA-EXPIRA-NUM      PIC 9(08).

       01 WS-LINHA-AUDITORIA.
           03 WS-AUD-DATA          PIC 9(08).
           03 FILLER               PIC X VALUE SPACE.
                      WS-STATUS-SENHA
                      WS-STATUS-TELEFONE
                      WS-STATUS-ENDERECO
                      WS-STATUS-EXPIRA
            MOVE 0 TO STATUS-VALIDACAO

            PERFORM P000-RESOLVE-DSN
            PERFORM P103-VALIDA-SENHA.
            PERFORM P104-VALIDA-TEL.
            PERFORM P106-VALIDA-ENDERECO.
            PERFORM P108-VALIDA-EXPIRA.

            IF WS-STATUS-EMAIL NOT = 0 OR WS-STATUS-NOME NOT = 0
               OR WS-STATUS-SENHA NOT = 0 OR WS-STATUS-TELEFONE NOT = 0
               OR WS-STATUS-ENDERECO NOT = 0
               OR WS-STATUS-EXPIRA NOT = 0
               MOVE 1 TO STATUS-VALIDACAO
               PERFORM P110-GRAVA-TRILHA
            END-IF
            .
       P107-FIM.

       P108-VALIDA-EXPIRA.
      * Expiracao em branco e conta sem expiracao e passa. Informada,
      * precisa ser uma data AAAAMMDD que exista no calendario (um
      * 31/04 ou 29/02 fora de ano bissexto gravado venceria a conta
      * no lote CANCELA-EXPIRADOS) e nao anterior a hoje: uma conta
      * nao nasce ja expirada.

            IF WS-DATA-EXPIRA NOT = SPACES
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               MOVE ZERO TO WS-DATA-EXPIRA-NUM
               IF WS-DATA-EXPIRA IS NUMERIC
                  MOVE WS-DATA-EXPIRA TO WS-DATA-EXPIRA-NUM
               END-IF
               IF WS-DATA-EXPIRA IS NUMERIC
                  AND FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-EXPIRA-NUM)
                      = 0
                  IF WS-DATA-EXPIRA < WS-DATA-HOJE
                     DISPLAY 'ERRO Expiracao: data ' WS-DATA-EXPIRA
                             ' ja passou.'
                     MOVE 1 TO WS-STATUS-EXPIRA
                  END-IF
               ELSE
                  DISPLAY 'ERRO Expiracao: data invalida '
                          WS-DATA-EXPIRA ' (AAAAMMDD).'
                  MOVE 1 TO WS-STATUS-EXPIRA
               END-IF
            END-IF
            .
       P108-FIM.

       P000-RESOLVE-DSN.

            MOVE SPACES TO WS-DSN-TRILHA
               PERFORM P111-ESCREVE-LINHA-TRILHA
            END-IF

            IF WS-STATUS-EXPIRA NOT = 0
               MOVE 'EXPIRACAO'    TO WS-AUD-CAMPO
               MOVE WS-DATA-EXPIRA TO WS-AUD-VALOR
               PERFORM P111-ESCREVE-LINHA-TRILHA
            END-IF

            CLOSE TRILHA-AUDITORIA
            .
       P110-FIM.
