      *   regras de duplicidade, rejeitados e historico por
      *   transacao sao os mesmos; o caminho interativo continua
      *   unitario (modo U).
      * - O cadastro passou a colher o consentimento de comunicacao
      *   por canal (e-mail, telefone, endereco postal; ver CNSUSU):
      *   no interativo, uma pergunta S/N por canal depois do
      *   endereco; na carga NOVUSU, tres flags S/N acrescidos no fim
      *   da transacao (layout de 172 para 178 posicoes, com o
      *   arquivo de rejeitados acompanhando). Flag em branco ou
      *   diferente de S vale nao autorizado. O registro de
      *   consentimento e gravado por GERAR-ARQUIVO, que conhece o
      *   ID novo, com a origem CADASTRO ou NOVUSU.
      * - O cadastro ganhou a data de expiracao da conta, opcional,
      *   para contas temporarias (ver ARQUSU): no interativo, um
      *   prompt depois do consentimento (ENTER = sem expiracao); na
      *   carga NOVUSU, um campo AAAAMMDD acrescido no fim da
      *   transacao (layout de 178 para 187 posicoes, com o arquivo
      *   de rejeitados acompanhando), em branco quando a conta nao
      *   expira. Data invalida ou ja passada rejeita com motivo
      *   EXPIRACAO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO-USUARIO.
       DATA DIVISION.
       FILE SECTION.

      * O registro de entrada tem as 187 posicoes da transacao mais
      * a folga do codigo de motivo do arquivo de rejeitados, para
      * um arquivo de rejeitados corrigido ser resubmetido como
      * esta: so as 187 primeiras posicoes sao aproveitadas, o que
      * sobra e descartado na copia para WS-TRANSACAO-LOTE.
       FD NOVOS-USUARIOS.
       01 REG-NOVOS-USUARIOS          PIC X(198).

       FD REJEITADOS.
       01 REG-REJEITADOS              PIC X(198).

       WORKING-STORAGE SECTION.
       COPY USUARIO.
       01 STATUS-REJEITADOS      PIC X(2).

      * Registro de rejeitado: a transacao exatamente como veio no
      * arquivo de entrada, mais o motivo; as 187 primeiras
      * posicoes mantem o layout do NOVUSU de proposito, para o
      * arquivo corrigido ser resubmetido como esta.
       01 WS-REJEITO.
           03 WS-REJ-TRANSACAO    PIC X(187).
           03 FILLER              PIC X(01) VALUE ';'.
           03 WS-REJ-MOTIVO       PIC X(10).

           03 WS-UF-LOTE          PIC X(02).
           03 FILLER              PIC X VALUE ';'.
           03 WS-CEP-LOTE         PIC X(08).
           03 FILLER              PIC X VALUE ';'.
           03 WS-CNS-EMAIL-LOTE   PIC X(01).
           03 FILLER              PIC X VALUE ';'.
           03 WS-CNS-FONE-LOTE    PIC X(01).
           03 FILLER              PIC X VALUE ';'.
           03 WS-CNS-END-LOTE     PIC X(01).
           03 FILLER              PIC X VALUE ';'.
           03 WS-EXPIRA-LOTE      PIC X(08).

      * O telefone e digitado num campo alfanumerico antes de ir para
      * WS-PHONE (PIC 9(11)): um ACCEPT direto numa PIC 9(11) trunca
            PERFORM P016-CAPTURA-TELEFONE UNTIL TELEFONE-OK

            PERFORM P017-CAPTURA-ENDERECO
            PERFORM P018-CAPTURA-CONSENTIMENTO
            PERFORM P019-CAPTURA-EXPIRACAO

            CALL 'VALIDA-DADOS' USING  WS-USUARIO

            .
       P017-FIM.

       P018-CAPTURA-CONSENTIMENTO.
      * Consentimento de comunicacao por canal (ver CNSUSU): so a
      * resposta S autoriza; qualquer outra resposta, inclusive
      * ENTER, fica registrada como nao autorizado.

            DISPLAY 'Aceita receber comunicacao por e-mail (S/N)...: '
                    WITH NO ADVANCING
            ACCEPT WS-CNS-EMAIL
            DISPLAY 'Aceita receber comunicacao por telefone (S/N).: '
                    WITH NO ADVANCING
            ACCEPT WS-CNS-TELEFONE
            DISPLAY 'Aceita receber correspondencia postal (S/N)...: '
                    WITH NO ADVANCING
            ACCEPT WS-CNS-ENDERECO

            INSPECT WS-CONSENTIMENTO CONVERTING 's' TO 'S'
            MOVE 'CADASTRO' TO WS-CNS-ORIGEM
            .
       P018-FIM.

       P019-CAPTURA-EXPIRACAO.
      * Conta temporaria (terceiro, estagiario): o ultimo dia de
      * validade da conta; ENTER cadastra sem expiracao. A data e
      * conferida por VALIDA-DADOS, como os demais campos.

            DISPLAY 'Expiracao da conta (AAAAMMDD, ENTER = sem '
                    'expiracao): ' WITH NO ADVANCING
            ACCEPT WS-DATA-EXPIRA
            .
       P019-FIM.

       P015-EXIBE-CAMPOS-INVALIDOS.
      * VALIDA-DADOS devolve um codigo de motivo por campo, em vez de
      * parar no primeiro problema encontrado; aqui todos sao listados
            IF WS-STATUS-ENDERECO NOT = 0
               DISPLAY '  - Endereco invalido.'
            END-IF
            IF WS-STATUS-EXPIRA NOT = 0
               DISPLAY '  - Data de expiracao invalida.'
            END-IF
            .
       P015-FIM.

            MOVE WS-CIDADE-LOTE      TO WS-CIDADE
            MOVE WS-UF-LOTE          TO WS-UF
            MOVE WS-CEP-LOTE         TO WS-CEP
            MOVE WS-CNS-EMAIL-LOTE   TO WS-CNS-EMAIL
            MOVE WS-CNS-FONE-LOTE    TO WS-CNS-TELEFONE
            MOVE WS-CNS-END-LOTE     TO WS-CNS-ENDERECO
            INSPECT WS-CONSENTIMENTO CONVERTING 's' TO 'S'
            MOVE 'NOVUSU'            TO WS-CNS-ORIGEM
            MOVE WS-EXPIRA-LOTE      TO WS-DATA-EXPIRA

            CALL 'VALIDA-DADOS' USING  WS-USUARIO

                    MOVE 'TELEFONE' TO WS-REJ-MOTIVO
                WHEN WS-STATUS-ENDERECO NOT = 0
                    MOVE 'ENDERECO' TO WS-REJ-MOTIVO
                WHEN WS-STATUS-EXPIRA NOT = 0
                    MOVE 'EXPIRACAO' TO WS-REJ-MOTIVO
                WHEN OTHER
                    MOVE 'VALIDACAO' TO WS-REJ-MOTIVO
            END-EVALUATE
