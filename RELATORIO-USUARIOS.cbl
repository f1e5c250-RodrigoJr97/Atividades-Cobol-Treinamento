      *   poder ser chamado pelo menu de operacao (MENU-USUARIO) e
      *   devolver o controle ao menu; executado sozinho, o GOBACK
      *   encerra a execucao do mesmo jeito.
      * - E-mail e telefone saem mascarados por padrao (ver
      *   MASCARA-DADOS-PESSOAIS). O relatorio so sai completo quando
      *   o job informa DADCOM=S e o operador solicitante em OPRUSU,
      *   e o operador tem a autorizacao de ver dados pessoais (ver
      *   CONTROLE-DADOS-PESSOAIS); nesse caso cada usuario impresso
      *   fica registrado com o operador e a data/hora. O cabecalho
      *   diz de que forma o relatorio saiu e a pedido de quem.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-USUARIOS.
           03 FILLER              PIC X(08) VALUE 'PAGINA: '.
           03 WS-CAB-PAGINA       PIC ZZZ9.

       01 WS-CAB-DADOS.
           03 FILLER              PIC X(16) VALUE 'DADOS PESSOAIS: '.
           03 WS-CAB-DADOS-TEXTO  PIC X(50).

       01 WS-CAB-COLUNAS.
           03 FILLER              PIC X(07) VALUE 'ID'.
           03 FILLER              PIC X(03) VALUE SPACES.
       01 WS-MOV-CONTAGEM         PIC 9(07).
       01 WS-MOV-STATUS           PIC 9(01).

       01 WS-DPE-OPERACAO         PIC X(01).
       01 WS-DPE-PROGRAMA         PIC X(20) VALUE 'RELATORIO-USUARIOS'.
       01 WS-DPE-ID               PIC 9(07).
       01 WS-DPE-COMPLETO         PIC X(01).
       01 WS-OPERADOR-PEDIDO      PIC X(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

                  DISPLAY 'Arquivo de usuarios inexistente ou '
                          'inacessivel.'
               ELSE
                  PERFORM P007-VERIFICA-DADOS-PESSOAIS
                  OPEN OUTPUT RELATORIO
                  PERFORM P010-IMPRIME-CABECALHO
                  PERFORM P020-LE-PROXIMO
                  PERFORM P040-IMPRIME-RODAPE
                  CLOSE ARQ-USUARIO
                  CLOSE RELATORIO
                  MOVE '3' TO WS-DPE-OPERACAO
                  CALL 'CONTROLE-DADOS-PESSOAIS' USING WS-DPE-OPERACAO
                                                       WS-DPE-PROGRAMA
                                                       WS-DPE-ID
                                                       WS-DPE-COMPLETO
                  DISPLAY 'Relatorio gerado com sucesso: '
                          WS-TOTAL-USUARIOS ' usuario(s).'
               END-IF
            .
       P005-FIM.

       P007-VERIFICA-DADOS-PESSOAIS.
      * Mascarado, salvo pedido explicito do job por um operador
      * autorizado (ver CONTROLE-DADOS-PESSOAIS).

            MOVE '1' TO WS-DPE-OPERACAO
            MOVE ZERO TO WS-DPE-ID
            CALL 'CONTROLE-DADOS-PESSOAIS' USING WS-DPE-OPERACAO
                                                 WS-DPE-PROGRAMA
                                                 WS-DPE-ID
                                                 WS-DPE-COMPLETO

            MOVE SPACES TO WS-CAB-DADOS-TEXTO
            IF WS-DPE-COMPLETO = 'S'
               MOVE SPACES TO WS-OPERADOR-PEDIDO
               ACCEPT WS-OPERADOR-PEDIDO FROM ENVIRONMENT 'OPRUSU'
               STRING 'COMPLETOS, A PEDIDO DO OPERADOR '
                         DELIMITED BY SIZE
                      WS-OPERADOR-PEDIDO DELIMITED BY SIZE
                 INTO WS-CAB-DADOS-TEXTO
               END-STRING
            ELSE
               MOVE 'MASCARADOS' TO WS-CAB-DADOS-TEXTO
            END-IF
            .
       P007-FIM.

       P010-IMPRIME-CABECALHO.
      * Escreve o cabecalho da pagina atual; a partir da segunda pagina
      * o cabecalho e impresso em uma nova pagina do relatorio.
            END-IF

            WRITE REG-RELATORIO FROM WS-CAB-DATA
            WRITE REG-RELATORIO FROM WS-CAB-DADOS
            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            WRITE REG-RELATORIO FROM WS-CAB-COLUNAS
            MOVE REG-NAME-ARQ-USUARIO     TO WS-LINHA-NOME
            MOVE REG-PHONE-ARQ-USUARIO    TO WS-LINHA-TELEFONE

            IF WS-DPE-COMPLETO = 'S'
               MOVE '2' TO WS-DPE-OPERACAO
               MOVE REG-ID-ARQ-USUARIO TO WS-DPE-ID
               CALL 'CONTROLE-DADOS-PESSOAIS' USING WS-DPE-OPERACAO
                                                    WS-DPE-PROGRAMA
                                                    WS-DPE-ID
                                                    WS-DPE-COMPLETO
            ELSE
               CALL 'MASCARA-DADOS-PESSOAIS' USING WS-LINHA-EMAIL
                                                   WS-LINHA-TELEFONE
                                                   OMITTED OMITTED
                                                   OMITTED
            END-IF

            EVALUATE TRUE
                WHEN SITUACAO-SUSPENSO
                    MOVE 'SUSPENSO'  TO WS-LINHA-SITUACAO
