      *          ofuscada. Na busca por e-mail todos os registros do
      *          e-mail aparecem (um cancelado pode conviver com o
      *          recadastro ativo do mesmo e-mail).
      *          Sem '@' e sem ser um ID, a busca e por nome, pelo
      *          indice fonetico (FON-USUARIO, ver FONUSU): o nome
      *          digitado passa por CODIFICA-NOME e casa com todo
      *          nome que tenha, para cada palavra digitada, uma
      *          palavra de mesmo codigo fonetico (ou de mesma
      *          inicial, quando um dos lados e so a inicial), em
      *          qualquer ordem. Lista ID, e-mail, situacao e
      *          telefone mascarado de cada ocorrencia (ate 50) e
      *          o operador escolhe o ID a detalhar.
      *          E-mail, telefone e endereco saem mascarados (ver
      *          MASCARA-DADOS-PESSOAIS), inclusive o e-mail da lista
      *          da busca por nome; so saem completos para o operador
      *          com a autorizacao de ver dados pessoais, e cada
      *          usuario assim exibido fica registrado com o operador
      *          e a data/hora (ver CONTROLE-DADOS-PESSOAIS).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                  WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.

           SELECT FON-USUARIO ASSIGN TO DYNAMIC
              WS-DSN-FONETICA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FON-ID-USUARIO
               FILE STATUS IS STATUS-FONETICA.

       DATA DIVISION.
       FILE SECTION.

       FD ARQ-USUARIO.
       COPY ARQUSU.

       FD FON-USUARIO.
       COPY FONUSU.

       WORKING-STORAGE SECTION.
       01 FILE-STATUS             PIC X(2).
       01 WS-DSN-ARQ-USUARIO      PIC X(100).
       01 STATUS-FONETICA         PIC X(2).
       01 WS-DSN-FONETICA         PIC X(100).
       01 WS-FONETICA-OK          PIC X(01).

       01 WS-BUSCA                PIC X(30).
       01 WS-TAM-BUSCA            PIC 9(02).
       01 WS-FIM-EMAIL            PIC X(01).
       01 WS-TOTAL-ACHADOS        PIC 9(02).

      * Busca por nome: chave fonetica do nome digitado, no mesmo
      * formato de FON-CHAVE.
       01 WS-CHAVE-BUSCA.
           03 WS-BUSCA-PALAVRA OCCURS 8 TIMES.
               05 WS-BUSCA-INICIAL    PIC X(01).
               05 WS-BUSCA-CODIGO     PIC X(09).
       01 WS-IND-BUSCA            PIC 9(02).
       01 WS-IND-FON              PIC 9(02).
       01 WS-PALAVRA-CASOU        PIC X(01).
       01 WS-NOME-CASOU           PIC X(01).
       01 WS-FIM-FONETICA         PIC X(01).
       01 WS-TOTAL-NOMES          PIC 9(03).
       01 WS-LIMITE-NOMES         PIC 9(03) VALUE 50.
       01 WS-FONE-MASCARADO       PIC X(15).
       01 WS-SITUACAO-TEXTO       PIC X(09).
       01 WS-TOTAL-ARROBA         PIC 9(02).

      * Dados pessoais: completos ou mascarados conforme o operador
      * (ver CONTROLE-DADOS-PESSOAIS); a exibicao usa sempre estas
      * copias, nunca o registro lido.
       01 WS-DPE-OPERACAO         PIC X(01).
       01 WS-DPE-PROGRAMA         PIC X(20) VALUE 'CONSULTA-USUARIO'.
       01 WS-DPE-ID               PIC 9(07).
       01 WS-DPE-COMPLETO         PIC X(01).
       01 WS-EMAIL-EXIBIDO        PIC X(30).
       01 WS-FONE-EXIBIDO         PIC X(15).
       01 WS-NUMERO-EXIBIDO       PIC X(06).
       01 WS-COMPLEMENTO-EXIBIDO  PIC X(15).
       01 WS-CEP-EXIBIDO          PIC X(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            IF FILE-STATUS NOT = '00'
               DISPLAY 'Arquivo de usuarios inexistente ou inacessivel.'
            ELSE
      * Sem o indice fonetico, a consulta por ID e e-mail segue
      * normalmente; so a busca por nome fica indisponivel.
               MOVE 'N' TO WS-FONETICA-OK
               OPEN INPUT FON-USUARIO
               IF STATUS-FONETICA = '00'
                  MOVE 'S' TO WS-FONETICA-OK
               END-IF

               MOVE '1' TO WS-DPE-OPERACAO
               MOVE ZERO TO WS-DPE-ID
               CALL 'CONTROLE-DADOS-PESSOAIS' USING WS-DPE-OPERACAO
                                                    WS-DPE-PROGRAMA
                                                    WS-DPE-ID
                                                    WS-DPE-COMPLETO

               PERFORM P010-CONSULTA UNTIL WS-CONTINUA = 'N'

               MOVE '3' TO WS-DPE-OPERACAO
               CALL 'CONTROLE-DADOS-PESSOAIS' USING WS-DPE-OPERACAO
                                                    WS-DPE-PROGRAMA
                                                    WS-DPE-ID
                                                    WS-DPE-COMPLETO

               IF WS-FONETICA-OK = 'S'
                  CLOSE FON-USUARIO
               END-IF
               CLOSE ARQ-USUARIO
            END-IF

            IF WS-DSN-ARQ-USUARIO = SPACES
               MOVE './ARQ-USUARIO.DAT' TO WS-DSN-ARQ-USUARIO
            END-IF

            MOVE SPACES TO WS-DSN-FONETICA
            ACCEPT WS-DSN-FONETICA FROM ENVIRONMENT 'FONUSU'
            IF WS-DSN-FONETICA = SPACES
               MOVE './FONETICA-USUARIO.DAT' TO WS-DSN-FONETICA
            END-IF
            .
       P000-FIM.

       P010-CONSULTA.

            DISPLAY ' '
            DISPLAY 'Informe o ID, o e-mail ou o nome (vazio '
                    'encerra): '
                    WITH NO ADVANCING
            MOVE SPACES TO WS-BUSCA
            ACCEPT WS-BUSCA
               INSPECT WS-BUSCA TALLYING WS-TAM-BUSCA
                       FOR CHARACTERS BEFORE SPACE

      * Todo e-mail tem '@' e nenhum nome tem; o que nao e ID nem
      * e-mail e nome.
               MOVE ZERO TO WS-TOTAL-ARROBA
               INSPECT WS-BUSCA TALLYING WS-TOTAL-ARROBA FOR ALL '@'

               IF WS-TAM-BUSCA >= 1 AND WS-TAM-BUSCA <= 7
                  IF WS-BUSCA(1:WS-TAM-BUSCA) IS NUMERIC
                     PERFORM P020-BUSCA-POR-ID
                  ELSE
                     IF WS-TOTAL-ARROBA > ZERO
                        PERFORM P030-BUSCA-POR-EMAIL
                     ELSE
                        PERFORM P050-BUSCA-POR-NOME
                     END-IF
                  END-IF
               ELSE
                  IF WS-TOTAL-ARROBA > ZERO
                     PERFORM P030-BUSCA-POR-EMAIL
                  ELSE
                     PERFORM P050-BUSCA-POR-NOME
                  END-IF
               END-IF
            END-IF
            .

       P040-EXIBE-USUARIO.

            PERFORM P045-PREPARA-DADOS

            DISPLAY ' '
            DISPLAY 'ID........: ' REG-ID-ARQ-USUARIO
            DISPLAY 'E-mail....: ' WS-EMAIL-EXIBIDO
            DISPLAY 'Nome......: ' REG-NAME-ARQ-USUARIO
            DISPLAY 'Telefone..: ' WS-FONE-EXIBIDO

            IF REG-LOGRADOURO-ARQ-USUARIO NOT = SPACES
               DISPLAY 'Endereco..: ' REG-LOGRADOURO-ARQ-USUARIO ' '
                       WS-NUMERO-EXIBIDO ' ' WS-COMPLEMENTO-EXIBIDO
               DISPLAY 'Cidade....: ' REG-CIDADE-ARQ-USUARIO ' '
                       REG-UF-ARQ-USUARIO ' CEP ' WS-CEP-EXIBIDO
            END-IF

            EVALUATE TRUE
                WHEN SITUACAO-SUSPENSO
            .
       P040-FIM.

       P045-PREPARA-DADOS.
      * Sem a autorizacao, os campos saem mascarados; com ela, saem
      * completos e o ID fica registrado antes da exibicao.

            MOVE REG-EMAIL-ARQ-USUARIO       TO WS-EMAIL-EXIBIDO
            MOVE REG-PHONE-ARQ-USUARIO       TO WS-FONE-EXIBIDO
            MOVE REG-NUMERO-END-ARQ-USUARIO  TO WS-NUMERO-EXIBIDO
            MOVE REG-COMPLEMENTO-ARQ-USUARIO TO WS-COMPLEMENTO-EXIBIDO
            MOVE REG-CEP-ARQ-USUARIO         TO WS-CEP-EXIBIDO

            IF WS-DPE-COMPLETO = 'S'
               PERFORM P046-REGISTRA-EXIBICAO
            ELSE
               CALL 'MASCARA-DADOS-PESSOAIS'
                    USING WS-EMAIL-EXIBIDO WS-FONE-EXIBIDO
                          WS-NUMERO-EXIBIDO WS-COMPLEMENTO-EXIBIDO
                          WS-CEP-EXIBIDO
            END-IF
            .
       P045-FIM.

       P046-REGISTRA-EXIBICAO.

            MOVE '2' TO WS-DPE-OPERACAO
            MOVE REG-ID-ARQ-USUARIO TO WS-DPE-ID
            CALL 'CONTROLE-DADOS-PESSOAIS' USING WS-DPE-OPERACAO
                                                 WS-DPE-PROGRAMA
                                                 WS-DPE-ID
                                                 WS-DPE-COMPLETO
            .
       P046-FIM.

       P050-BUSCA-POR-NOME.

            CALL 'CODIFICA-NOME' USING WS-BUSCA WS-CHAVE-BUSCA

            IF WS-FONETICA-OK NOT = 'S'
               DISPLAY 'Busca por nome indisponivel: indice fonetico '
                       'inexistente ou inacessivel.'
            ELSE
               IF WS-CHAVE-BUSCA = SPACES
                  DISPLAY 'Informe ao menos um nome alem de '
                          'da/de/do/das/dos/e.'
               ELSE
                  MOVE ZERO TO WS-TOTAL-NOMES
                  MOVE 'N' TO WS-FIM-FONETICA

                  MOVE ZERO TO FON-ID-USUARIO
                  START FON-USUARIO KEY >= FON-ID-USUARIO
                     INVALID KEY
                        MOVE 'S' TO WS-FIM-FONETICA
                  END-START

                  DISPLAY ' '
                  DISPLAY 'ID      E-MAIL                         '
                          'SITUACAO  TELEFONE'
                  PERFORM P055-LE-FONETICA
                     UNTIL WS-FIM-FONETICA = 'S'

                  IF WS-TOTAL-NOMES = ZERO
                     DISPLAY 'Nenhum usuario encontrado para o nome '
                             WS-BUSCA '.'
                  ELSE
                     IF WS-TOTAL-NOMES > WS-LIMITE-NOMES
                        DISPLAY 'Mais de ' WS-LIMITE-NOMES
                                ' ocorrencias; informe o nome mais '
                                'completo para refinar a busca.'
                     END-IF
                     PERFORM P070-ESCOLHE-ID
                  END-IF
               END-IF
            END-IF
            .
       P050-FIM.

       P055-LE-FONETICA.

            READ FON-USUARIO NEXT RECORD
               AT END
                  MOVE 'S' TO WS-FIM-FONETICA
               NOT AT END
                  PERFORM P060-CONFERE-NOME
                  IF WS-NOME-CASOU = 'S'
                     ADD 1 TO WS-TOTAL-NOMES
                     IF WS-TOTAL-NOMES > WS-LIMITE-NOMES
                        MOVE 'S' TO WS-FIM-FONETICA
                     ELSE
                        PERFORM P065-LISTA-OCORRENCIA
                     END-IF
                  END-IF
            END-READ
            .
       P055-FIM.

       P060-CONFERE-NOME.
      * Cada palavra digitada precisa casar com alguma palavra do
      * nome gravado; palavras do nome gravado que nao foram
      * digitadas nao atrapalham ("Joao Silva" acha "Joao Carlos da
      * Silva").

            MOVE 'S' TO WS-NOME-CASOU
            PERFORM P061-CONFERE-PALAVRA
               VARYING WS-IND-BUSCA FROM 1 BY 1
                 UNTIL WS-IND-BUSCA > 8
                    OR WS-NOME-CASOU = 'N'
            .
       P060-FIM.

       P061-CONFERE-PALAVRA.

            IF WS-BUSCA-INICIAL(WS-IND-BUSCA) NOT = SPACE
               MOVE 'N' TO WS-PALAVRA-CASOU
               PERFORM P062-COMPARA-PALAVRA
                  VARYING WS-IND-FON FROM 1 BY 1
                    UNTIL WS-IND-FON > 8
                       OR WS-PALAVRA-CASOU = 'S'
               IF WS-PALAVRA-CASOU = 'N'
                  MOVE 'N' TO WS-NOME-CASOU
               END-IF
            END-IF
            .
       P061-FIM.

       P062-COMPARA-PALAVRA.
      * Inicial abreviada (codigo em branco) de qualquer lado casa
      * pela inicial; fora isso, vale o codigo fonetico.

            IF FON-INICIAL(WS-IND-FON) NOT = SPACE
               IF WS-BUSCA-CODIGO(WS-IND-BUSCA) = SPACES
                  OR FON-CODIGO(WS-IND-FON) = SPACES
                  IF WS-BUSCA-INICIAL(WS-IND-BUSCA) =
                     FON-INICIAL(WS-IND-FON)
                     MOVE 'S' TO WS-PALAVRA-CASOU
                  END-IF
               ELSE
                  IF WS-BUSCA-CODIGO(WS-IND-BUSCA) =
                     FON-CODIGO(WS-IND-FON)
                     MOVE 'S' TO WS-PALAVRA-CASOU
                  END-IF
               END-IF
            END-IF
            .
       P062-FIM.

       P065-LISTA-OCORRENCIA.
      * Um ID do indice sem registro na base (indice para tras da
      * base) e ignorado. O telefone sai so com o DDD e os quatro
      * ultimos digitos: a lista e para escolher o ID, nao para
      * ler dados do titular. O e-mail segue a regra da exibicao
      * completa: mascarado sem a autorizacao, registrado com ela.

            MOVE FON-ID-USUARIO TO REG-ID-ARQ-USUARIO
            READ ARQ-USUARIO
               INVALID KEY
                  SUBTRACT 1 FROM WS-TOTAL-NOMES
               NOT INVALID KEY
                  EVALUATE TRUE
                      WHEN SITUACAO-SUSPENSO
                          MOVE 'SUSPENSO' TO WS-SITUACAO-TEXTO
                      WHEN SITUACAO-CANCELADO
                          MOVE 'CANCELADO' TO WS-SITUACAO-TEXTO
                      WHEN OTHER
                          MOVE 'ATIVO' TO WS-SITUACAO-TEXTO
                  END-EVALUATE

                  MOVE REG-PHONE-ARQ-USUARIO TO WS-FONE-MASCARADO
                  INSPECT WS-FONE-MASCARADO(6:5)
                          CONVERTING '0123456789' TO '**********'

                  MOVE REG-EMAIL-ARQ-USUARIO TO WS-EMAIL-EXIBIDO
                  IF WS-DPE-COMPLETO = 'S'
                     PERFORM P046-REGISTRA-EXIBICAO
                  ELSE
                     CALL 'MASCARA-DADOS-PESSOAIS'
                          USING WS-EMAIL-EXIBIDO WS-FONE-EXIBIDO
                                OMITTED OMITTED OMITTED
                  END-IF

                  DISPLAY REG-ID-ARQ-USUARIO ' '
                          WS-EMAIL-EXIBIDO ' '
                          WS-SITUACAO-TEXTO ' '
                          WS-FONE-MASCARADO
            END-READ
            .
       P065-FIM.

       P070-ESCOLHE-ID.

            DISPLAY ' '
            DISPLAY 'Informe o ID a detalhar (vazio volta): '
                    WITH NO ADVANCING
            MOVE SPACES TO WS-BUSCA
            ACCEPT WS-BUSCA

            IF WS-BUSCA NOT = SPACES
               MOVE ZERO TO WS-TAM-BUSCA
               INSPECT WS-BUSCA TALLYING WS-TAM-BUSCA
                       FOR CHARACTERS BEFORE SPACE

               IF WS-TAM-BUSCA >= 1 AND WS-TAM-BUSCA <= 7
                  IF WS-BUSCA(1:WS-TAM-BUSCA) IS NUMERIC
                     PERFORM P020-BUSCA-POR-ID
                  ELSE
                     DISPLAY 'ID invalido.'
                  END-IF
               ELSE
                  DISPLAY 'ID invalido.'
               END-IF
            END-IF
            .
       P070-FIM.

       END PROGRAM CONSULTA-USUARIO.
