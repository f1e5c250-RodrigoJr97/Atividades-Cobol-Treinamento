      *          8 (base ou historico inacessiveis) ou 12 (trava em
      *          andamento).
      * Tectonics: cobc
      ******************************************************************
      * Alteracoes:
      * - Os movimentos de consentimento de comunicacao (operacao C)
      *   passam pelo historico sem tratamento: as imagens deles sao
      *   registros do cadastro de consentimento (opcao por canal,
      *   data, origem e operador), sem nome, e-mail ou telefone, e
      *   o layout de ARQUSU nao se aplica a elas.
      * - O historico de senhas (DD/variavel SENUSU, ver SENUSU) do
      *   ID anonimizado e excluido junto com a anonimizacao do
      *   registro; IDs ja anonimizados em execucoes anteriores
      *   passam pela mesma exclusao, como as imagens do historico.
      *   O arquivo e aberto antes da base: inacessivel, nada e
      *   anonimizado e o RC e 8; inexistente, nao ha o que excluir.
      * - Os movimentos de papel de acesso (operacao P) tambem
      *   passam sem tratamento: as imagens sao registros de
      *   atribuicao (ID, papel e validade), sem dado pessoal.
      * - O registro anonimizado passou a ter a chave fonetica do nome
      *   refeita a partir do marcador (GRAVA-FONETICA, ver FONUSU).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONIMIZA-USUARIO.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-HISTORICO.

           SELECT HIST-SENHA ASSIGN TO DYNAMIC
              WS-DSN-HIST-SENHA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HSN-ID-USUARIO
               FILE STATUS IS STATUS-HIST-SENHA.

           SELECT HIST-TRABALHO ASSIGN TO DYNAMIC
              WS-DSN-TRABALHO
               ORGANIZATION IS LINE SEQUENTIAL
       FD HIST-USUARIO.
       COPY HISTUSU.

       FD HIST-SENHA.
       COPY SENUSU.

       FD HIST-TRABALHO.
       01 REG-HIST-TRABALHO           PIC X(638).

       FD RELATORIO.
       01 REG-RELATORIO               PIC X(100).
       WORKING-STORAGE SECTION.
       01 FILE-STATUS             PIC X(2).
       01 STATUS-HISTORICO        PIC X(2).
       01 STATUS-HIST-SENHA       PIC X(2).
       01 STATUS-TRABALHO         PIC X(2).
       01 STATUS-RELATORIO        PIC X(2).
       01 WS-DSN-ARQ-USUARIO      PIC X(100).
       01 WS-DSN-HISTORICO        PIC X(100).
       01 WS-DSN-HIST-SENHA       PIC X(100).
       01 WS-DSN-TRABALHO         PIC X(100).
       01 WS-DSN-RELATORIO        PIC X(100).

       01 WS-TOTAL-JA-ANONIMOS    PIC 9(07) VALUE ZERO.
       01 WS-TOTAL-SEM-DATA       PIC 9(07) VALUE ZERO.
       01 WS-TOTAL-IMAGENS        PIC 9(08) VALUE ZERO.
       01 WS-TOTAL-SENHAS         PIC 9(07) VALUE ZERO.

       01 HIST-SENHA-EXISTE       PIC X(1) VALUE 'N'.

      * Decomposicao das imagens do historico no inicio do layout
      * ARQUSU (o copybook ja esta no FD e nao pode ser copiado de
           03 WS-IMG-FONE         PIC X(15).
           03 FILLER              PIC X(71).
           03 WS-IMG-ENDERECO     PIC X(81).
           03 FILLER              PIC X(55).

       01 WS-IMAGEM-MEXIDA        PIC X(1).
       01 WS-RELATORIO-ABERTO     PIC X(1) VALUE 'N'.
       01 WS-TRAVA-OPERACAO       PIC X(01).
       01 WS-TRAVA-STATUS         PIC 9(01).

       01 WS-FON-OPERACAO         PIC X(01).
       01 WS-FON-STATUS           PIC 9(01).

       01 WS-DATA-CABECALHO.
           03 WS-DATA-ANO         PIC 9(04).
           03 WS-DATA-MES         PIC 9(02).
               MOVE './HISTORICO-USUARIO.DAT' TO WS-DSN-HISTORICO
            END-IF

            MOVE SPACES TO WS-DSN-HIST-SENHA
            ACCEPT WS-DSN-HIST-SENHA FROM ENVIRONMENT 'SENUSU'
            IF WS-DSN-HIST-SENHA = SPACES
               MOVE './HISTORICO-SENHAS.DAT' TO WS-DSN-HIST-SENHA
            END-IF

            MOVE SPACES TO WS-DSN-TRABALHO
            ACCEPT WS-DSN-TRABALHO FROM ENVIRONMENT 'HISTMP'
            IF WS-DSN-TRABALHO = SPACES

       P100-ANONIMIZA-BASE.

            PERFORM P105-ABRE-HIST-SENHA

            IF RETURN-CODE = ZERO
               OPEN I-O ARQ-USUARIO

               IF FILE-STATUS NOT = '00'
                  DISPLAY 'Arquivo de usuarios inexistente ou '
                          'inacessivel.'
                  MOVE 8 TO RETURN-CODE
               ELSE
                  PERFORM P110-ABRE-RELATORIO

                  MOVE 'N' TO WS-EOF-ARQ-USUARIO
                  PERFORM P120-LE-PROXIMO
                  PERFORM P130-CONFERE-REGISTRO
                     UNTIL WS-EOF-ARQ-USUARIO = 'S'

                  CLOSE ARQ-USUARIO

                  IF WS-TOTAL-ANONIMIZADOS NOT = ZERO
                     MOVE 4 TO RETURN-CODE
                  END-IF
               END-IF

               IF HIST-SENHA-EXISTE = 'S'
                  CLOSE HIST-SENHA
               END-IF
            END-IF
            .
       P100-FIM.

       P105-ABRE-HIST-SENHA.
      * O historico de senhas e aberto antes da base, para um
      * arquivo inacessivel nao deixar IDs anonimizados com as
      * senhas anteriores ainda guardadas. O status 35 (arquivo
      * ainda inexistente) so quer dizer que nao ha o que excluir.

            OPEN I-O HIST-SENHA

            EVALUATE STATUS-HIST-SENHA
                WHEN '00'
                    MOVE 'S' TO HIST-SENHA-EXISTE
                WHEN '35'
                    MOVE 'N' TO HIST-SENHA-EXISTE
                WHEN OTHER
                    DISPLAY 'ERRO: historico de senhas inacessivel: '
                            WS-DSN-HIST-SENHA
                    MOVE 8 TO RETURN-CODE
            END-EVALUATE
            .
       P105-FIM.

       P110-ABRE-RELATORIO.

            MOVE WS-DATA-SISTEMA TO WS-DATA-CABECALHO
            IF SITUACAO-CANCELADO
               IF REG-EMAIL-ARQ-USUARIO = WS-MARCADOR
                  ADD 1 TO WS-TOTAL-JA-ANONIMOS
                  PERFORM P150-EXCLUI-HIST-SENHA
                  PERFORM P155-GRAVA-FONETICA
               ELSE
                  IF REG-DATA-ALTERACAO-ARQ-USUARIO NOT = ZERO
                     MOVE REG-DATA-ALTERACAO-ARQ-USUARIO
                  MOVE REG-ID-ARQ-USUARIO TO WS-DET-ID
                  MOVE WS-DATA-REFERENCIA TO WS-DET-DATA
                  WRITE REG-RELATORIO FROM WS-LINHA-DETALHE
                  PERFORM P150-EXCLUI-HIST-SENHA
                  PERFORM P155-GRAVA-FONETICA
            END-REWRITE
            .
       P140-FIM.

       P150-EXCLUI-HIST-SENHA.
      * As senhas anteriores deixam de servir para qualquer coisa
      * num ID anonimizado; um ID sem registro no historico (nunca
      * trocou a senha, ou ja excluido antes) e simplesmente
      * ignorado.

            IF HIST-SENHA-EXISTE = 'S'
               MOVE REG-ID-ARQ-USUARIO TO HSN-ID-USUARIO
               DELETE HIST-SENHA
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     ADD 1 TO WS-TOTAL-SENHAS
               END-DELETE
            END-IF
            .
       P150-FIM.

       P155-GRAVA-FONETICA.
      * A chave fonetica do nome verdadeiro nao pode sobrar no
      * indice da busca por nome: ela e refeita a partir do
      * marcador, tambem nos ja anonimizados antes.

            MOVE 'G' TO WS-FON-OPERACAO
            CALL 'GRAVA-FONETICA' USING WS-FON-OPERACAO
                                         REG-ID-ARQ-USUARIO
                                         REG-NAME-ARQ-USUARIO
                                         WS-FON-STATUS
            IF WS-FON-STATUS NOT = 0
               DISPLAY 'AVISO: indice fonetico do ID '
                       REG-ID-ARQ-USUARIO
                       ' nao atualizado; rodar GERA-FONETICA.'
            END-IF
            .
       P155-FIM.

       P300-ANONIMIZA-HISTORICO.
      * As imagens do historico guardam os dados pessoais por mais
      * tempo que o proprio registro; toda imagem de um ID cuja base
               NOT INVALID KEY
                  IF SITUACAO-CANCELADO
                     AND REG-EMAIL-ARQ-USUARIO = WS-MARCADOR
                     AND NOT HIST-CONSENTIMENTO
                     AND NOT HIST-PAPEL
                     PERFORM P330-ANONIMIZA-IMAGENS
                  END-IF
            END-READ
            DISPLAY 'Ja anonimizados.....: ' WS-TOTAL-JA-ANONIMOS
            DISPLAY 'Cancelados sem data.: ' WS-TOTAL-SEM-DATA
            DISPLAY 'Imagens tratadas....: ' WS-TOTAL-IMAGENS
            DISPLAY 'Historicos de senha.: ' WS-TOTAL-SENHAS
            DISPLAY 'Corte de retencao...: ' WS-DATA-CORTE ' ('
                    WS-RETENCAO-DIAS ' dias)'
            .
