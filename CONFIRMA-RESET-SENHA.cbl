      ******************************************************************
      * Author:
      * Date:
      * Purpose: Resgate do codigo de redefinicao de senha emitido
      *          por SOLICITA-RESET-SENHA (autoatendimento): recebe o
      *          e-mail, o codigo recebido na mensagem tipo R e a
      *          senha nova. Com o codigo pendente, dentro da
      *          validade e conferido, a senha nova passa pela mesma
      *          politica do cadastro (VALIDA-SENHA) e pela regra de
      *          nao repetir as ultimas senhas (HISTORICO-SENHA), e
      *          e gravada ofuscada por OFUSCA-SENHA, com a estampa
      *          de troca de senha e de alteracao; o contador de
      *          falhas zera e o bloqueio de VERIFICA-ACESSO e
      *          retirado. O codigo e de uso unico: depois da troca
      *          fica como usado, e tambem e invalidado quando as
      *          tentativas com codigo errado chegam ao limite de
      *          falhas de acesso (LIMACS, padrao 3). Uma senha nova
      *          recusada pela politica nao gasta o codigo.
      *          Usuario suspenso, cancelado ou com e-mail devolvido
      *          e recusado tambem aqui (a situacao pode ter mudado
      *          depois da emissao).
      *          A troca sai no historico de movimentacao (operacao
      *          A) e todo resgate, aceito ou nao, no log de acessos
      *          (ACSLOG) com o marcador T e o status devolvido.
      *          Roda sob a trava TRAVA-USUARIO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFIRMA-RESET-SENHA.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-USUARIO ASSIGN TO DYNAMIC
              WS-DSN-ARQ-USUARIO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ID-ARQ-USUARIO
               ALTERNATE RECORD KEY IS REG-EMAIL-ARQ-USUARIO
                  WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.

           SELECT RST-USUARIO ASSIGN TO DYNAMIC
              WS-DSN-RESET
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RST-ID-USUARIO
               FILE STATUS IS STATUS-RESET.

           SELECT LOG-ACESSOS ASSIGN TO DYNAMIC
              WS-DSN-LOG-ACESSOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-LOG-ACESSOS.

       DATA DIVISION.
       FILE SECTION.

       FD ARQ-USUARIO.
       COPY ARQUSU.

       FD RST-USUARIO.
       COPY RSTUSU.

      * Mesmo layout do log gravado por VERIFICA-ACESSO; o marcador
      * final recebe T nos resgates de codigo de redefinicao.
       FD LOG-ACESSOS.
       01 REG-LOG-ACESSO.
           03 ACS-DATA                 PIC 9(08).
           03 FILLER                   PIC X(01).
           03 ACS-HORA                 PIC 9(08).
           03 FILLER                   PIC X(01).
           03 ACS-EMAIL                PIC X(30).
           03 FILLER                   PIC X(01).
           03 ACS-STATUS               PIC 9(01).
           03 FILLER                   PIC X(01).
           03 ACS-CONTEXTO             PIC X(08).
           03 FILLER                   PIC X(01).
           03 ACS-BLOQUEIO             PIC X(01).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS             PIC X(2).
       01 STATUS-RESET            PIC X(2).
       01 STATUS-LOG-ACESSOS      PIC X(2).
       01 WS-DSN-ARQ-USUARIO      PIC X(100).
       01 WS-DSN-RESET            PIC X(100).
       01 WS-DSN-LOG-ACESSOS      PIC X(100).
       01 LOG-ACESSOS-EXISTE      PIC X(1).

       01 WS-FIM-EMAIL            PIC X(1).
       01 WS-USUARIO-ACHADO       PIC X(1).
       01 WS-CONTEXTO-CHAMADOR    PIC X(08).

      * Limite de tentativas com codigo errado: o mesmo limite de
      * falhas de acesso de VERIFICA-ACESSO (LIMACS, um ou dois
      * digitos, padrao 3).
       01 WS-LIMITE-FALHAS        PIC 9(02) VALUE 03.
       01 WS-LIMITE-INFORMADO     PIC X(02).

       01 WS-CODIGO-CLARO         PIC X(11).
       01 WS-CODIGO-OFUSCADO      PIC X(11).
       01 WS-STATUS-SENHA-NOVA    PIC 9(01).
       01 WS-SENHA-OFUSCADA       PIC X(11).
       01 WS-SENHA-ANTERIOR       PIC X(11).
       01 WS-HSN-OPERACAO         PIC X(01).
       01 WS-HSN-STATUS           PIC 9(01).

       01 WS-DATA-SISTEMA         PIC 9(08).
       01 WS-HORA-SISTEMA         PIC 9(08).
       01 WS-MOMENTO-ATUAL        PIC 9(16).
       01 WS-MOMENTO-EXPIRA       PIC 9(16).

       01 WS-HIST-OPERACAO        PIC X(01).
       01 WS-HIST-ID              PIC 9(07).
       01 WS-IMAGEM-ANTES         PIC X(300).
       01 WS-IMAGEM-DEPOIS        PIC X(300).

       01 WS-TRAVA-OPERACAO       PIC X(01).
       01 WS-TRAVA-STATUS         PIC 9(01).

       LINKAGE SECTION.
       01 LNK-EMAIL-RESET         PIC X(30).
       01 LNK-CODIGO-RESET        PIC X(06).
       01 LNK-SENHA-RESET         PIC X(11).
       01 LNK-STATUS-RESET        PIC 9(01).
      * 0 = senha trocada, falhas zeradas e bloqueio retirado
      * 1 = codigo nao confere, ja usado, invalidado ou inexistente
      * 2 = e-mail nao cadastrado (ou so com registro cancelado)
      * 3 = usuario suspenso
      * 4 = arquivo de usuarios em uso por outra execucao
      * 5 = codigo expirado (pedir um novo)
      * 6 = e-mail com devolucao no gateway de correio
      * 7 = senha nova nao atende a politica (codigo continua valido)
      * 8 = senha nova repete uma das ultimas senhas (codigo continua
      *     valido)
      * 9 = falha de acesso aos arquivos

       PROCEDURE DIVISION USING LNK-EMAIL-RESET LNK-CODIGO-RESET
                                 LNK-SENHA-RESET LNK-STATUS-RESET.
       MAIN-PROCEDURE.

            MOVE 9 TO LNK-STATUS-RESET

            PERFORM P000-RESOLVE-DSN
            PERFORM P005-CARREGA-LIMITE

            MOVE '1' TO WS-TRAVA-OPERACAO
            CALL 'TRAVA-USUARIO' USING WS-TRAVA-OPERACAO WS-TRAVA-STATUS

            IF WS-TRAVA-STATUS NOT = 0
               MOVE 4 TO LNK-STATUS-RESET
            ELSE
               PERFORM P010-LOCALIZA-USUARIO

               MOVE '2' TO WS-TRAVA-OPERACAO
               CALL 'TRAVA-USUARIO' USING WS-TRAVA-OPERACAO
                                           WS-TRAVA-STATUS
            END-IF

            PERFORM P090-GRAVA-LOG-ACESSO

            GOBACK.

       P000-RESOLVE-DSN.

            MOVE SPACES TO WS-DSN-ARQ-USUARIO
            ACCEPT WS-DSN-ARQ-USUARIO FROM ENVIRONMENT 'ARQUSU'
            IF WS-DSN-ARQ-USUARIO = SPACES
               MOVE './ARQ-USUARIO.DAT' TO WS-DSN-ARQ-USUARIO
            END-IF

            MOVE SPACES TO WS-DSN-RESET
            ACCEPT WS-DSN-RESET FROM ENVIRONMENT 'RSTUSU'
            IF WS-DSN-RESET = SPACES
               MOVE './RESET-SENHA.DAT' TO WS-DSN-RESET
            END-IF

            MOVE SPACES TO WS-DSN-LOG-ACESSOS
            ACCEPT WS-DSN-LOG-ACESSOS FROM ENVIRONMENT 'ACSLOG'
            IF WS-DSN-LOG-ACESSOS = SPACES
               MOVE './LOG-ACESSOS.LOG' TO WS-DSN-LOG-ACESSOS
            END-IF
            .
       P000-FIM.

       P005-CARREGA-LIMITE.
      * LIMACS aceita um ou dois digitos ("5" ou "05"), com o mesmo
      * alinhamento de VERIFICA-ACESSO.

            MOVE SPACES TO WS-LIMITE-INFORMADO
            ACCEPT WS-LIMITE-INFORMADO FROM ENVIRONMENT 'LIMACS'

            IF WS-LIMITE-INFORMADO(2:1) = SPACE
               MOVE WS-LIMITE-INFORMADO(1:1)
                 TO WS-LIMITE-INFORMADO(2:1)
               MOVE '0' TO WS-LIMITE-INFORMADO(1:1)
            END-IF

            IF WS-LIMITE-INFORMADO IS NUMERIC
               AND WS-LIMITE-INFORMADO NOT = '00'
               MOVE WS-LIMITE-INFORMADO TO WS-LIMITE-FALHAS
            END-IF
            .
       P005-FIM.

       P010-LOCALIZA-USUARIO.

            OPEN I-O ARQ-USUARIO

            IF FILE-STATUS = '00'
               PERFORM P020-LOCALIZA-POR-EMAIL

               EVALUATE TRUE
                   WHEN WS-USUARIO-ACHADO = 'N'
                       MOVE 2 TO LNK-STATUS-RESET
                   WHEN SITUACAO-SUSPENSO
                       MOVE 3 TO LNK-STATUS-RESET
                   WHEN EMAIL-DEVOLVIDO
                       MOVE 6 TO LNK-STATUS-RESET
                   WHEN OTHER
                       PERFORM P030-CONFERE-CODIGO
               END-EVALUATE

               CLOSE ARQ-USUARIO
            END-IF
            .
       P010-FIM.

       P020-LOCALIZA-POR-EMAIL.
      * Mesma localizacao de VERIFICA-ACESSO: a chave alternativa
      * leva direto aos registros do e-mail e os cancelados sao
      * pulados (um cancelado nao e mais uma conta).

            MOVE 'N' TO WS-USUARIO-ACHADO
            MOVE 'N' TO WS-FIM-EMAIL

            MOVE LNK-EMAIL-RESET TO REG-EMAIL-ARQ-USUARIO
            START ARQ-USUARIO KEY = REG-EMAIL-ARQ-USUARIO
               INVALID KEY
                  MOVE 'S' TO WS-FIM-EMAIL
            END-START

            PERFORM P025-LE-PROXIMO-EMAIL
               UNTIL WS-FIM-EMAIL = 'S'
                  OR WS-USUARIO-ACHADO = 'S'
            .
       P020-FIM.

       P025-LE-PROXIMO-EMAIL.

            READ ARQ-USUARIO NEXT RECORD
               AT END
                  MOVE 'S' TO WS-FIM-EMAIL
               NOT AT END
                  IF REG-EMAIL-ARQ-USUARIO NOT = LNK-EMAIL-RESET
                     MOVE 'S' TO WS-FIM-EMAIL
                  ELSE
                     IF NOT SITUACAO-CANCELADO
                        MOVE 'S' TO WS-USUARIO-ACHADO
                     END-IF
                  END-IF
            END-READ
            .
       P025-FIM.

       P030-CONFERE-CODIGO.
      * Sem o cadastro de codigos (status 35) nenhum codigo foi
      * emitido ainda: a resposta e "codigo nao confere".

            OPEN I-O RST-USUARIO

            EVALUATE STATUS-RESET
                WHEN '00'
                    MOVE REG-ID-ARQ-USUARIO TO RST-ID-USUARIO
                    READ RST-USUARIO
                       INVALID KEY
                          MOVE 1 TO LNK-STATUS-RESET
                       NOT INVALID KEY
                          PERFORM P040-CONFERE-SITUACAO
                    END-READ
                    CLOSE RST-USUARIO
                WHEN '35'
                    MOVE 1 TO LNK-STATUS-RESET
                WHEN OTHER
                    MOVE 9 TO LNK-STATUS-RESET
            END-EVALUATE
            .
       P030-FIM.

       P040-CONFERE-SITUACAO.
      * A ordem importa: um codigo ja usado ou invalidado nao conta
      * tentativa nenhuma; um codigo vencido responde "expirado"
      * antes de ser conferido, para o titular saber que precisa
      * pedir outro.

            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            ACCEPT WS-HORA-SISTEMA FROM TIME
            COMPUTE WS-MOMENTO-ATUAL =
                    WS-DATA-SISTEMA * 100000000 + WS-HORA-SISTEMA
            COMPUTE WS-MOMENTO-EXPIRA =
                    RST-DATA-EXPIRA * 100000000 + RST-HORA-EXPIRA

            MOVE SPACES TO WS-CODIGO-CLARO
            MOVE LNK-CODIGO-RESET TO WS-CODIGO-CLARO(1:6)
            CALL 'OFUSCA-SENHA' USING WS-CODIGO-CLARO
                                       WS-CODIGO-OFUSCADO

            EVALUATE TRUE
                WHEN NOT RST-PENDENTE
                    MOVE 1 TO LNK-STATUS-RESET
                WHEN WS-MOMENTO-ATUAL > WS-MOMENTO-EXPIRA
                    MOVE 5 TO LNK-STATUS-RESET
                WHEN WS-CODIGO-OFUSCADO NOT = RST-CODIGO
                    PERFORM P045-REGISTRA-TENTATIVA
                WHEN OTHER
                    PERFORM P050-CONFERE-SENHA-NOVA
            END-EVALUATE
            .
       P040-FIM.

       P045-REGISTRA-TENTATIVA.

            MOVE 1 TO LNK-STATUS-RESET

            ADD 1 TO RST-TENTATIVAS
               ON SIZE ERROR
                  MOVE 99 TO RST-TENTATIVAS
            END-ADD

            IF RST-TENTATIVAS >= WS-LIMITE-FALHAS
               MOVE 'I' TO RST-SITUACAO
            END-IF

            REWRITE REG-RESET-SENHA
               INVALID KEY
                  MOVE 9 TO LNK-STATUS-RESET
            END-REWRITE
            .
       P045-FIM.

       P050-CONFERE-SENHA-NOVA.
      * Mesmas regras da troca pelo operador (ALTERACAO-USUARIO):
      * politica de VALIDA-SENHA e nao repetir as ultimas senhas,
      * conferidas ja ofuscadas.

            CALL 'VALIDA-SENHA' USING LNK-SENHA-RESET
                                       WS-STATUS-SENHA-NOVA

            IF WS-STATUS-SENHA-NOVA NOT = 0
               MOVE 7 TO LNK-STATUS-RESET
            ELSE
               CALL 'OFUSCA-SENHA' USING LNK-SENHA-RESET
                                          WS-SENHA-OFUSCADA
               MOVE 'C' TO WS-HSN-OPERACAO
               CALL 'HISTORICO-SENHA' USING WS-HSN-OPERACAO
                                            REG-ID-ARQ-USUARIO
                                            WS-SENHA-OFUSCADA
                                            REG-PASSWORD-ARQ-USUARIO
                                            WS-HSN-STATUS
               EVALUATE WS-HSN-STATUS
                   WHEN 0
                       PERFORM P060-TROCA-SENHA
                   WHEN 1
                       MOVE 8 TO LNK-STATUS-RESET
                   WHEN OTHER
                       MOVE 9 TO LNK-STATUS-RESET
               END-EVALUATE
            END-IF
            .
       P050-FIM.

       P060-TROCA-SENHA.
      * A troca pelo codigo e uma troca de senha como a do
      * operador: estampa alteracao e troca de senha (reinicia a
      * janela de validade SENVAL) e ainda zera as falhas e retira
      * o bloqueio, que e o que faz o autoatendimento destravar a
      * conta.

            MOVE REG-ARQ-USUARIO TO WS-IMAGEM-ANTES
            MOVE REG-PASSWORD-ARQ-USUARIO TO WS-SENHA-ANTERIOR

            MOVE WS-SENHA-OFUSCADA TO REG-PASSWORD-ARQ-USUARIO
            MOVE ZERO  TO REG-FALHAS-ARQ-USUARIO
            MOVE SPACE TO REG-BLOQUEIO-ARQ-USUARIO

            MOVE WS-DATA-SISTEMA TO REG-DATA-ALTERACAO-ARQ-USUARIO
            MOVE WS-HORA-SISTEMA TO REG-HORA-ALTERACAO-ARQ-USUARIO
            MOVE WS-DATA-SISTEMA TO REG-DATA-TROCA-SENHA-ARQ-USUARIO
            MOVE WS-HORA-SISTEMA TO REG-HORA-TROCA-SENHA-ARQ-USUARIO

            MOVE REG-ARQ-USUARIO TO WS-IMAGEM-DEPOIS

            REWRITE REG-ARQ-USUARIO
               INVALID KEY
                  MOVE 9 TO LNK-STATUS-RESET
               NOT INVALID KEY
                  MOVE 0 TO LNK-STATUS-RESET
                  PERFORM P070-GRAVA-HISTORICOS
                  PERFORM P080-BAIXA-CODIGO
            END-REWRITE
            .
       P060-FIM.

       P070-GRAVA-HISTORICOS.
      * HISTORICO-USUARIO grava o movimento (operacao A, imagens
      * antes/depois) e HISTORICO-SENHA guarda a senha que deixou de
      * valer, como numa troca feita pelo operador.

            MOVE 'A' TO WS-HIST-OPERACAO
            MOVE REG-ID-ARQ-USUARIO TO WS-HIST-ID
            CALL 'HISTORICO-USUARIO' USING WS-HIST-OPERACAO
                                            WS-HIST-ID
                                            WS-IMAGEM-ANTES
                                            WS-IMAGEM-DEPOIS

            MOVE 'G' TO WS-HSN-OPERACAO
            CALL 'HISTORICO-SENHA' USING WS-HSN-OPERACAO
                                         REG-ID-ARQ-USUARIO
                                         WS-SENHA-OFUSCADA
                                         WS-SENHA-ANTERIOR
                                         WS-HSN-STATUS
            IF WS-HSN-STATUS NOT = 0
               DISPLAY 'AVISO: senha anterior do ID '
                       REG-ID-ARQ-USUARIO
                       ' nao gravada no historico de senhas.'
            END-IF
            .
       P070-FIM.

       P080-BAIXA-CODIGO.
      * Uso unico: o codigo fica como usado, com a data/hora do
      * resgate. A senha ja foi trocada; uma falha aqui so fica
      * avisada (o codigo ainda venceria pela validade).

            MOVE 'U' TO RST-SITUACAO
            MOVE WS-DATA-SISTEMA TO RST-DATA-USO
            MOVE WS-HORA-SISTEMA TO RST-HORA-USO

            REWRITE REG-RESET-SENHA
               INVALID KEY
                  DISPLAY 'AVISO: codigo de redefinicao do ID '
                          RST-ID-USUARIO ' nao baixado como usado.'
            END-REWRITE
            .
       P080-FIM.

       P090-GRAVA-LOG-ACESSO.
      * Todo resgate sai no log de acessos, qualquer que seja o
      * status, no mesmo esquema de VERIFICA-ACESSO (contexto
      * chamador de CTXACS); o marcador T separa o resgate de
      * codigo das tentativas de acesso. Uma falha ao gravar o log
      * nao muda o status devolvido, mas fica avisada.

            MOVE 'N' TO LOG-ACESSOS-EXISTE
            OPEN INPUT LOG-ACESSOS
            IF STATUS-LOG-ACESSOS = '00'
               MOVE 'S' TO LOG-ACESSOS-EXISTE
            END-IF
            CLOSE LOG-ACESSOS

            IF LOG-ACESSOS-EXISTE = 'S'
               OPEN EXTEND LOG-ACESSOS
            ELSE
               OPEN OUTPUT LOG-ACESSOS
            END-IF

            IF STATUS-LOG-ACESSOS NOT = '00'
               DISPLAY 'AVISO: log de acessos inacessivel ('
                       WS-DSN-LOG-ACESSOS '); resgate sem registro.'
            ELSE
               MOVE SPACES TO REG-LOG-ACESSO
               ACCEPT ACS-DATA FROM DATE YYYYMMDD
               ACCEPT ACS-HORA FROM TIME
               MOVE LNK-EMAIL-RESET  TO ACS-EMAIL
               MOVE LNK-STATUS-RESET TO ACS-STATUS

               MOVE SPACES TO WS-CONTEXTO-CHAMADOR
               ACCEPT WS-CONTEXTO-CHAMADOR FROM ENVIRONMENT 'CTXACS'
               MOVE WS-CONTEXTO-CHAMADOR TO ACS-CONTEXTO

               MOVE 'T' TO ACS-BLOQUEIO
               WRITE REG-LOG-ACESSO
               CLOSE LOG-ACESSOS
            END-IF
            .
       P090-FIM.

       END PROGRAM CONFIRMA-RESET-SENHA.
