      ******************************************************************
      * Author:
      * Date:
      * Purpose: Pedido de redefinicao de senha pelo proprio usuario
      *          (autoatendimento), para a senha esquecida e a conta
      *          bloqueada por falhas em VERIFICA-ACESSO deixarem de
      *          virar chamado para o operador. Chamada pelo mesmo
      *          sistema que chama VERIFICA-ACESSO: recebe o e-mail,
      *          emite um codigo de uso unico de 6 digitos, valido
      *          por RSTVAL minutos (DD/variavel, padrao 30), grava
      *          o codigo ofuscado no cadastro de codigos (RSTUSU,
      *          um por usuario - um pedido novo substitui o
      *          anterior) e deixa a mensagem tipo R com o codigo em
      *          NOTPEN, que o fechamento de GERA-NOTIFICACOES leva
      *          ao gateway de correio (NOTUSU). A troca da senha com
      *          o codigo e feita por CONFIRMA-RESET-SENHA.
      *          Um e-mail sem conta (ou so com registro cancelado),
      *          de usuario suspenso ou com devolucao no gateway
      *          (EMAIL-DEVOLVIDO, o codigo nao chegaria) nao recebe
      *          codigo. A conta bloqueada por falhas recebe: e para
      *          ela que o autoatendimento existe.
      *          Todo pedido sai no log de acessos (ACSLOG) com o
      *          marcador R e o status devolvido.
      *          Roda sob a trava TRAVA-USUARIO.
      *          As tentativas erradas do codigo (RST-TENTATIVAS)
      *          contam pelo dia: um codigo novo pedido no mesmo dia
      *          herda as tentativas do anterior, e quem ja esgotou o
      *          limite LIMACS no dia recebe o status 7 em vez de um
      *          codigo novo.
      *          A semente de FUNCTION RANDOM mistura a hora e o ID
      *          ao estado guardado em RSTSEM (so este programa le),
      *          refeito a cada emissao, para o codigo nao sair da
      *          hora do pedido.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLICITA-RESET-SENHA.
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

           SELECT SEMENTE-RESET ASSIGN TO DYNAMIC
              WS-DSN-SEMENTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-SEMENTE.

           SELECT NOTIF-PENDENTES ASSIGN TO DYNAMIC
              WS-DSN-NOTIF-PENDENTES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-NOTIF-PENDENTES.

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

      * Estado do gerador de codigos: um unico registro com o numero
      * que entra na proxima semente. Deve ter o mesmo acesso
      * restrito do cadastro de codigos.
       FD SEMENTE-RESET.
       01 REG-SEMENTE-RESET        PIC X(09).

      * Mesmo layout dos pendentes de GERAR-ARQUIVO e
      * ALTERACAO-USUARIO, com o codigo de uso unico ao final; so a
      * mensagem tipo R (redefinicao de senha) preenche o codigo.
       FD NOTIF-PENDENTES.
       01 REG-NOTIF-PENDENTE.
           03 NOT-ID-PENDENTE          PIC 9(07).
           03 FILLER                   PIC X(01).
           03 NOT-EMAIL-PENDENTE       PIC X(30).
           03 FILLER                   PIC X(01).
           03 NOT-NOME-PENDENTE        PIC X(30).
           03 FILLER                   PIC X(01).
           03 NOT-DATA-PENDENTE        PIC 9(08).
           03 FILLER                   PIC X(01).
           03 NOT-HORA-PENDENTE        PIC 9(08).
           03 FILLER                   PIC X(01).
           03 NOT-TIPO-PENDENTE        PIC X(01).
           03 FILLER                   PIC X(01).
           03 NOT-CODIGO-PENDENTE      PIC X(06).

      * Mesmo layout do log gravado por VERIFICA-ACESSO; o marcador
      * final recebe R nos pedidos de redefinicao.
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
       01 STATUS-SEMENTE          PIC X(2).
       01 STATUS-NOTIF-PENDENTES  PIC X(2).
       01 STATUS-LOG-ACESSOS      PIC X(2).
       01 WS-DSN-ARQ-USUARIO      PIC X(100).
       01 WS-DSN-RESET            PIC X(100).
       01 WS-DSN-SEMENTE          PIC X(100).
       01 WS-DSN-NOTIF-PENDENTES  PIC X(100).
       01 WS-DSN-LOG-ACESSOS      PIC X(100).
       01 NOTIF-PENDENTE-EXISTE   PIC X(1).
       01 LOG-ACESSOS-EXISTE      PIC X(1).

       01 WS-FIM-EMAIL            PIC X(1).
       01 WS-USUARIO-ACHADO       PIC X(1).
       01 WS-REGISTRO-NOVO        PIC X(1).
       01 WS-EMITE-CODIGO         PIC X(1).
       01 WS-USU-ID               PIC 9(07).
       01 WS-USU-EMAIL            PIC X(30).
       01 WS-USU-NOME             PIC X(30).
       01 WS-CONTEXTO-CHAMADOR    PIC X(08).

      * Validade do codigo em minutos (RSTVAL, ate 4 digitos);
      * valores vazios ou invalidos caem no padrao de 30 minutos.
       01 WS-VALIDADE-MINUTOS     PIC 9(04) VALUE 0030.
       01 WS-VALIDADE-TXT         PIC X(04).
       01 WS-VALIDADE-TRABALHO    PIC X(04).

      * Limite de tentativas com codigo errado no dia: o mesmo
      * limite conferido por CONFIRMA-RESET-SENHA (LIMACS, um ou
      * dois digitos, padrao 3).
       01 WS-LIMITE-FALHAS        PIC 9(02) VALUE 03.
       01 WS-LIMITE-INFORMADO     PIC X(02).

       01 WS-DATA-SISTEMA         PIC 9(08).
       01 WS-HORA-SISTEMA         PIC 9(08).
       01 FILLER REDEFINES WS-HORA-SISTEMA.
           03 WS-HORA-HH          PIC 9(02).
           03 WS-HORA-MM          PIC 9(02).
           03 WS-HORA-SSCC        PIC 9(04).

      * A expiracao e contada em minutos corridos desde a data base
      * de INTEGER-OF-DATE, para a soma da validade atravessar a
      * virada do dia (e do mes, e do ano) sem tratamento proprio.
       01 WS-MINUTOS-EXPIRA       PIC 9(11).
       01 WS-DIAS-EXPIRA          PIC 9(08).
       01 WS-MINUTO-DO-DIA        PIC 9(04).
       01 WS-HORA-EXPIRA.
           03 WS-EXP-HH           PIC 9(02).
           03 WS-EXP-MM           PIC 9(02).
           03 WS-EXP-SSCC         PIC 9(04).

       01 WS-SEMENTE              PIC 9(09).
       01 WS-ESTADO-SEMENTE       PIC 9(09).
       01 WS-CODIGO-NUMERICO      PIC 9(06).
       01 WS-CODIGO-CLARO         PIC X(11).
       01 WS-CODIGO-OFUSCADO      PIC X(11).

       01 WS-TRAVA-OPERACAO       PIC X(01).
       01 WS-TRAVA-STATUS         PIC 9(01).

       LINKAGE SECTION.
       01 LNK-EMAIL-RESET         PIC X(30).
       01 LNK-STATUS-RESET        PIC 9(01).
      * 0 = codigo emitido (mensagem deixada em NOTPEN)
      * 2 = e-mail nao cadastrado (ou so com registro cancelado)
      * 3 = usuario suspenso
      * 4 = arquivo de usuarios em uso por outra execucao
      * 6 = e-mail com devolucao no gateway de correio
      * 7 = limite de tentativas erradas do dia ja atingido
      * 9 = falha de acesso aos arquivos

       PROCEDURE DIVISION USING LNK-EMAIL-RESET LNK-STATUS-RESET.
       MAIN-PROCEDURE.

            MOVE 9 TO LNK-STATUS-RESET

            PERFORM P000-RESOLVE-DSN
            PERFORM P005-CARREGA-VALIDADE
            PERFORM P007-CARREGA-LIMITE

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

            PERFORM P060-GRAVA-LOG-ACESSO

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

            MOVE SPACES TO WS-DSN-SEMENTE
            ACCEPT WS-DSN-SEMENTE FROM ENVIRONMENT 'RSTSEM'
            IF WS-DSN-SEMENTE = SPACES
               MOVE './RESET-SEMENTE.DAT' TO WS-DSN-SEMENTE
            END-IF

            MOVE SPACES TO WS-DSN-NOTIF-PENDENTES
            ACCEPT WS-DSN-NOTIF-PENDENTES FROM ENVIRONMENT 'NOTPEN'
            IF WS-DSN-NOTIF-PENDENTES = SPACES
               MOVE './NOTIFICA-PENDENTES.DAT'
                 TO WS-DSN-NOTIF-PENDENTES
            END-IF

            MOVE SPACES TO WS-DSN-LOG-ACESSOS
            ACCEPT WS-DSN-LOG-ACESSOS FROM ENVIRONMENT 'ACSLOG'
            IF WS-DSN-LOG-ACESSOS = SPACES
               MOVE './LOG-ACESSOS.LOG' TO WS-DSN-LOG-ACESSOS
            END-IF
            .
       P000-FIM.

       P005-CARREGA-VALIDADE.
      * RSTVAL aceita de um a quatro digitos; o valor e alinhado a
      * direita com zeros a esquerda antes da conferencia, como
      * SENVAL em VERIFICA-ACESSO.

            MOVE SPACES TO WS-VALIDADE-TXT
            ACCEPT WS-VALIDADE-TXT FROM ENVIRONMENT 'RSTVAL'

            PERFORM P006-DESLOCA-VALIDADE
               UNTIL WS-VALIDADE-TXT(4:1) NOT = SPACE
                  OR WS-VALIDADE-TXT = SPACES

            IF WS-VALIDADE-TXT IS NUMERIC
               AND WS-VALIDADE-TXT NOT = '0000'
               MOVE WS-VALIDADE-TXT TO WS-VALIDADE-MINUTOS
            END-IF
            .
       P005-FIM.

       P006-DESLOCA-VALIDADE.

            MOVE WS-VALIDADE-TXT TO WS-VALIDADE-TRABALHO
            MOVE WS-VALIDADE-TRABALHO(1:3) TO WS-VALIDADE-TXT(2:3)
            MOVE '0' TO WS-VALIDADE-TXT(1:1)
            .
       P006-FIM.

       P007-CARREGA-LIMITE.
      * LIMACS aceita um ou dois digitos ("5" ou "05"), com o mesmo
      * alinhamento de CONFIRMA-RESET-SENHA.

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
       P007-FIM.

       P010-LOCALIZA-USUARIO.

            OPEN INPUT ARQ-USUARIO

            IF FILE-STATUS = '00'
               PERFORM P020-LOCALIZA-POR-EMAIL

      * A area do FD fica indefinida depois do CLOSE; o que a
      * emissao usa do registro vai antes para a working storage.
               MOVE 'N' TO WS-EMITE-CODIGO
               EVALUATE TRUE
                   WHEN WS-USUARIO-ACHADO = 'N'
                       MOVE 2 TO LNK-STATUS-RESET
                   WHEN SITUACAO-SUSPENSO
                       MOVE 3 TO LNK-STATUS-RESET
                   WHEN EMAIL-DEVOLVIDO
                       MOVE 6 TO LNK-STATUS-RESET
                   WHEN OTHER
                       MOVE 'S' TO WS-EMITE-CODIGO
                       MOVE REG-ID-ARQ-USUARIO    TO WS-USU-ID
                       MOVE REG-EMAIL-ARQ-USUARIO TO WS-USU-EMAIL
                       MOVE REG-NAME-ARQ-USUARIO  TO WS-USU-NOME
               END-EVALUATE

               CLOSE ARQ-USUARIO

               IF WS-EMITE-CODIGO = 'S'
                  PERFORM P030-EMITE-CODIGO
               END-IF
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

       P030-EMITE-CODIGO.
      * O codigo sai de FUNCTION RANDOM semeada pelo estado guardado
      * em RSTSEM somado a hora corrente e ao ID: sem o estado, que
      * so este programa le, a semente nao se reconstroi pela hora
      * do pedido. O numero seguinte da mesma sequencia vira o
      * estado do proximo pedido. O codigo vai ofuscado para o
      * cadastro de codigos; em claro ele so existe na mensagem para
      * o titular.

            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            ACCEPT WS-HORA-SISTEMA FROM TIME

            PERFORM P031-LE-SEMENTE

            COMPUTE WS-SEMENTE = FUNCTION MOD(WS-ESTADO-SEMENTE
                    + WS-HORA-SISTEMA + WS-USU-ID, 1000000000)
            COMPUTE WS-CODIGO-NUMERICO =
                    FUNCTION RANDOM(WS-SEMENTE) * 1000000
            COMPUTE WS-ESTADO-SEMENTE =
                    FUNCTION RANDOM * 1000000000

            PERFORM P032-GRAVA-SEMENTE

            MOVE SPACES TO WS-CODIGO-CLARO
            MOVE WS-CODIGO-NUMERICO TO WS-CODIGO-CLARO(1:6)
            CALL 'OFUSCA-SENHA' USING WS-CODIGO-CLARO
                                       WS-CODIGO-OFUSCADO

            PERFORM P035-CALCULA-EXPIRACAO
            PERFORM P040-GRAVA-CODIGO

            IF LNK-STATUS-RESET = 0
               PERFORM P050-GRAVA-MENSAGEM
            END-IF
            .
       P030-FIM.

       P031-LE-SEMENTE.
      * Sem o arquivo de estado (primeira emissao) ou com conteudo
      * invalido, o estado parte da data e hora corrente; o proprio
      * pedido ja grava um estado novo para os seguintes.

            MOVE ZERO TO WS-ESTADO-SEMENTE

            OPEN INPUT SEMENTE-RESET
            IF STATUS-SEMENTE = '00'
               READ SEMENTE-RESET
                  NOT AT END
                     IF REG-SEMENTE-RESET IS NUMERIC
                        MOVE REG-SEMENTE-RESET TO WS-ESTADO-SEMENTE
                     END-IF
               END-READ
               CLOSE SEMENTE-RESET
            END-IF

            IF WS-ESTADO-SEMENTE = ZERO
               DISPLAY 'AVISO: estado do gerador de codigos ausente ('
                       WS-DSN-SEMENTE '); reiniciado pela data e hora.'
               COMPUTE WS-ESTADO-SEMENTE = FUNCTION MOD(
                       WS-DATA-SISTEMA * 7 + WS-HORA-SISTEMA,
                       1000000000)
            END-IF
            .
       P031-FIM.

       P032-GRAVA-SEMENTE.
      * Uma falha aqui nao impede a emissao (o codigo ja e outro pela
      * hora e pelo ID), mas fica avisada: o proximo pedido repetiria
      * o estado.

            OPEN OUTPUT SEMENTE-RESET
            IF STATUS-SEMENTE NOT = '00'
               DISPLAY 'AVISO: estado do gerador de codigos nao '
                       'gravado (' WS-DSN-SEMENTE ').'
            ELSE
               MOVE WS-ESTADO-SEMENTE TO REG-SEMENTE-RESET
               WRITE REG-SEMENTE-RESET
               CLOSE SEMENTE-RESET
            END-IF
            .
       P032-FIM.

       P035-CALCULA-EXPIRACAO.

            COMPUTE WS-MINUTOS-EXPIRA =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-SISTEMA) * 1440
                    + WS-HORA-HH * 60 + WS-HORA-MM
                    + WS-VALIDADE-MINUTOS

            DIVIDE WS-MINUTOS-EXPIRA BY 1440
               GIVING WS-DIAS-EXPIRA
               REMAINDER WS-MINUTO-DO-DIA

            DIVIDE WS-MINUTO-DO-DIA BY 60
               GIVING WS-EXP-HH
               REMAINDER WS-EXP-MM
            MOVE WS-HORA-SSCC TO WS-EXP-SSCC
            .
       P035-FIM.

       P040-GRAVA-CODIGO.
      * So o status 35 (arquivo inexistente) autoriza criar o
      * arquivo vazio, como em GRAVA-CONSENTIMENTO. O registro do ID
      * e sobrescrito: vale so o codigo mais recente. As tentativas
      * erradas, porem, sao do dia e nao do codigo: um codigo
      * anterior emitido hoje e ainda nao usado passa a contagem ao
      * novo, e com o limite ja atingido o pedido e recusado (status
      * 7) sem tocar no registro.

            OPEN I-O RST-USUARIO
            IF STATUS-RESET = '35'
               OPEN OUTPUT RST-USUARIO
               CLOSE RST-USUARIO
               OPEN I-O RST-USUARIO
            END-IF

            IF STATUS-RESET = '00'
               MOVE 'N' TO WS-REGISTRO-NOVO
               MOVE WS-USU-ID TO RST-ID-USUARIO
               READ RST-USUARIO
                  INVALID KEY
                     MOVE 'S' TO WS-REGISTRO-NOVO
               END-READ

               IF WS-REGISTRO-NOVO = 'S'
                  OR RST-USADO
                  OR RST-DATA-EMISSAO NOT = WS-DATA-SISTEMA
                  MOVE ZERO TO RST-TENTATIVAS
               END-IF

               IF RST-TENTATIVAS >= WS-LIMITE-FALHAS
                  MOVE 7 TO LNK-STATUS-RESET
               ELSE
                  PERFORM P045-ATUALIZA-CODIGO
               END-IF

               CLOSE RST-USUARIO
            END-IF
            .
       P040-FIM.

       P045-ATUALIZA-CODIGO.

            MOVE WS-USU-ID TO RST-ID-USUARIO
            MOVE WS-CODIGO-OFUSCADO TO RST-CODIGO
            MOVE WS-DATA-SISTEMA    TO RST-DATA-EMISSAO
            MOVE WS-HORA-SISTEMA    TO RST-HORA-EMISSAO
            COMPUTE RST-DATA-EXPIRA =
                    FUNCTION DATE-OF-INTEGER(WS-DIAS-EXPIRA)
            MOVE WS-HORA-EXPIRA     TO RST-HORA-EXPIRA
            MOVE 'P'                TO RST-SITUACAO
            MOVE ZERO TO RST-DATA-USO RST-HORA-USO

            IF WS-REGISTRO-NOVO = 'S'
               WRITE REG-RESET-SENHA
                  INVALID KEY
                     MOVE 9 TO LNK-STATUS-RESET
                  NOT INVALID KEY
                     MOVE 0 TO LNK-STATUS-RESET
               END-WRITE
            ELSE
               REWRITE REG-RESET-SENHA
                  INVALID KEY
                     MOVE 9 TO LNK-STATUS-RESET
                  NOT INVALID KEY
                     MOVE 0 TO LNK-STATUS-RESET
               END-REWRITE
            END-IF
            .
       P045-FIM.

       P050-GRAVA-MENSAGEM.
      * Mensagem de servico tipo R, enderecada ao e-mail da conta;
      * sai sempre no fechamento, sem depender de consentimento de
      * comunicacao, porque responde a um pedido do proprio titular.
      * Mesmo esquema de abertura da trilha: EXTEND quando o arquivo
      * ja existe, OUTPUT na primeira gravacao.

            MOVE 'N' TO NOTIF-PENDENTE-EXISTE
            OPEN INPUT NOTIF-PENDENTES
            IF STATUS-NOTIF-PENDENTES = '00'
               MOVE 'S' TO NOTIF-PENDENTE-EXISTE
            END-IF
            CLOSE NOTIF-PENDENTES

            IF NOTIF-PENDENTE-EXISTE = 'S'
               OPEN EXTEND NOTIF-PENDENTES
            ELSE
               OPEN OUTPUT NOTIF-PENDENTES
            END-IF

            IF STATUS-NOTIF-PENDENTES NOT = '00'
               MOVE 9 TO LNK-STATUS-RESET
            ELSE
               MOVE SPACES TO REG-NOTIF-PENDENTE
               MOVE WS-USU-ID             TO NOT-ID-PENDENTE
               MOVE WS-USU-EMAIL          TO NOT-EMAIL-PENDENTE
               MOVE WS-USU-NOME           TO NOT-NOME-PENDENTE
               MOVE WS-DATA-SISTEMA       TO NOT-DATA-PENDENTE
               MOVE WS-HORA-SISTEMA       TO NOT-HORA-PENDENTE
               MOVE 'R'                   TO NOT-TIPO-PENDENTE
               MOVE WS-CODIGO-CLARO(1:6)  TO NOT-CODIGO-PENDENTE
               WRITE REG-NOTIF-PENDENTE
               CLOSE NOTIF-PENDENTES
            END-IF
            .
       P050-FIM.

       P060-GRAVA-LOG-ACESSO.
      * Todo pedido sai no log de acessos, qualquer que seja o
      * status, no mesmo esquema de VERIFICA-ACESSO (contexto
      * chamador de CTXACS); o marcador R separa o pedido de
      * redefinicao das tentativas de acesso. Uma falha ao gravar o
      * log nao muda o status devolvido, mas fica avisada.

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
                       WS-DSN-LOG-ACESSOS '); pedido sem registro.'
            ELSE
               MOVE SPACES TO REG-LOG-ACESSO
               ACCEPT ACS-DATA FROM DATE YYYYMMDD
               ACCEPT ACS-HORA FROM TIME
               MOVE LNK-EMAIL-RESET  TO ACS-EMAIL
               MOVE LNK-STATUS-RESET TO ACS-STATUS

               MOVE SPACES TO WS-CONTEXTO-CHAMADOR
               ACCEPT WS-CONTEXTO-CHAMADOR FROM ENVIRONMENT 'CTXACS'
               MOVE WS-CONTEXTO-CHAMADOR TO ACS-CONTEXTO

               MOVE 'R' TO ACS-BLOQUEIO
               WRITE REG-LOG-ACESSO
               CLOSE LOG-ACESSOS
            END-IF
            .
       P060-FIM.

       END PROGRAM SOLICITA-RESET-SENHA.
