      *          entre a leitura e o esvaziamento dos pendentes seria
      *          destruido sem nunca chegar ao gateway.
      * Tectonics: cobc
      ******************************************************************
      * Alteracoes:
      * - A mensagem de boas-vindas (tipo B) so sai para quem deu
      *   consentimento de comunicacao por e-mail (CNSUSU, ver
      *   GRAVA-CONSENTIMENTO); sem consentimento o pendente e
      *   descartado e contado a parte no log. As mensagens de
      *   servico, como a confirmacao de troca de e-mail (tipo C),
      *   respondem a um pedido do proprio usuario e saem sempre.
      *   Sem o arquivo de consentimento nenhuma boas-vindas sai
      *   (aviso no log); outra falha de abertura para com RC 8 sem
      *   gerar a interface nem esvaziar os pendentes.
      * - Novo tipo de mensagem de servico R (codigo de uso unico de
      *   redefinicao de senha, ver SOLICITA-RESET-SENHA), que sai
      *   sempre. O pendente e o detalhe crescem 7 bytes para levar
      *   o codigo no fim (NOTPEN 96, NOTUSU 97); nos outros tipos a
      *   posicao vai em branco.
      * - O header leva o numero de sequencia do arquivo, obtido do
      *   livro de entregas (REGISTRA-ENTREGA, interface NOTUSU) antes
      *   de tocar nos pendentes; sem o livro nada e gerado (RC 8).
      *   Cada arquivo gerado e registrado no livro e seus detalhes
      *   vao para a copia acumulativa NOTARQ, menos os codigos de
      *   redefinicao de senha (tipo R).
      *   Com NOTREG preenchida o passo regera a sequencia informada a
      *   partir dessa copia, sem trava e sem tocar nos pendentes.
      * - O registro no livro passou a vir antes da copia NOTARQ e do
      *   esvaziamento dos pendentes: uma falha no livro para com
      *   RC 8 (o arquivo gerado nao deve ser enviado) e deixa o dia
      *   como estava - sem registro o controle da interface nao
      *   anda e a repeticao do passo gera a mesma sequencia com os
      *   mesmos pendentes. Antes a falha era so aviso e RC 4, e o
      *   arquivo ficava fora do livro sem como ser regerado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERA-NOTIFICACOES.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-NOTIF-PENDENTES.

           SELECT CNS-USUARIO ASSIGN TO DYNAMIC
              WS-DSN-CONSENTIMENTO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CNS-ID-USUARIO
               FILE STATUS IS STATUS-CONSENTIMENTO.

           SELECT NOTIFICACOES ASSIGN TO DYNAMIC
              WS-DSN-NOTIFICACOES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-NOTIFICACOES.

           SELECT NOT-ENVIADAS ASSIGN TO DYNAMIC
              WS-DSN-NOT-ENVIADAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-NOT-ENVIADAS.

       DATA DIVISION.
       FILE SECTION.

       FD NOTIF-PENDENTES.
       01 REG-NOTIF-PENDENTE          PIC X(96).

       FD CNS-USUARIO.
       COPY CNSUSU.

       FD NOTIFICACOES.
       01 REG-NOTIFICACAO             PIC X(97).

      * Copia acumulativa dos detalhes enviados, com a sequencia do
      * arquivo em que sairam, para a regeracao sob demanda. O codigo
      * de redefinicao de senha (tipo R) nao e guardado.
       FD NOT-ENVIADAS.
       01 REG-NOT-ENVIADA.
           03 ENV-SEQUENCIA           PIC 9(07).
           03 ENV-DETALHE             PIC X(97).

       WORKING-STORAGE SECTION.
       01 STATUS-NOTIF-PENDENTES  PIC X(2).
       01 STATUS-NOTIFICACOES     PIC X(2).
       01 WS-DSN-NOTIF-PENDENTES  PIC X(100).
       01 WS-DSN-NOTIFICACOES     PIC X(100).
       01 STATUS-CONSENTIMENTO    PIC X(2).
       01 WS-DSN-CONSENTIMENTO    PIC X(100).
       01 WS-CNS-ABERTO           PIC X(1) VALUE 'N'.
       01 WS-ENVIA-MENSAGEM       PIC X(1).
       01 STATUS-NOT-ENVIADAS     PIC X(2).
       01 WS-DSN-NOT-ENVIADAS     PIC X(100).
       01 WS-ENVIADAS-ABERTO      PIC X(1) VALUE 'N'.
       01 WS-EOF-ENVIADAS         PIC X(1).
       01 WS-EOF-GERADO           PIC X(1).

       01 WS-REGERACAO            PIC X(01) VALUE 'N'.
       01 WS-REGERA-INFORMADA     PIC X(07).
       01 WS-TAM-REGERA           PIC 9(02).
       01 WS-REGERA-TEXTO         PIC X(07) JUSTIFIED RIGHT.
       01 WS-SEQUENCIA-ARQUIVO    PIC 9(07) VALUE ZERO.

       01 WS-EOF-PENDENTES        PIC X(1) VALUE 'N'.
       01 WS-PENDENTES-EXISTEM    PIC X(1) VALUE 'N'.
       01 WS-TOTAL-NOTIFICADOS    PIC 9(06) VALUE ZERO.
       01 WS-TOTAL-SEM-CONSENTIM  PIC 9(06) VALUE ZERO.

      * Visao do pendente (mesmo layout gravado por GERAR-ARQUIVO e
      * ALTERACAO-USUARIO e SOLICITA-RESET-SENHA) para o filtro de
      * consentimento.
       01 WS-PENDENTE.
           03 WS-PEN-ID           PIC 9(07).
           03 FILLER              PIC X(81).
           03 WS-PEN-TIPO         PIC X(01).
               88 PENDENTE-BOAS-VINDAS    VALUE 'B'.
               88 PENDENTE-RESET-SENHA    VALUE 'R'.
           03 FILLER              PIC X(07).

       01 WS-DATA-SISTEMA         PIC 9(08).
       01 WS-HORA-SISTEMA         PIC 9(08).
           03 FILLER              PIC X(01) VALUE 'H'.
           03 WS-HDR-DATA         PIC 9(08).
           03 WS-HDR-HORA         PIC 9(08).
           03 WS-HDR-SEQUENCIA    PIC 9(07).

       01 WS-NOT-DETALHE.
           03 FILLER              PIC X(01) VALUE 'D'.
           03 WS-DET-PENDENTE     PIC X(96).

       01 WS-NOT-TRAILER.
           03 FILLER              PIC X(01) VALUE 'T'.
       01 WS-MOV-CONTAGEM         PIC 9(07).
       01 WS-MOV-STATUS           PIC 9(01).

      * Area de passagem para REGISTRA-ENTREGA.
       COPY ENTUSU.
       01 WS-ENT-OPERACAO         PIC X(01).
       01 WS-ENT-STATUS           PIC 9(01).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            IF WS-MOV-STATUS = 1
               MOVE 16 TO RETURN-CODE
            ELSE
               PERFORM P003-LE-REGERACAO

               EVALUATE TRUE
                   WHEN RETURN-CODE NOT = ZERO
                       CONTINUE
                   WHEN WS-REGERACAO = 'S'
                       PERFORM P300-REGERA-ARQUIVO
                   WHEN OTHER
                       PERFORM P100-FECHA-PENDENTES
               END-EVALUATE

               PERFORM P090-FECHA-MOVIMENTO
            END-IF

            STOP RUN.

       P100-FECHA-PENDENTES.
      * Geracao normal do dia, sob a trava (ver o proposito).

            MOVE '1' TO WS-TRAVA-OPERACAO
            CALL 'TRAVA-USUARIO' USING WS-TRAVA-OPERACAO
                                        WS-TRAVA-STATUS

            IF WS-TRAVA-STATUS NOT = 0
               DISPLAY 'ERRO: arquivo de usuarios em uso por outra '
                       'execucao. Tente novamente mais tarde.'
               MOVE 12 TO RETURN-CODE
            ELSE
               PERFORM P005-ABRE-CONSENTIMENTO

               IF RETURN-CODE = ZERO
                  PERFORM P015-NUMERA-ARQUIVO
               END-IF

               IF RETURN-CODE = ZERO
                  PERFORM P010-GERA-ARQUIVO
                  PERFORM P045-REGISTRA-ENTREGA
               END-IF

               IF RETURN-CODE = ZERO
                  PERFORM P040-GUARDA-ENVIADAS
                  PERFORM P050-ESVAZIA-PENDENTES

                  DISPLAY 'Notificacoes geradas: '
                          WS-TOTAL-NOTIFICADOS
                          ' usuario(s) em ' WS-DSN-NOTIFICACOES
                          ', sequencia ' WS-SEQUENCIA-ARQUIVO
                  DISPLAY 'Boas-vindas sem consentimento de '
                          'e-mail (descartadas): '
                          WS-TOTAL-SEM-CONSENTIM
               END-IF

               IF WS-CNS-ABERTO = 'S'
                  CLOSE CNS-USUARIO
               END-IF

               MOVE '2' TO WS-TRAVA-OPERACAO
               CALL 'TRAVA-USUARIO' USING WS-TRAVA-OPERACAO
                                           WS-TRAVA-STATUS
            END-IF
            .
       P100-FIM.

       P002-ABRE-MOVIMENTO.
      * Controle de movimento do pipeline (ver CONTROLE-MOVIMENTO):
            IF WS-DSN-NOTIFICACOES = SPACES
               MOVE './NOTIFICA-USUARIOS.DAT' TO WS-DSN-NOTIFICACOES
            END-IF

            MOVE SPACES TO WS-DSN-NOT-ENVIADAS
            ACCEPT WS-DSN-NOT-ENVIADAS FROM ENVIRONMENT 'NOTARQ'
            IF WS-DSN-NOT-ENVIADAS = SPACES
               MOVE './NOTIFICA-ENVIADAS.DAT' TO WS-DSN-NOT-ENVIADAS
            END-IF

            MOVE SPACES TO WS-DSN-CONSENTIMENTO
            ACCEPT WS-DSN-CONSENTIMENTO FROM ENVIRONMENT 'CNSUSU'
            IF WS-DSN-CONSENTIMENTO = SPACES
               MOVE './CONSENTIMENTO-USUARIO.DAT'
                 TO WS-DSN-CONSENTIMENTO
            END-IF
            .
       P000-FIM.

       P003-LE-REGERACAO.
      * NOTREG vazia e a geracao normal do dia. Preenchida, tem de
      * ser um numero de sequencia valido: um valor invalido para o
      * passo com RC 8 em vez de cair na geracao normal, que
      * esvaziaria os pendentes sem ninguem pedir.

            MOVE 'N' TO WS-REGERACAO
            MOVE SPACES TO WS-REGERA-INFORMADA
            ACCEPT WS-REGERA-INFORMADA FROM ENVIRONMENT 'NOTREG'

            IF WS-REGERA-INFORMADA NOT = SPACES
               MOVE ZERO TO WS-TAM-REGERA
               INSPECT WS-REGERA-INFORMADA TALLYING WS-TAM-REGERA
                       FOR CHARACTERS BEFORE SPACE

               IF WS-TAM-REGERA >= 1
                  IF WS-REGERA-INFORMADA(1:WS-TAM-REGERA) IS NUMERIC
                     MOVE WS-REGERA-INFORMADA(1:WS-TAM-REGERA)
                       TO WS-REGERA-TEXTO
                     INSPECT WS-REGERA-TEXTO
                             REPLACING LEADING SPACE BY '0'
                     MOVE WS-REGERA-TEXTO TO WS-SEQUENCIA-ARQUIVO
                     IF WS-SEQUENCIA-ARQUIVO NOT = ZERO
                        MOVE 'S' TO WS-REGERACAO
                     END-IF
                  END-IF
               END-IF

               IF WS-REGERACAO = 'N'
                  DISPLAY 'ERRO: sequencia a regerar invalida (NOTREG='
                          WS-REGERA-INFORMADA ').'
                  MOVE 8 TO RETURN-CODE
               END-IF
            END-IF
            .
       P003-FIM.

       P005-ABRE-CONSENTIMENTO.
      * Sem o arquivo de consentimento (status 35) ninguem autorizou
      * e-mail ainda: so as mensagens de servico saem. Qualquer
      * outra falha para o passo antes de tocar nos pendentes, que
      * ficam para a proxima execucao.

            MOVE 'N' TO WS-CNS-ABERTO

            OPEN INPUT CNS-USUARIO
            EVALUATE STATUS-CONSENTIMENTO
                WHEN '00'
                    MOVE 'S' TO WS-CNS-ABERTO
                WHEN '35'
                    DISPLAY 'AVISO: cadastro de consentimento '
                            'inexistente; nenhuma boas-vindas sera '
                            'enviada.'
                WHEN OTHER
                    DISPLAY 'ERRO: cadastro de consentimento '
                            'inacessivel (file status '
                            STATUS-CONSENTIMENTO ').'
                    MOVE 8 TO RETURN-CODE
            END-EVALUATE
            .
       P005-FIM.

       P010-GERA-ARQUIVO.
      * O arquivo de interface sai completo (header e trailer) mesmo
      * sem nenhum pendente, para o gateway distinguir "nao houve
            ACCEPT WS-HORA-SISTEMA FROM TIME
            MOVE WS-DATA-SISTEMA TO WS-HDR-DATA
            MOVE WS-HORA-SISTEMA TO WS-HDR-HORA
            MOVE WS-SEQUENCIA-ARQUIVO TO WS-HDR-SEQUENCIA

            OPEN OUTPUT NOTIFICACOES
            MOVE SPACES TO REG-NOTIFICACAO
            .
       P010-FIM.

       P012-ABRE-ENVIADAS.
      * Mesmo esquema de abertura da trilha de auditoria: EXTEND
      * quando o arquivo ja existe, OUTPUT na primeira gravacao.
      * Sem a copia o arquivo do dia sai normalmente, so nao podera
      * ser regerado.

            MOVE 'N' TO WS-ENVIADAS-ABERTO
            OPEN INPUT NOT-ENVIADAS
            IF STATUS-NOT-ENVIADAS = '00'
               CLOSE NOT-ENVIADAS
               OPEN EXTEND NOT-ENVIADAS
            ELSE
               OPEN OUTPUT NOT-ENVIADAS
            END-IF

            IF STATUS-NOT-ENVIADAS = '00'
               MOVE 'S' TO WS-ENVIADAS-ABERTO
            ELSE
               DISPLAY 'AVISO: copia das notificacoes enviadas '
                       'inacessivel: ' WS-DSN-NOT-ENVIADAS
                       '; a sequencia ' WS-SEQUENCIA-ARQUIVO
                       ' nao podera ser regerada.'
            END-IF
            .
       P012-FIM.

       P015-NUMERA-ARQUIVO.
      * Sem o livro de entregas o arquivo nao sai e os pendentes
      * ficam para a proxima execucao: um arquivo sem registro e
      * justamente o que o livro existe para evitar.

            MOVE SPACES TO REG-ENT-INTERFACE
            MOVE 'NOTUSU' TO ENT-INTERFACE
            MOVE 'P' TO WS-ENT-OPERACAO
            CALL 'REGISTRA-ENTREGA' USING WS-ENT-OPERACAO
                                           REG-ENT-INTERFACE
                                           WS-ENT-STATUS
            IF WS-ENT-STATUS NOT = 0
               DISPLAY 'ERRO: sem numero de sequencia para o arquivo; '
                       'nada foi gerado.'
               MOVE 8 TO RETURN-CODE
            ELSE
               MOVE ENT-SEQUENCIA TO WS-SEQUENCIA-ARQUIVO
            END-IF
            .
       P015-FIM.

       P020-LE-PENDENTE.

            READ NOTIF-PENDENTES

       P030-GRAVA-DETALHE.

            MOVE REG-NOTIF-PENDENTE TO WS-PENDENTE

            MOVE 'S' TO WS-ENVIA-MENSAGEM
            IF PENDENTE-BOAS-VINDAS
               PERFORM P035-CONFERE-CONSENTIMENTO
            END-IF

            IF WS-ENVIA-MENSAGEM = 'S'
               MOVE REG-NOTIF-PENDENTE TO WS-DET-PENDENTE
               WRITE REG-NOTIFICACAO FROM WS-NOT-DETALHE
               ADD 1 TO WS-TOTAL-NOTIFICADOS
            ELSE
               ADD 1 TO WS-TOTAL-SEM-CONSENTIM
            END-IF

            PERFORM P020-LE-PENDENTE
            .
       P030-FIM.

       P035-CONFERE-CONSENTIMENTO.
      * Usuario sem registro de consentimento conta como sem
      * autorizacao de e-mail.

            MOVE 'N' TO WS-ENVIA-MENSAGEM

            IF WS-CNS-ABERTO = 'S'
               MOVE WS-PEN-ID TO CNS-ID-USUARIO
               READ CNS-USUARIO
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF CNS-EMAIL-AUTORIZADO
                        MOVE 'S' TO WS-ENVIA-MENSAGEM
                     END-IF
               END-READ
            END-IF
            .
       P035-FIM.

       P040-GUARDA-ENVIADAS.
      * So depois do registro no livro os detalhes do arquivo vao
      * para a copia NOTARQ, relidos do proprio arquivo gerado: uma
      * sequencia que nao entrou no livro tambem nao entra na copia,
      * e a repeticao do passo nao a duplica.

            PERFORM P012-ABRE-ENVIADAS

            IF WS-ENVIADAS-ABERTO = 'S'
               OPEN INPUT NOTIFICACOES
               MOVE 'N' TO WS-EOF-GERADO
               PERFORM P042-LE-GERADO
               PERFORM P044-COPIA-GERADO
                  UNTIL WS-EOF-GERADO = 'S'
               CLOSE NOTIFICACOES
               CLOSE NOT-ENVIADAS
            END-IF
            .
       P040-FIM.

       P042-LE-GERADO.

            READ NOTIFICACOES
               AT END
                  MOVE 'S' TO WS-EOF-GERADO
               NOT AT END
                  CONTINUE
            END-READ
            .
       P042-FIM.

       P044-COPIA-GERADO.
      * Header e trailer nao entram na copia; o codigo de
      * redefinicao de senha (tipo R) tambem nao.

            IF REG-NOTIFICACAO(1:1) = 'D'
               MOVE REG-NOTIFICACAO TO WS-NOT-DETALHE
               MOVE WS-DET-PENDENTE TO WS-PENDENTE
               IF NOT PENDENTE-RESET-SENHA
                  MOVE WS-SEQUENCIA-ARQUIVO TO ENV-SEQUENCIA
                  MOVE WS-NOT-DETALHE TO ENV-DETALHE
                  WRITE REG-NOT-ENVIADA
               END-IF
            END-IF

            PERFORM P042-LE-GERADO
            .
       P044-FIM.

       P045-REGISTRA-ENTREGA.
      * Um arquivo fora do livro nao pode ser enviado: sem registro
      * o controle da interface nao anda, a sequencia sairia de novo
      * no proximo arquivo e nao haveria como regera-la. A falha para
      * com RC 8; na geracao do dia ainda antes da copia NOTARQ e do
      * esvaziamento dos pendentes, para o passo poder ser repetido.

            MOVE SPACES TO REG-ENT-INTERFACE
            MOVE 'NOTUSU'             TO ENT-INTERFACE
            MOVE WS-SEQUENCIA-ARQUIVO TO ENT-SEQUENCIA
            MOVE WS-DATA-SISTEMA      TO ENT-DATA-GERACAO
            MOVE WS-HORA-SISTEMA      TO ENT-HORA-GERACAO
            MOVE WS-TOTAL-NOTIFICADOS TO ENT-TOTAL-DETALHES
            MOVE ZERO                 TO ENT-MOVTO-INICIAL
            MOVE ZERO                 TO ENT-MOVTO-FINAL

            IF WS-REGERACAO = 'S'
               MOVE 'A' TO WS-ENT-OPERACAO
            ELSE
               MOVE 'G' TO WS-ENT-OPERACAO
            END-IF

            CALL 'REGISTRA-ENTREGA' USING WS-ENT-OPERACAO
                                           REG-ENT-INTERFACE
                                           WS-ENT-STATUS
            IF WS-ENT-STATUS NOT = 0
               DISPLAY 'ERRO: sequencia ' WS-SEQUENCIA-ARQUIVO
                       ' nao registrada no livro de entregas; o '
                       'arquivo gerado nao deve ser enviado.'
               MOVE 8 TO RETURN-CODE
            END-IF
            .
       P045-FIM.

       P050-ESVAZIA-PENDENTES.
      * Pendentes fechados nao podem sair de novo amanha; o arquivo
      * so e esvaziado se existia, para nao criar um arquivo vazio
            .
       P050-FIM.

       P300-REGERA-ARQUIVO.
      * Regeracao sob demanda de uma sequencia ja registrada, a
      * partir da copia das enviadas: mesmo numero no header, os
      * mesmos detalhes, nova data/hora de geracao. Nao passa pelos
      * pendentes nem pelo consentimento (os detalhes ja foram
      * filtrados na geracao original) e nao precisa da trava. Os
      * codigos de redefinicao de senha nao voltam: ja venceram.

            MOVE SPACES TO REG-ENT-INTERFACE
            MOVE 'NOTUSU'             TO ENT-INTERFACE
            MOVE WS-SEQUENCIA-ARQUIVO TO ENT-SEQUENCIA
            MOVE 'L' TO WS-ENT-OPERACAO
            CALL 'REGISTRA-ENTREGA' USING WS-ENT-OPERACAO
                                           REG-ENT-INTERFACE
                                           WS-ENT-STATUS

            EVALUATE WS-ENT-STATUS
                WHEN 0
                    OPEN INPUT NOT-ENVIADAS
                    IF STATUS-NOT-ENVIADAS NOT = '00'
                       DISPLAY 'ERRO: copia das notificacoes enviadas '
                               'inexistente ou inacessivel: '
                               WS-DSN-NOT-ENVIADAS
                       MOVE 8 TO RETURN-CODE
                    ELSE
                       PERFORM P310-GRAVA-REGERADO
                       CLOSE NOT-ENVIADAS

                       DISPLAY 'Regeracao da sequencia '
                               WS-SEQUENCIA-ARQUIVO ': '
                               WS-TOTAL-NOTIFICADOS ' detalhe(s) em '
                               WS-DSN-NOTIFICACOES
                       PERFORM P045-REGISTRA-ENTREGA
                    END-IF
                WHEN 1
                    DISPLAY 'ERRO: sequencia ' WS-SEQUENCIA-ARQUIVO
                            ' nao registrada no livro de entregas.'
                    MOVE 8 TO RETURN-CODE
                WHEN OTHER
                    MOVE 8 TO RETURN-CODE
            END-EVALUATE
            .
       P300-FIM.

       P310-GRAVA-REGERADO.

            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            ACCEPT WS-HORA-SISTEMA FROM TIME
            MOVE WS-DATA-SISTEMA TO WS-HDR-DATA
            MOVE WS-HORA-SISTEMA TO WS-HDR-HORA
            MOVE WS-SEQUENCIA-ARQUIVO TO WS-HDR-SEQUENCIA

            OPEN OUTPUT NOTIFICACOES
            MOVE SPACES TO REG-NOTIFICACAO
            WRITE REG-NOTIFICACAO FROM WS-NOT-HEADER

            MOVE 'N' TO WS-EOF-ENVIADAS
            PERFORM P320-LE-ENVIADA
            PERFORM P330-COPIA-ENVIADA
               UNTIL WS-EOF-ENVIADAS = 'S'

            MOVE WS-TOTAL-NOTIFICADOS TO WS-TRL-TOTAL
            MOVE SPACES TO REG-NOTIFICACAO
            WRITE REG-NOTIFICACAO FROM WS-NOT-TRAILER
            CLOSE NOTIFICACOES
            .
       P310-FIM.

       P320-LE-ENVIADA.

            READ NOT-ENVIADAS
               AT END
                  MOVE 'S' TO WS-EOF-ENVIADAS
               NOT AT END
                  CONTINUE
            END-READ
            .
       P320-FIM.

       P330-COPIA-ENVIADA.

            IF ENV-SEQUENCIA = WS-SEQUENCIA-ARQUIVO
               WRITE REG-NOTIFICACAO FROM ENV-DETALHE
               ADD 1 TO WS-TOTAL-NOTIFICADOS
            END-IF

            PERFORM P320-LE-ENVIADA
            .
       P330-FIM.

       END PROGRAM GERA-NOTIFICACOES.
