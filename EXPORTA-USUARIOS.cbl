      *   para os sistemas receptores; na mesma mudanca o ID
      *   acompanhou a base de 4 para 7 digitos e o LRECL foi de 82
      *   para 85.
      * - Consentimento de comunicacao (CNSUSU): o detalhe so leva o
      *   e-mail, o telefone e o bloco de endereco dos canais que o
      *   usuario autorizou; canal sem consentimento (ou usuario sem
      *   registro de consentimento) sai em branco, e o detalhe
      *   continua saindo para o receptor manter ID e situacao. Vale
      *   o consentimento atual nos dois modos. Uma mudanca de
      *   consentimento (operacao C do historico) sai no incremental
      *   como alteracao, montada do registro atual da base, para o
      *   receptor passar a receber ou apagar o canal. Sem o arquivo
      *   de consentimento nenhum canal sai (aviso no log); outra
      *   falha de abertura para com RC 8.
      * - Os movimentos de papel de acesso (operacao P do historico)
      *   nao saem no incremental: os papeis nao fazem parte do
      *   layout EXPUSU e o registro do usuario nao muda com eles.
      * - Livro de entregas de interface (ENTUSU): todo arquivo leva
      *   no header um numero de sequencia (REGISTRA-ENTREGA) e e
      *   registrado no livro com a data de movimento, a quantidade
      *   do trailer, o modo e a janela do historico, para o retorno
      *   do receptor ser conferido (RETORNO-INTERFACE,
      *   RELATORIO-ENTREGAS). Sem o livro nada e gerado (RC 8).
      * - Regeracao sob demanda: com a variavel EXPREG (numero de
      *   sequencia) o arquivo daquela sequencia e gerado de novo com
      *   o mesmo numero e o mesmo modo - no incremental, a mesma
      *   janela do historico; no completo, a base atual. A janela
      *   corrente (EXPCTL) nao anda e o livro marca a regeracao.
      * - O registro no livro passou a vir antes do avanco da janela
      *   (EXPCTL), e uma falha nele para com RC 8: o arquivo gerado
      *   nao deve ser enviado, e como nem o controle da interface
      *   nem a janela andaram, a repeticao do passo gera a mesma
      *   sequencia com a mesma janela. Antes a falha era so aviso e
      *   RC 4, com a janela ja avancada e o arquivo fora do livro,
      *   sem como ser regerado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORTA-USUARIOS.
           SELECT ARQ-USUARIO ASSIGN TO DYNAMIC
              WS-DSN-ARQ-USUARIO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ID-ARQ-USUARIO
               ALTERNATE RECORD KEY IS REG-EMAIL-ARQ-USUARIO
                  WITH DUPLICATES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-EXPORTA.

           SELECT CNS-USUARIO ASSIGN TO DYNAMIC
              WS-DSN-CONSENTIMENTO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CNS-ID-USUARIO
               FILE STATUS IS STATUS-CONSENTIMENTO.

           SELECT CTL-EXPORTA ASSIGN TO DYNAMIC
              WS-DSN-CTL-EXPORTA
               ORGANIZATION IS LINE SEQUENTIAL
       FD HIST-USUARIO.
       COPY HISTUSU.

       FD CNS-USUARIO.
       COPY CNSUSU.

       FD ARQ-EXPORTA.
       01 REG-EXPORTA                 PIC X(166).

       01 WS-DSN-HISTORICO        PIC X(100).
       01 WS-DSN-EXPORTA          PIC X(100).
       01 WS-DSN-CTL-EXPORTA      PIC X(100).
       01 STATUS-CONSENTIMENTO    PIC X(2).
       01 WS-DSN-CONSENTIMENTO    PIC X(100).
       01 WS-CNS-ABERTO           PIC X(1) VALUE 'N'.
       01 WS-CNS-ACHADO           PIC X(1).
       01 WS-USUARIO-ACHADO       PIC X(1).

       01 WS-MODO                 PIC X(01) VALUE 'F'.
           88 MODO-COMPLETO           VALUE 'F'.
       01 WS-MOVTOS-ANTERIORES    PIC 9(08) VALUE ZERO.
       01 WS-MOVTOS-LIDOS         PIC 9(08) VALUE ZERO.
       01 WS-TOTAL-EXPORTADOS     PIC 9(06) VALUE ZERO.
      * Fim da janela do historico; so a regeracao de um incremental
      * limita a janela ao fim registrado no livro de entregas.
       01 WS-MOVTO-LIMITE         PIC 9(08) VALUE 99999999.

       01 WS-REGERACAO            PIC X(01) VALUE 'N'.
       01 WS-REGERA-INFORMADA     PIC X(07).
       01 WS-TAM-REGERA           PIC 9(02).
       01 WS-REGERA-TEXTO         PIC X(07) JUSTIFIED RIGHT.
       01 WS-SEQUENCIA-ARQUIVO    PIC 9(07) VALUE ZERO.

      * Campos do inicio do layout ARQUSU, na mesma ordem e tamanho,
      * para decompor a imagem antes/depois gravada no historico (o
           03 WS-IMG-CIDADE       PIC X(20).
           03 WS-IMG-UF           PIC X(02).
           03 WS-IMG-CEP          PIC X(08).
           03 FILLER              PIC X(55).

       01 WS-DATA-SISTEMA         PIC 9(08).
       01 WS-HORA-SISTEMA         PIC 9(08).
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

               IF RETURN-CODE = ZERO
                  IF WS-REGERACAO = 'S'
                     PERFORM P300-PREPARA-REGERACAO
                  ELSE
                     PERFORM P005-LE-CONTROLE
                     PERFORM P015-NUMERA-ARQUIVO
                  END-IF
               END-IF

               IF RETURN-CODE = ZERO
                  PERFORM P070-ABRE-CONSENTIMENTO
               END-IF

               IF RETURN-CODE = ZERO
                  IF MODO-INCREMENTAL
                     PERFORM P200-EXPORTA-MOVIMENTOS
                  ELSE
                     PERFORM P100-EXPORTA-COMPLETO
                  END-IF
               END-IF

               IF WS-CNS-ABERTO = 'S'
                  CLOSE CNS-USUARIO
               END-IF

      * No completo a posicao do fim do historico entra no livro e
      * na janela seguinte; e contada antes do registro.
               IF RETURN-CODE = ZERO AND WS-REGERACAO = 'N'
                  AND MODO-COMPLETO
                  PERFORM P060-CONTA-MOVIMENTOS
               END-IF

               IF RETURN-CODE = ZERO
                  PERFORM P045-REGISTRA-ENTREGA
               END-IF

               IF RETURN-CODE = ZERO AND WS-REGERACAO = 'N'
                  PERFORM P050-ATUALIZA-CONTROLE
               END-IF

               IF RETURN-CODE = ZERO
                  DISPLAY 'Exportacao gerada com sucesso: '
                          WS-TOTAL-EXPORTADOS ' detalhe(s), modo '
                          WS-MODO ', sequencia '
                          WS-SEQUENCIA-ARQUIVO '.'
               END-IF

               PERFORM P090-FECHA-MOVIMENTO
               MOVE './CTL-EXPORTA.DAT' TO WS-DSN-CTL-EXPORTA
            END-IF

            MOVE SPACES TO WS-DSN-CONSENTIMENTO
            ACCEPT WS-DSN-CONSENTIMENTO FROM ENVIRONMENT 'CNSUSU'
            IF WS-DSN-CONSENTIMENTO = SPACES
               MOVE './CONSENTIMENTO-USUARIO.DAT'
                 TO WS-DSN-CONSENTIMENTO
            END-IF

            MOVE 'F' TO WS-MODO
            ACCEPT WS-MODO FROM ENVIRONMENT 'EXPMOD'
            IF WS-MODO = 'i'
            .
       P000-FIM.

       P003-LE-REGERACAO.
      * EXPREG vazia e a geracao normal do dia. Preenchida, tem de
      * ser um numero de sequencia valido: um valor invalido para o
      * passo com RC 8 em vez de cair na geracao normal, que andaria
      * a janela incremental sem ninguem pedir.

            MOVE 'N' TO WS-REGERACAO
            MOVE SPACES TO WS-REGERA-INFORMADA
            ACCEPT WS-REGERA-INFORMADA FROM ENVIRONMENT 'EXPREG'

            IF WS-REGERA-INFORMADA NOT = SPACES
               MOVE ZERO TO WS-TAM-REGERA
               INSPECT WS-REGERA-INFORMADA TALLYING WS-TAM-REGERA
                       FOR CHARACTERS BEFORE SPACE

               MOVE 'N' TO WS-REGERACAO
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
                  DISPLAY 'ERRO: sequencia a regerar invalida (EXPREG='
                          WS-REGERA-INFORMADA ').'
                  MOVE 8 TO RETURN-CODE
               END-IF
            END-IF
            .
       P003-FIM.

       P005-LE-CONTROLE.
      * A posicao da janela incremental vem do arquivo de controle,
      * no mesmo esquema do CTL-USUARIO do cadastro; sem o arquivo
            .
       P005-FIM.

       P015-NUMERA-ARQUIVO.
      * Sem o livro de entregas o arquivo nao sai: um arquivo sem
      * registro e justamente o que o livro existe para evitar. A
      * janela nao anda e o passo pode ser repetido.

            MOVE SPACES TO REG-ENT-INTERFACE
            MOVE 'EXPUSU' TO ENT-INTERFACE
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

       P010-GRAVA-HEADER.

            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            MOVE WS-DATA-SISTEMA TO EXP-HDR-DATA
            MOVE WS-HORA-SISTEMA TO EXP-HDR-HORA
            MOVE WS-MODO         TO EXP-HDR-MODO
            MOVE WS-SEQUENCIA-ARQUIVO TO EXP-HDR-SEQUENCIA

            MOVE SPACES TO REG-EXPORTA
            WRITE REG-EXPORTA FROM EXP-HEADER
            .
       P040-FIM.

       P045-REGISTRA-ENTREGA.
      * Um arquivo fora do livro nao pode ser enviado: sem registro
      * o controle da interface nao anda, a sequencia sairia de novo
      * no proximo arquivo e nao haveria como regera-la. O registro
      * vem antes do avanco da janela e a falha para com RC 8, com a
      * janela parada, para o passo poder ser repetido.

            MOVE SPACES TO REG-ENT-INTERFACE
            MOVE 'EXPUSU'             TO ENT-INTERFACE
            MOVE WS-SEQUENCIA-ARQUIVO TO ENT-SEQUENCIA
            MOVE WS-DATA-SISTEMA      TO ENT-DATA-GERACAO
            MOVE WS-HORA-SISTEMA      TO ENT-HORA-GERACAO
            MOVE WS-TOTAL-EXPORTADOS  TO ENT-TOTAL-DETALHES
            MOVE WS-MODO              TO ENT-MODO
            MOVE WS-MOVTOS-ANTERIORES TO ENT-MOVTO-INICIAL
            MOVE WS-MOVTOS-LIDOS      TO ENT-MOVTO-FINAL

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

       P050-ATUALIZA-CONTROLE.
      * A janela incremental seguinte comeca no fim do historico
      * visto agora, nos dois modos: um completo recarrega a base no
      * receptor e "zera" a janela, senao o proximo incremental
      * reapresentaria movimentos que o completo ja cobriu (no
      * completo a posicao ja foi contada por P060-CONTA-MOVIMENTOS;
      * com a contagem reprovada o controle nem chega aqui).

            OPEN OUTPUT CTL-EXPORTA
            MOVE WS-MOVTOS-LIDOS TO CTL-MOVTOS-EXPORTADOS
            WRITE REG-CTL-EXPORTA
            CLOSE CTL-EXPORTA
            .
       P050-FIM.

            .
       P065-FIM.

       P070-ABRE-CONSENTIMENTO.
      * Sem o arquivo de consentimento (status 35) ninguem autorizou
      * nada ainda: a exportacao segue com todos os canais em
      * branco. Qualquer outra falha e DD errada ou arquivo
      * estragado, e exportar sem filtro nao e opcao.

            MOVE 'N' TO WS-CNS-ABERTO

            OPEN INPUT CNS-USUARIO
            EVALUATE STATUS-CONSENTIMENTO
                WHEN '00'
                    MOVE 'S' TO WS-CNS-ABERTO
                WHEN '35'
                    DISPLAY 'AVISO: cadastro de consentimento '
                            'inexistente; nenhum canal sera '
                            'exportado.'
                WHEN OTHER
                    DISPLAY 'ERRO: cadastro de consentimento '
                            'inacessivel (file status '
                            STATUS-CONSENTIMENTO ').'
                    MOVE 8 TO RETURN-CODE
            END-EVALUATE
            .
       P070-FIM.

       P080-FILTRA-CONSENTIMENTO.
      * Aplicado a todo detalhe ja montado, antes da gravacao: cada
      * canal sem 'S' no consentimento atual do usuario sai em
      * branco.

            MOVE 'N' TO WS-CNS-ACHADO

            IF WS-CNS-ABERTO = 'S'
               MOVE EXP-DET-ID TO CNS-ID-USUARIO
               READ CNS-USUARIO
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE 'S' TO WS-CNS-ACHADO
               END-READ
            END-IF

            IF WS-CNS-ACHADO = 'N'
               MOVE 'N' TO CNS-EMAIL-OPCAO CNS-FONE-OPCAO
                           CNS-END-OPCAO
            END-IF

            IF NOT CNS-EMAIL-AUTORIZADO
               MOVE SPACES TO EXP-DET-EMAIL
            END-IF

            IF NOT CNS-FONE-AUTORIZADO
               MOVE SPACES TO EXP-DET-TELEFONE
            END-IF

            IF NOT CNS-END-AUTORIZADO
               MOVE SPACES TO EXP-DET-LOGRADOURO EXP-DET-NUMERO-END
                              EXP-DET-COMPLEMENTO EXP-DET-CIDADE
                              EXP-DET-UF EXP-DET-CEP
            END-IF
            .
       P080-FIM.

       P100-EXPORTA-COMPLETO.
      * Modo completo: um detalhe por registro da base, operacao I
      * (carga), para o receptor recarregar a base inteira.
       P120-FIM.

       P130-PROCESSA-REGISTRO.

            MOVE 'I' TO EXP-DET-OPERACAO
            PERFORM P135-MONTA-DETALHE

            WRITE REG-EXPORTA FROM EXP-DETALHE
            ADD 1 TO WS-TOTAL-EXPORTADOS

            PERFORM P120-LE-PROXIMO
            .
       P130-FIM.

       P135-MONTA-DETALHE.
      * Detalhe a partir do registro atual da base, usado pelo modo
      * completo e pela mudanca de consentimento no incremental. A
      * senha nunca vai para a interface.

            MOVE REG-ID-ARQ-USUARIO       TO EXP-DET-ID
            MOVE REG-EMAIL-ARQ-USUARIO    TO EXP-DET-EMAIL
            MOVE REG-NAME-ARQ-USUARIO     TO EXP-DET-NOME
            MOVE REG-UF-ARQ-USUARIO       TO EXP-DET-UF
            MOVE REG-CEP-ARQ-USUARIO      TO EXP-DET-CEP

            PERFORM P080-FILTRA-CONSENTIMENTO
            .
       P135-FIM.

       P200-EXPORTA-MOVIMENTOS.
      * Modo incremental: o historico e percorrido do inicio e os
            MOVE ZERO TO WS-MOVTOS-LIDOS
            MOVE 'N' TO WS-EOF-HISTORICO

      * A base e aberta tambem aqui: uma mudanca de consentimento
      * nao traz imagem do usuario no historico, e o detalhe dela e
      * montado do registro atual.

            OPEN INPUT ARQ-USUARIO
            IF FILE-STATUS NOT = '00'
               DISPLAY 'Arquivo de usuarios inexistente ou inacessivel.'
               MOVE 8 TO RETURN-CODE
            ELSE
               PERFORM P205-EXPORTA-HISTORICO
               CLOSE ARQ-USUARIO
            END-IF
            .
       P200-FIM.

       P205-EXPORTA-HISTORICO.

            OPEN INPUT HIST-USUARIO

            IF STATUS-HISTORICO NOT = '00'
               CLOSE ARQ-EXPORTA
            END-IF
            .
       P205-FIM.

       P210-LE-MOVIMENTO.

       P220-PROCESSA-MOVIMENTO.

            IF WS-MOVTOS-LIDOS > WS-MOVTOS-ANTERIORES
               AND WS-MOVTOS-LIDOS NOT > WS-MOVTO-LIMITE
               EVALUATE TRUE
                   WHEN HIST-CONSENTIMENTO
                       PERFORM P240-GRAVA-CONSENTIMENTO
                   WHEN HIST-PAPEL
                       CONTINUE
                   WHEN OTHER
                       PERFORM P230-GRAVA-MOVIMENTO
               END-EVALUATE
            END-IF

            PERFORM P210-LE-MOVIMENTO
            MOVE WS-IMG-UF          TO EXP-DET-UF
            MOVE WS-IMG-CEP         TO EXP-DET-CEP

            PERFORM P080-FILTRA-CONSENTIMENTO

            WRITE REG-EXPORTA FROM EXP-DETALHE
            ADD 1 TO WS-TOTAL-EXPORTADOS
            .
       P230-FIM.

       P240-GRAVA-CONSENTIMENTO.
      * As imagens da operacao C sao registros de consentimento, nao
      * de usuario: o detalhe sai como alteracao, com os dados do
      * registro atual da base filtrados pelo consentimento atual.
      * Um usuario que ja nao esta na base (excluido depois) teve a
      * exclusao exportada pelo proprio movimento E e nao gera nada.

            MOVE 'N' TO WS-USUARIO-ACHADO
            MOVE REG-ID-HIST TO REG-ID-ARQ-USUARIO
            READ ARQ-USUARIO
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE 'S' TO WS-USUARIO-ACHADO
            END-READ

            IF WS-USUARIO-ACHADO = 'S'
               MOVE 'A' TO EXP-DET-OPERACAO
               PERFORM P135-MONTA-DETALHE
               WRITE REG-EXPORTA FROM EXP-DETALHE
               ADD 1 TO WS-TOTAL-EXPORTADOS
            END-IF
            .
       P240-FIM.

       P300-PREPARA-REGERACAO.
      * A regeracao parte do registro do livro: o modo e, no
      * incremental, a janela do historico sao os da geracao
      * original. No modo completo o conteudo e o da base atual.

            MOVE SPACES TO REG-ENT-INTERFACE
            MOVE 'EXPUSU'             TO ENT-INTERFACE
            MOVE WS-SEQUENCIA-ARQUIVO TO ENT-SEQUENCIA
            MOVE 'L' TO WS-ENT-OPERACAO
            CALL 'REGISTRA-ENTREGA' USING WS-ENT-OPERACAO
                                           REG-ENT-INTERFACE
                                           WS-ENT-STATUS

            EVALUATE WS-ENT-STATUS
                WHEN 0
                    MOVE ENT-MODO TO WS-MODO
                    IF MODO-INCREMENTAL
                       MOVE ENT-MOVTO-INICIAL TO WS-MOVTOS-ANTERIORES
                       MOVE ENT-MOVTO-FINAL   TO WS-MOVTO-LIMITE
                    ELSE
                       MOVE 'F' TO WS-MODO
                    END-IF
                    DISPLAY 'Regeracao da sequencia '
                            WS-SEQUENCIA-ARQUIVO ', modo ' WS-MODO
                            ', gerada em ' ENT-DATA-GERACAO '.'
                WHEN 1
                    DISPLAY 'ERRO: sequencia ' WS-SEQUENCIA-ARQUIVO
                            ' nao registrada no livro de entregas.'
                    MOVE 8 TO RETURN-CODE
                WHEN OTHER
                    MOVE 8 TO RETURN-CODE
            END-EVALUATE
            .
       P300-FIM.

       END PROGRAM EXPORTA-USUARIOS.
