      ******************************************************************
      * Author:
      * Date:
      * Purpose: Rotina unica de gravacao do consentimento de
      *          comunicacao de um usuario (CNS-USUARIO, ver CNSUSU),
      *          chamada pelo cadastro (GERAR-ARQUIVO, interativo e
      *          carga NOVUSU), pela opcao do menu de operacao
      *          (CONSENTIMENTO-USUARIO) e pela manutencao em lote
      *          (MANUTENCAO-LOTE, operacao C), para as tres origens
      *          seguirem a mesma regra e deixarem o mesmo rastro.
      *          Recebe o ID, a opcao de cada canal (e-mail,
      *          telefone, endereco: 'S' autoriza, 'N' retira,
      *          branco mantem a opcao atual) e a origem. So o canal
      *          cuja opcao mudou recebe a data/hora, a origem e o
      *          operador (variavel OPRUSU) novos; um usuario sem
      *          registro ganha um, com os canais nao informados
      *          como nao autorizados - consentimento nunca e
      *          presumido.
      *          Havendo mudanca, o registro inteiro antes/depois vai
      *          para o historico de movimentacao (HISTORICO-USUARIO,
      *          operacao C), prova de quando o consentimento foi
      *          dado ou retirado.
      *          Nao obtem a trava: quem chama ja esta sob
      *          TRAVA-USUARIO. Status devolvido: 0 = gravado,
      *          1 = nada mudou, 9 = arquivo inacessivel.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRAVA-CONSENTIMENTO.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CNS-USUARIO ASSIGN TO DYNAMIC
              WS-DSN-CONSENTIMENTO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CNS-ID-USUARIO
               FILE STATUS IS STATUS-CONSENTIMENTO.

       DATA DIVISION.
       FILE SECTION.

       FD CNS-USUARIO.
       COPY CNSUSU.

       WORKING-STORAGE SECTION.
       01 WS-DSN-CONSENTIMENTO    PIC X(100).
       01 STATUS-CONSENTIMENTO    PIC X(2).

       01 WS-REGISTRO-NOVO        PIC X(1).
       01 WS-HOUVE-MUDANCA        PIC X(1).
       01 WS-IND-CANAL            PIC 9(01).
       01 WS-OPCAO-NOVA           PIC X(01).
       01 WS-OPERADOR             PIC X(08).
       01 WS-DATA-SISTEMA         PIC 9(08).
       01 WS-HORA-SISTEMA         PIC 9(08).

       01 WS-HIST-OPERACAO        PIC X(01).
       01 WS-HIST-ID              PIC 9(07).
       01 WS-IMAGEM-ANTES         PIC X(300).
       01 WS-IMAGEM-DEPOIS        PIC X(300).

       LINKAGE SECTION.
       01 LNK-ID-CONSENTIMENTO    PIC 9(07).
       01 LNK-CANAIS-CONSENTIMENTO.
           03 LNK-CNS-EMAIL       PIC X(01).
           03 LNK-CNS-TELEFONE    PIC X(01).
           03 LNK-CNS-ENDERECO    PIC X(01).
       01 LNK-TAB-CANAIS REDEFINES LNK-CANAIS-CONSENTIMENTO.
           03 LNK-CNS-OPCAO OCCURS 3 TIMES PIC X(01).
       01 LNK-ORIGEM-CONSENTIMENTO PIC X(08).
       01 LNK-STATUS-CONSENTIMENTO PIC 9(01).

       PROCEDURE DIVISION USING LNK-ID-CONSENTIMENTO
                                 LNK-CANAIS-CONSENTIMENTO
                                 LNK-ORIGEM-CONSENTIMENTO
                                 LNK-STATUS-CONSENTIMENTO.
       MAIN-PROCEDURE.

            MOVE 1 TO LNK-STATUS-CONSENTIMENTO

            PERFORM P000-RESOLVE-DSN
            PERFORM P010-ABRE-CONSENTIMENTO

            IF STATUS-CONSENTIMENTO NOT = '00'
               DISPLAY 'ERRO: cadastro de consentimento inacessivel '
                       '(file status ' STATUS-CONSENTIMENTO ').'
               MOVE 9 TO LNK-STATUS-CONSENTIMENTO
            ELSE
               PERFORM P020-LE-ATUAL

               MOVE 'N' TO WS-HOUVE-MUDANCA
               ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
               ACCEPT WS-HORA-SISTEMA FROM TIME
               MOVE SPACES TO WS-OPERADOR
               ACCEPT WS-OPERADOR FROM ENVIRONMENT 'OPRUSU'

               PERFORM P030-APLICA-CANAL
                  VARYING WS-IND-CANAL FROM 1 BY 1
                    UNTIL WS-IND-CANAL > 3

               IF WS-HOUVE-MUDANCA = 'S'
                  PERFORM P040-GRAVA-REGISTRO
               END-IF

               CLOSE CNS-USUARIO
            END-IF

            GOBACK.

       P000-RESOLVE-DSN.

            MOVE SPACES TO WS-DSN-CONSENTIMENTO
            ACCEPT WS-DSN-CONSENTIMENTO FROM ENVIRONMENT 'CNSUSU'
            IF WS-DSN-CONSENTIMENTO = SPACES
               MOVE './CONSENTIMENTO-USUARIO.DAT'
                 TO WS-DSN-CONSENTIMENTO
            END-IF
            .
       P000-FIM.

       P010-ABRE-CONSENTIMENTO.
      * So o status 35 (arquivo inexistente) autoriza criar o
      * arquivo vazio, como na sessao de lote de GERAR-ARQUIVO;
      * qualquer outra falha devolve o status 9 sem tocar em nada.

            OPEN I-O CNS-USUARIO
            IF STATUS-CONSENTIMENTO = '35'
               OPEN OUTPUT CNS-USUARIO
               CLOSE CNS-USUARIO
               OPEN I-O CNS-USUARIO
            END-IF
            .
       P010-FIM.

       P020-LE-ATUAL.
      * Sem registro, o usuario parte de "nao autorizado" nos tres
      * canais e a imagem "antes" do historico fica em branco, como
      * numa inclusao.

            MOVE 'N' TO WS-REGISTRO-NOVO
            MOVE LNK-ID-CONSENTIMENTO TO CNS-ID-USUARIO
            READ CNS-USUARIO
               INVALID KEY
                  MOVE 'S' TO WS-REGISTRO-NOVO
            END-READ

            IF WS-REGISTRO-NOVO = 'S'
               MOVE SPACES TO REG-CONSENTIMENTO
               MOVE LNK-ID-CONSENTIMENTO TO CNS-ID-USUARIO
               MOVE 'N' TO CNS-EMAIL-OPCAO CNS-FONE-OPCAO
                           CNS-END-OPCAO
               MOVE ZERO TO CNS-EMAIL-DATA CNS-EMAIL-HORA
                            CNS-FONE-DATA CNS-FONE-HORA
                            CNS-END-DATA CNS-END-HORA
               MOVE SPACES TO WS-IMAGEM-ANTES
            ELSE
               MOVE REG-CONSENTIMENTO TO WS-IMAGEM-ANTES
            END-IF
            .
       P020-FIM.

       P030-APLICA-CANAL.
      * Opcao em branco mantem o canal como esta; num registro novo
      * todos os canais sao estampados, para a origem da primeira
      * opcao (inclusive a ausencia de consentimento) ficar
      * registrada.

            MOVE LNK-CNS-OPCAO(WS-IND-CANAL) TO WS-OPCAO-NOVA
            INSPECT WS-OPCAO-NOVA CONVERTING 'sn' TO 'SN'

            IF WS-OPCAO-NOVA NOT = 'S'
               AND WS-OPCAO-NOVA NOT = SPACE
               MOVE 'N' TO WS-OPCAO-NOVA
            END-IF

            IF WS-OPCAO-NOVA = SPACE
               AND WS-REGISTRO-NOVO = 'S'
               MOVE 'N' TO WS-OPCAO-NOVA
            END-IF

            IF WS-OPCAO-NOVA NOT = SPACE
               AND (WS-OPCAO-NOVA NOT = CNS-OPCAO(WS-IND-CANAL)
                    OR WS-REGISTRO-NOVO = 'S')
               MOVE WS-OPCAO-NOVA   TO CNS-OPCAO(WS-IND-CANAL)
               MOVE WS-DATA-SISTEMA TO CNS-DATA(WS-IND-CANAL)
               MOVE WS-HORA-SISTEMA TO CNS-HORA(WS-IND-CANAL)
               MOVE LNK-ORIGEM-CONSENTIMENTO
                                    TO CNS-ORIGEM(WS-IND-CANAL)
               MOVE WS-OPERADOR     TO CNS-OPERADOR(WS-IND-CANAL)
               MOVE 'S' TO WS-HOUVE-MUDANCA
            END-IF
            .
       P030-FIM.

       P040-GRAVA-REGISTRO.

            MOVE REG-CONSENTIMENTO TO WS-IMAGEM-DEPOIS

            IF WS-REGISTRO-NOVO = 'S'
               WRITE REG-CONSENTIMENTO
                  INVALID KEY
                     MOVE 9 TO LNK-STATUS-CONSENTIMENTO
                  NOT INVALID KEY
                     MOVE 0 TO LNK-STATUS-CONSENTIMENTO
               END-WRITE
            ELSE
               REWRITE REG-CONSENTIMENTO
                  INVALID KEY
                     MOVE 9 TO LNK-STATUS-CONSENTIMENTO
                  NOT INVALID KEY
                     MOVE 0 TO LNK-STATUS-CONSENTIMENTO
               END-REWRITE
            END-IF

            IF LNK-STATUS-CONSENTIMENTO = 0
               PERFORM P050-GRAVA-HISTORICO
            END-IF
            .
       P040-FIM.

       P050-GRAVA-HISTORICO.
      * HISTORICO-USUARIO concentra a gravacao do historico de
      * movimentacao; a operacao C leva as imagens do registro de
      * consentimento, e nao de ARQ-USUARIO.

            MOVE 'C' TO WS-HIST-OPERACAO
            MOVE LNK-ID-CONSENTIMENTO TO WS-HIST-ID
            CALL 'HISTORICO-USUARIO' USING WS-HIST-OPERACAO
                                            WS-HIST-ID
                                            WS-IMAGEM-ANTES
                                            WS-IMAGEM-DEPOIS
            .
       P050-FIM.

       END PROGRAM GRAVA-CONSENTIMENTO.
