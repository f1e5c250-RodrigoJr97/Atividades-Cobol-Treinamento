      ******************************************************************
      * Author:
      * Date:
      * Purpose: Rotina unica de manutencao do livro de entregas de
      *          interface (ENT-ENTREGAS, ver ENTUSU), chamada pelos
      *          geradores das interfaces (EXPORTA-USUARIOS para
      *          EXPUSU, GERA-NOTIFICACOES para NOTUSU) e pelo
      *          processamento dos retornos dos receptores
      *          (RETORNO-INTERFACE), para todo arquivo entregue
      *          ficar registrado com a mesma regra.
      *          Operacoes (o registro de passagem e o layout
      *          ENTUSU, com a interface sempre preenchida):
      *          P = proxima sequencia da interface, devolvida em
      *              ENT-SEQUENCIA para o header (nada e gravado);
      *          G = registra o arquivo gerado (sequencia, data/hora
      *              de geracao, quantidade do trailer, e para
      *              EXPUSU o modo e a janela do historico) como
      *              pendente de retorno, com a data de movimento da
      *              execucao (DD/variavel DATMOV; ausente, a data do
      *              sistema), e avanca o controle da interface;
      *          L = le o registro da sequencia informada;
      *          A = marca a regeracao da sequencia informada: nova
      *              data/hora de geracao e quantidade, retorno de
      *              volta a pendente e mais uma regeracao contada;
      *          C = marca o retorno do receptor (ENT-SITUACAO A ou
      *              R, quantidade recebida e motivo da rejeicao) com
      *              a data/hora do processamento.
      *          O registro e devolvido como ficou no livro.
      *          Status devolvido: 0 = feito, 1 = sequencia nao
      *          registrada (L/A/C), 9 = livro inacessivel. Uma falha
      *          aqui nunca desfaz o arquivo de interface ja gerado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRA-ENTREGA.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ENT-ENTREGAS ASSIGN TO DYNAMIC
              WS-DSN-ENTREGAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ENT-CHAVE
               FILE STATUS IS STATUS-ENTREGAS.

       DATA DIVISION.
       FILE SECTION.

       FD ENT-ENTREGAS.
       COPY ENTUSU.

       WORKING-STORAGE SECTION.
       01 WS-DSN-ENTREGAS         PIC X(100).
       01 STATUS-ENTREGAS         PIC X(2).

       01 WS-ENT-ENTRADA          PIC X(115).
       01 WS-INTERFACE            PIC X(06).
       01 WS-SEQUENCIA            PIC 9(07).
       01 WS-ULTIMA-SEQUENCIA     PIC 9(07).

       01 WS-DATA-GERACAO         PIC 9(08).
       01 WS-HORA-GERACAO         PIC 9(08).
       01 WS-TOTAL-DETALHES       PIC 9(06).
       01 WS-SITUACAO-RETORNO     PIC X(01).
       01 WS-TOTAL-RECEBIDO       PIC 9(06).
       01 WS-MOTIVO-REJEICAO      PIC X(30).

       01 WS-DATA-INFORMADA       PIC X(08).

       LINKAGE SECTION.
       01 LNK-ENT-OPERACAO        PIC X(01).
           88 ENTREGA-PROXIMA         VALUE 'P'.
           88 ENTREGA-GRAVA           VALUE 'G'.
           88 ENTREGA-LE              VALUE 'L'.
           88 ENTREGA-REGERADA        VALUE 'A'.
           88 ENTREGA-CONFIRMA        VALUE 'C'.
       01 LNK-ENT-REGISTRO        PIC X(115).
       01 LNK-ENT-STATUS          PIC 9(01).

       PROCEDURE DIVISION USING LNK-ENT-OPERACAO
                                 LNK-ENT-REGISTRO
                                 LNK-ENT-STATUS.
       MAIN-PROCEDURE.

            MOVE 0 TO LNK-ENT-STATUS

            MOVE LNK-ENT-REGISTRO TO WS-ENT-ENTRADA
            MOVE WS-ENT-ENTRADA TO REG-ENT-INTERFACE
            MOVE ENT-INTERFACE TO WS-INTERFACE
            MOVE ENT-SEQUENCIA TO WS-SEQUENCIA

            PERFORM P000-RESOLVE-DSN
            PERFORM P010-ABRE-ENTREGAS

            IF STATUS-ENTREGAS NOT = '00'
               DISPLAY 'ERRO: livro de entregas de interface '
                       'inacessivel (file status ' STATUS-ENTREGAS ').'
               MOVE 9 TO LNK-ENT-STATUS
            ELSE
               EVALUATE TRUE
                   WHEN ENTREGA-PROXIMA
                       PERFORM P020-PROXIMA-SEQUENCIA
                   WHEN ENTREGA-GRAVA
                       PERFORM P030-GRAVA-ENTREGA
                   WHEN ENTREGA-LE
                       PERFORM P050-LE-ENTREGA
                   WHEN ENTREGA-REGERADA
                       PERFORM P060-MARCA-REGERACAO
                   WHEN ENTREGA-CONFIRMA
                       PERFORM P070-MARCA-RETORNO
               END-EVALUATE

               CLOSE ENT-ENTREGAS
            END-IF

            GOBACK.

       P000-RESOLVE-DSN.

            MOVE SPACES TO WS-DSN-ENTREGAS
            ACCEPT WS-DSN-ENTREGAS FROM ENVIRONMENT 'ENTUSU'
            IF WS-DSN-ENTREGAS = SPACES
               MOVE './ENTREGA-INTERFACE.DAT' TO WS-DSN-ENTREGAS
            END-IF
            .
       P000-FIM.

       P010-ABRE-ENTREGAS.
      * So o status 35 (arquivo inexistente) autoriza criar o livro
      * vazio, como em GRAVA-CONSENTIMENTO; qualquer outra falha
      * devolve o status 9 sem tocar em nada.

            OPEN I-O ENT-ENTREGAS
            IF STATUS-ENTREGAS = '35'
               OPEN OUTPUT ENT-ENTREGAS
               CLOSE ENT-ENTREGAS
               OPEN I-O ENT-ENTREGAS
            END-IF
            .
       P010-FIM.

       P015-LE-CONTROLE.
      * Registro de controle (sequencia zero) da interface; sem ele
      * a interface ainda nao teve arquivo registrado.

            MOVE ZERO TO WS-ULTIMA-SEQUENCIA
            MOVE WS-INTERFACE TO ENT-INTERFACE
            MOVE ZERO TO ENT-SEQUENCIA
            READ ENT-ENTREGAS
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE ENT-ULTIMA-SEQUENCIA TO WS-ULTIMA-SEQUENCIA
            END-READ
            .
       P015-FIM.

       P020-PROXIMA-SEQUENCIA.
      * Nada e gravado: uma execucao que abendar depois do header
      * nao registra o arquivo, e a execucao seguinte reaproveita o
      * mesmo numero - o receptor nunca ve um buraco na sequencia
      * por causa de um arquivo que nao devia ter consumido.

            PERFORM P015-LE-CONTROLE

            MOVE WS-ENT-ENTRADA TO REG-ENT-INTERFACE
            COMPUTE ENT-SEQUENCIA = WS-ULTIMA-SEQUENCIA + 1
            MOVE REG-ENT-INTERFACE TO LNK-ENT-REGISTRO
            .
       P020-FIM.

       P030-GRAVA-ENTREGA.

            MOVE WS-ENT-ENTRADA TO REG-ENT-INTERFACE
            PERFORM P035-RESOLVE-DATA-MOVIMENTO
            MOVE 'P'    TO ENT-SITUACAO
            MOVE ZERO   TO ENT-DATA-RETORNO
            MOVE ZERO   TO ENT-HORA-RETORNO
            MOVE ZERO   TO ENT-TOTAL-RECEBIDO
            MOVE SPACES TO ENT-MOTIVO-REJEICAO
            MOVE ZERO   TO ENT-REGERACOES

      * A mesma sequencia ja registrada so acontece na reexecucao de
      * um passo que registrou e abendou logo depois: o registro e
      * substituido pelo do arquivo gerado agora.
            WRITE REG-ENT-INTERFACE
               INVALID KEY
                  REWRITE REG-ENT-INTERFACE
                     INVALID KEY
                        MOVE 9 TO LNK-ENT-STATUS
                  END-REWRITE
            END-WRITE

            MOVE REG-ENT-INTERFACE TO LNK-ENT-REGISTRO

            IF LNK-ENT-STATUS = 0
               PERFORM P040-AVANCA-CONTROLE
            END-IF
            .
       P030-FIM.

       P035-RESOLVE-DATA-MOVIMENTO.
      * Mesma regra de CONTROLE-MOVIMENTO: DATMOV traz a data de
      * negocio; vazia ou invalida, vale a data do sistema.

            MOVE SPACES TO WS-DATA-INFORMADA
            ACCEPT WS-DATA-INFORMADA FROM ENVIRONMENT 'DATMOV'

            IF WS-DATA-INFORMADA IS NUMERIC
               MOVE WS-DATA-INFORMADA TO ENT-DATA-MOVIMENTO
            ELSE
               ACCEPT ENT-DATA-MOVIMENTO FROM DATE YYYYMMDD
            END-IF
            .
       P035-FIM.

       P040-AVANCA-CONTROLE.

            PERFORM P015-LE-CONTROLE

            IF WS-SEQUENCIA > WS-ULTIMA-SEQUENCIA
               MOVE SPACES TO REG-ENT-INTERFACE
               MOVE WS-INTERFACE TO ENT-INTERFACE
               MOVE ZERO TO ENT-SEQUENCIA
               MOVE WS-SEQUENCIA TO ENT-ULTIMA-SEQUENCIA
               IF WS-ULTIMA-SEQUENCIA = ZERO
                  WRITE REG-ENT-INTERFACE
                     INVALID KEY
                        REWRITE REG-ENT-INTERFACE
                  END-WRITE
               ELSE
                  REWRITE REG-ENT-INTERFACE
                     INVALID KEY
                        MOVE 9 TO LNK-ENT-STATUS
                  END-REWRITE
               END-IF
            END-IF
            .
       P040-FIM.

       P050-LE-ENTREGA.

            READ ENT-ENTREGAS
               INVALID KEY
                  MOVE 1 TO LNK-ENT-STATUS
               NOT INVALID KEY
                  MOVE REG-ENT-INTERFACE TO LNK-ENT-REGISTRO
            END-READ
            .
       P050-FIM.

       P060-MARCA-REGERACAO.
      * Modo, janela e data de movimento sao os da geracao
      * original; so a data/hora e a quantidade sao as da regeracao.

            MOVE ENT-DATA-GERACAO   TO WS-DATA-GERACAO
            MOVE ENT-HORA-GERACAO   TO WS-HORA-GERACAO
            MOVE ENT-TOTAL-DETALHES TO WS-TOTAL-DETALHES

            READ ENT-ENTREGAS
               INVALID KEY
                  MOVE 1 TO LNK-ENT-STATUS
               NOT INVALID KEY
                  MOVE WS-DATA-GERACAO   TO ENT-DATA-GERACAO
                  MOVE WS-HORA-GERACAO   TO ENT-HORA-GERACAO
                  MOVE WS-TOTAL-DETALHES TO ENT-TOTAL-DETALHES
                  MOVE 'P'    TO ENT-SITUACAO
                  MOVE ZERO   TO ENT-DATA-RETORNO
                  MOVE ZERO   TO ENT-HORA-RETORNO
                  MOVE ZERO   TO ENT-TOTAL-RECEBIDO
                  MOVE SPACES TO ENT-MOTIVO-REJEICAO
                  IF ENT-REGERACOES < 99
                     ADD 1 TO ENT-REGERACOES
                  END-IF
                  REWRITE REG-ENT-INTERFACE
                     INVALID KEY
                        MOVE 9 TO LNK-ENT-STATUS
                  END-REWRITE
                  MOVE REG-ENT-INTERFACE TO LNK-ENT-REGISTRO
            END-READ
            .
       P060-FIM.

       P070-MARCA-RETORNO.
      * Um segundo retorno da mesma sequencia (o receptor reenviou)
      * prevalece sobre o anterior.

            MOVE ENT-SITUACAO        TO WS-SITUACAO-RETORNO
            MOVE ENT-TOTAL-RECEBIDO  TO WS-TOTAL-RECEBIDO
            MOVE ENT-MOTIVO-REJEICAO TO WS-MOTIVO-REJEICAO

            READ ENT-ENTREGAS
               INVALID KEY
                  MOVE 1 TO LNK-ENT-STATUS
               NOT INVALID KEY
                  MOVE WS-SITUACAO-RETORNO TO ENT-SITUACAO
                  MOVE WS-TOTAL-RECEBIDO   TO ENT-TOTAL-RECEBIDO
                  MOVE WS-MOTIVO-REJEICAO  TO ENT-MOTIVO-REJEICAO
                  ACCEPT ENT-DATA-RETORNO FROM DATE YYYYMMDD
                  ACCEPT ENT-HORA-RETORNO FROM TIME
                  REWRITE REG-ENT-INTERFACE
                     INVALID KEY
                        MOVE 9 TO LNK-ENT-STATUS
                  END-REWRITE
                  MOVE REG-ENT-INTERFACE TO LNK-ENT-REGISTRO
            END-READ
            .
       P070-FIM.

       END PROGRAM REGISTRA-ENTREGA.
