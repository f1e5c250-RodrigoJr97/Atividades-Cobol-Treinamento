      ******************************************************************
      * Author:
      * Date:
      * Purpose: Processa os arquivos de confirmacao de recebimento
      *          devolvidos pelos receptores das interfaces (ACKEXP
      *          do CRM/mala direta para EXPUSU, ACKNOT do gateway de
      *          correio para NOTUSU) e marca cada arquivo entregue no
      *          livro de entregas (ENT-ENTREGAS, ver ENTUSU) por meio
      *          de REGISTRA-ENTREGA: um registro por arquivo
      *          recebido, com a sequencia do header, o resultado
      *          (A = aceito, R = rejeitado), a quantidade de
      *          detalhes que o receptor contou e o motivo da
      *          rejeicao. A divergencia entre a quantidade recebida
      *          e a do trailer nao e julgada aqui: sai no relatorio
      *          de excecoes (RELATORIO-ENTREGAS).
      *          Um arquivo de confirmacao ausente e so avisado (o
      *          receptor pode nao ter respondido ainda; a falta de
      *          resposta e cobrada pelo relatorio). Linhas invalidas
      *          e sequencias que o livro nao conhece sao listadas no
      *          SYSOUT e contadas.
      *          Cada confirmacao vale uma vez: so a entrega ainda
      *          pendente de retorno e marcada. Uma linha para uma
      *          sequencia ja confirmada (o mesmo arquivo de retorno
      *          lido de novo, ou um retorno repetido pelo receptor)
      *          e listada e contada, sem mudar o livro; para reabrir
      *          uma entrega o caminho e a regeracao (REGEXP/REGNOT).
      *          No CADUSU o passo seguinte troca a geracao lida por
      *          uma vazia, para o retorno de hoje nao ser relido
      *          amanha contra uma sequencia regerada.
      *          Nao usa a trava TRAVA-USUARIO: nao toca na base de
      *          usuarios. Termina com RC 0 (tudo aplicado), 4 (ha
      *          linhas nao aplicadas) ou 8 (livro inacessivel).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETORNO-INTERFACE.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RETORNOS ASSIGN TO DYNAMIC
              WS-DSN-RETORNOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RETORNOS.

       DATA DIVISION.
       FILE SECTION.

      * Layout da confirmacao dos receptores, separado por ';' como
      * nos demais arquivos de transacao: sequencia do arquivo,
      * resultado, quantidade recebida e motivo da rejeicao.
       FD RETORNOS.
       01 REG-RETORNO.
           03 RET-SEQUENCIA            PIC X(07).
           03 FILLER                   PIC X(01).
           03 RET-RESULTADO            PIC X(01).
           03 FILLER                   PIC X(01).
           03 RET-QTD-RECEBIDA         PIC X(06).
           03 FILLER                   PIC X(01).
           03 RET-MOTIVO               PIC X(30).

       WORKING-STORAGE SECTION.
       01 STATUS-RETORNOS         PIC X(2).
       01 WS-DSN-RETORNOS         PIC X(100).
       01 WS-DSN-RET-EXPUSU       PIC X(100).
       01 WS-DSN-RET-NOTUSU       PIC X(100).

       01 WS-INTERFACE-ATUAL      PIC X(06).
       01 WS-EOF-RETORNOS         PIC X(1).
       01 WS-LINHA-VALIDA         PIC X(1).
       01 WS-RESULTADO            PIC X(01).

       01 WS-TOTAL-LIDOS          PIC 9(06) VALUE ZERO.
       01 WS-TOTAL-ACEITOS        PIC 9(06) VALUE ZERO.
       01 WS-TOTAL-REJEITADOS     PIC 9(06) VALUE ZERO.
       01 WS-TOTAL-INVALIDOS      PIC 9(06) VALUE ZERO.
       01 WS-TOTAL-DESCONHECIDOS  PIC 9(06) VALUE ZERO.
       01 WS-TOTAL-REPETIDOS      PIC 9(06) VALUE ZERO.

       01 WS-MOV-OPERACAO         PIC X(01).
       01 WS-MOV-PASSO            PIC X(08) VALUE 'RETINT'.
       01 WS-MOV-RC               PIC 9(02).
       01 WS-MOV-CONTAGEM         PIC 9(07).
       01 WS-MOV-STATUS           PIC 9(01).

      * Area de passagem para REGISTRA-ENTREGA.
       COPY ENTUSU.
       01 WS-ENT-OPERACAO         PIC X(01).
       01 WS-ENT-STATUS           PIC 9(01).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY 'Retorno das Interfaces Iniciado'

            MOVE ZERO TO RETURN-CODE

            PERFORM P000-RESOLVE-DSN
            PERFORM P002-ABRE-MOVIMENTO

            IF WS-MOV-STATUS = 1
               MOVE 16 TO RETURN-CODE
            ELSE
               MOVE 'EXPUSU' TO WS-INTERFACE-ATUAL
               MOVE WS-DSN-RET-EXPUSU TO WS-DSN-RETORNOS
               PERFORM P100-PROCESSA-ARQUIVO

               IF RETURN-CODE < 8
                  MOVE 'NOTUSU' TO WS-INTERFACE-ATUAL
                  MOVE WS-DSN-RET-NOTUSU TO WS-DSN-RETORNOS
                  PERFORM P100-PROCESSA-ARQUIVO
               END-IF

               DISPLAY 'Confirmacoes lidas: ' WS-TOTAL-LIDOS
               DISPLAY '  aceitos.............: ' WS-TOTAL-ACEITOS
               DISPLAY '  rejeitados..........: ' WS-TOTAL-REJEITADOS
               DISPLAY '  linhas invalidas....: ' WS-TOTAL-INVALIDOS
               DISPLAY '  sequencia sem livro.: '
                       WS-TOTAL-DESCONHECIDOS
               DISPLAY '  ja confirmadas......: ' WS-TOTAL-REPETIDOS

               IF RETURN-CODE = ZERO
                  AND (WS-TOTAL-INVALIDOS > ZERO
                       OR WS-TOTAL-DESCONHECIDOS > ZERO
                       OR WS-TOTAL-REPETIDOS > ZERO)
                  MOVE 4 TO RETURN-CODE
               END-IF

               PERFORM P090-FECHA-MOVIMENTO
            END-IF

            STOP RUN.

       P002-ABRE-MOVIMENTO.
      * Controle de movimento do pipeline (ver CONTROLE-MOVIMENTO):
      * a abertura registra o passo contra a data de negocio e
      * recusa uma data ja encerrada; sem a DD/variavel CTLMOV o
      * controle esta desativado e a chamada nao faz nada.

            MOVE '1' TO WS-MOV-OPERACAO
            MOVE ZERO TO WS-MOV-RC
            MOVE ZERO TO WS-MOV-CONTAGEM
            CALL 'CONTROLE-MOVIMENTO' USING WS-MOV-OPERACAO
                                             WS-MOV-PASSO
                                             WS-MOV-RC
                                             WS-MOV-CONTAGEM
                                             WS-MOV-STATUS
            .
       P002-FIM.

       P090-FECHA-MOVIMENTO.

            MOVE '2' TO WS-MOV-OPERACAO
            MOVE RETURN-CODE TO WS-MOV-RC
            MOVE WS-TOTAL-LIDOS TO WS-MOV-CONTAGEM
            CALL 'CONTROLE-MOVIMENTO' USING WS-MOV-OPERACAO
                                             WS-MOV-PASSO
                                             WS-MOV-RC
                                             WS-MOV-CONTAGEM
                                             WS-MOV-STATUS
            .
       P090-FIM.

       P000-RESOLVE-DSN.

            MOVE SPACES TO WS-DSN-RET-EXPUSU
            ACCEPT WS-DSN-RET-EXPUSU FROM ENVIRONMENT 'ACKEXP'
            IF WS-DSN-RET-EXPUSU = SPACES
               MOVE './RETORNO-EXPUSU.DAT' TO WS-DSN-RET-EXPUSU
            END-IF

            MOVE SPACES TO WS-DSN-RET-NOTUSU
            ACCEPT WS-DSN-RET-NOTUSU FROM ENVIRONMENT 'ACKNOT'
            IF WS-DSN-RET-NOTUSU = SPACES
               MOVE './RETORNO-NOTUSU.DAT' TO WS-DSN-RET-NOTUSU
            END-IF
            .
       P000-FIM.

       P100-PROCESSA-ARQUIVO.

            OPEN INPUT RETORNOS

            IF STATUS-RETORNOS NOT = '00'
               DISPLAY 'AVISO: confirmacao de ' WS-INTERFACE-ATUAL
                       ' nao recebida: ' WS-DSN-RETORNOS
            ELSE
               MOVE 'N' TO WS-EOF-RETORNOS
               PERFORM P110-LE-RETORNO
               PERFORM P120-PROCESSA-RETORNO
                  UNTIL WS-EOF-RETORNOS = 'S'
               CLOSE RETORNOS
            END-IF
            .
       P100-FIM.

       P110-LE-RETORNO.

            READ RETORNOS
               AT END
                  MOVE 'S' TO WS-EOF-RETORNOS
               NOT AT END
                  ADD 1 TO WS-TOTAL-LIDOS
            END-READ
            .
       P110-FIM.

       P120-PROCESSA-RETORNO.

            PERFORM P130-VALIDA-LINHA

            IF WS-LINHA-VALIDA = 'N'
               ADD 1 TO WS-TOTAL-INVALIDOS
               DISPLAY 'Linha invalida na confirmacao de '
                       WS-INTERFACE-ATUAL ': ' REG-RETORNO
            ELSE
               PERFORM P140-MARCA-ENTREGA
            END-IF

            IF WS-EOF-RETORNOS = 'N'
               PERFORM P110-LE-RETORNO
            END-IF
            .
       P120-FIM.

       P130-VALIDA-LINHA.
      * Sequencia e quantidade numericas e resultado A ou R; o
      * motivo e livre e so interessa na rejeicao. A sequencia zero
      * e o registro de controle da interface no livro (ver ENTUSU)
      * e nunca vai num header: linha invalida.

            MOVE 'S' TO WS-LINHA-VALIDA

            EVALUATE RET-RESULTADO
                WHEN 'A'
                WHEN 'a'
                    MOVE 'A' TO WS-RESULTADO
                WHEN 'R'
                WHEN 'r'
                    MOVE 'R' TO WS-RESULTADO
                WHEN OTHER
                    MOVE 'N' TO WS-LINHA-VALIDA
            END-EVALUATE

            IF RET-SEQUENCIA NOT NUMERIC
               OR RET-QTD-RECEBIDA NOT NUMERIC
               MOVE 'N' TO WS-LINHA-VALIDA
            ELSE
               IF RET-SEQUENCIA = ZEROS
                  MOVE 'N' TO WS-LINHA-VALIDA
               END-IF
            END-IF
            .
       P130-FIM.

       P140-MARCA-ENTREGA.
      * A entrega e lida antes: so a pendente de retorno recebe a
      * confirmacao (ver o proposito).

            MOVE SPACES TO REG-ENT-INTERFACE
            MOVE WS-INTERFACE-ATUAL TO ENT-INTERFACE
            MOVE RET-SEQUENCIA      TO ENT-SEQUENCIA
            MOVE 'L' TO WS-ENT-OPERACAO
            CALL 'REGISTRA-ENTREGA' USING WS-ENT-OPERACAO
                                           REG-ENT-INTERFACE
                                           WS-ENT-STATUS

            IF WS-ENT-STATUS = 0
               IF ENT-PENDENTE
                  PERFORM P145-CONFIRMA-ENTREGA
               ELSE
                  ADD 1 TO WS-TOTAL-REPETIDOS
                  DISPLAY 'Sequencia ' RET-SEQUENCIA ' de '
                          WS-INTERFACE-ATUAL ' ja confirmada em '
                          ENT-DATA-RETORNO '; linha ignorada.'
               END-IF
            ELSE
               PERFORM P150-TRATA-STATUS
            END-IF
            .
       P140-FIM.

       P145-CONFIRMA-ENTREGA.

            MOVE SPACES TO REG-ENT-INTERFACE
            MOVE WS-INTERFACE-ATUAL TO ENT-INTERFACE
            MOVE RET-SEQUENCIA      TO ENT-SEQUENCIA
            MOVE WS-RESULTADO       TO ENT-SITUACAO
            MOVE RET-QTD-RECEBIDA   TO ENT-TOTAL-RECEBIDO

            IF WS-RESULTADO = 'R'
               MOVE RET-MOTIVO TO ENT-MOTIVO-REJEICAO
            END-IF

            MOVE 'C' TO WS-ENT-OPERACAO
            CALL 'REGISTRA-ENTREGA' USING WS-ENT-OPERACAO
                                           REG-ENT-INTERFACE
                                           WS-ENT-STATUS

            IF WS-ENT-STATUS = 0
               IF WS-RESULTADO = 'A'
                  ADD 1 TO WS-TOTAL-ACEITOS
               ELSE
                  ADD 1 TO WS-TOTAL-REJEITADOS
               END-IF
            ELSE
               PERFORM P150-TRATA-STATUS
            END-IF
            .
       P145-FIM.

       P150-TRATA-STATUS.

            EVALUATE WS-ENT-STATUS
                WHEN 1
                    ADD 1 TO WS-TOTAL-DESCONHECIDOS
                    DISPLAY 'Sequencia ' RET-SEQUENCIA ' de '
                            WS-INTERFACE-ATUAL
                            ' nao consta do livro de entregas.'
                WHEN OTHER
      * Sem o livro nao adianta seguir: as demais linhas ficam para
      * a proxima execucao (as ja aplicadas sao so listadas).
                    MOVE 8 TO RETURN-CODE
                    MOVE 'S' TO WS-EOF-RETORNOS
            END-EVALUATE
            .
       P150-FIM.

       END PROGRAM RETORNO-INTERFACE.
