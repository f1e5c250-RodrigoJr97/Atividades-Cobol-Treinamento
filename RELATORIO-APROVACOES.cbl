      ******************************************************************
      * Author:
      * Date:
      * Purpose: Relatorio diario das solicitacoes de aprovacao
      *          (exclusao fisica e unificacao de duplicados, ver
      *          APRUSU): expira as solicitacoes pendentes ha mais de
      *          APRVAL dias (padrao 7) sem decisao - a acao pedida
      *          nao e aplicada e, se ainda fizer sentido, precisa
      *          ser pedida de novo - e lista o que expirou hoje e o
      *          que continua aguardando aprovacao, com solicitante,
      *          data, idade e motivo, para a supervisao cobrar os
      *          aprovadores. As solicitacoes expiradas ficam no
      *          arquivo com a situacao X e a data da expiracao.
      *          Um dia sem arquivo de solicitacoes gera o relatorio
      *          vazio.
      *          Roda sob a trava TRAVA-USUARIO e sob o controle de
      *          movimento do pipeline. Termina com RC 0 (nada
      *          pendente nem expirado), 4 (ha solicitacoes
      *          pendentes ou expiradas a conferir), 12 (trava em
      *          andamento) ou 16 (data de movimento ja encerrada).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-APROVACOES.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT APROVACOES ASSIGN TO DYNAMIC
              WS-DSN-APROVACOES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-APROVACOES.

           SELECT APR-TRABALHO ASSIGN TO DYNAMIC
              WS-DSN-TRABALHO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-TRABALHO.

           SELECT RELATORIO ASSIGN TO DYNAMIC
              WS-DSN-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.

      * O registro e lido para a working storage (READ ... INTO),
      * onde a expiracao e aplicada antes da gravacao no trabalho.
       FD APROVACOES.
       01 REG-APROVACOES-ARQ          PIC X(126).

       FD APR-TRABALHO.
       01 REG-APR-TRABALHO            PIC X(126).

       FD RELATORIO.
       01 REG-RELATORIO               PIC X(100).

       WORKING-STORAGE SECTION.
       01 STATUS-APROVACOES       PIC X(2).
       01 STATUS-TRABALHO         PIC X(2).
       01 STATUS-RELATORIO        PIC X(2).
       01 WS-DSN-APROVACOES       PIC X(100).
       01 WS-DSN-TRABALHO         PIC X(100).
       01 WS-DSN-RELATORIO        PIC X(100).

       COPY APRUSU.

       01 WS-EOF-APROVACOES       PIC X(1).
       01 WS-EOF-TRABALHO         PIC X(1).

      * Janela de validade da solicitacao em dias (APRVAL, ate 4
      * digitos); vazia ou invalida cai no padrao de 7 dias.
       01 WS-VALIDADE-DIAS        PIC 9(04) VALUE 0007.
       01 WS-VALIDADE-TXT         PIC X(04).
       01 WS-VALIDADE-TRABALHO    PIC X(04).

       01 WS-DATA-SISTEMA         PIC 9(08).
       01 WS-HORA-SISTEMA         PIC 9(08).
       01 WS-DIAS-HOJE            PIC S9(09) COMP.
       01 WS-IDADE-SOLICITACAO    PIC S9(09) COMP.

       01 WS-TOTAL-PENDENTES      PIC 9(05) VALUE ZERO.
       01 WS-TOTAL-EXPIRADAS      PIC 9(05) VALUE ZERO.

       01 WS-TRAVA-OPERACAO       PIC X(01).
       01 WS-TRAVA-STATUS         PIC 9(01).

       01 WS-MOV-OPERACAO         PIC X(01).
       01 WS-MOV-PASSO            PIC X(08) VALUE 'APROVAC'.
       01 WS-MOV-RC               PIC 9(02).
       01 WS-MOV-CONTAGEM         PIC 9(07).
       01 WS-MOV-STATUS           PIC 9(01).

       01 WS-DATA-CABECALHO.
           03 WS-DATA-ANO         PIC 9(04).
           03 WS-DATA-MES         PIC 9(02).
           03 WS-DATA-DIA         PIC 9(02).

       01 WS-CAB-TITULO.
           03 FILLER              PIC X(42) VALUE
              'SOLICITACOES AGUARDANDO APROVACAO - '.
           03 WS-CAB-DIA          PIC 99.
           03 FILLER              PIC X     VALUE '/'.
           03 WS-CAB-MES          PIC 99.
           03 FILLER              PIC X     VALUE '/'.
           03 WS-CAB-ANO          PIC 9999.

       01 WS-CAB-COLUNAS.
           03 FILLER              PIC X(45) VALUE
              'SITUACAO   NUMERO T    ALVO  SOBREV SOLICIT. '.
           03 FILLER              PIC X(55) VALUE
              'PEDIDO   DIAS MOTIVO'.

       01 WS-LINHA-DETALHE.
           03 WS-DET-SITUACAO     PIC X(09).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-DET-NUMERO       PIC ZZZZZZ9.
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-DET-TIPO         PIC X(01).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-DET-ALVO         PIC ZZZZZZ9.
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-DET-SOBREVIVE    PIC ZZZZZZ9 BLANK WHEN ZERO.
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-DET-SOLICITANTE  PIC X(08).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-DET-DATA         PIC 9(08).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-DET-IDADE        PIC ZZZ9.
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-DET-MOTIVO       PIC X(40).

       01 WS-RODAPE.
           03 FILLER              PIC X(12) VALUE 'AGUARDANDO: '.
           03 WS-ROD-PENDENTES    PIC ZZZZ9.
           03 FILLER              PIC X(18) VALUE '  EXPIRADAS HOJE: '.
           03 WS-ROD-EXPIRADAS    PIC ZZZZ9.
           03 FILLER              PIC X(17) VALUE '  VALIDADE DIAS: '.
           03 WS-ROD-VALIDADE     PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY 'Relatorio de Solicitacoes de Aprovacao Iniciado'

            MOVE ZERO TO RETURN-CODE

            PERFORM P000-RESOLVE-DSN
            PERFORM P005-CARREGA-VALIDADE
            PERFORM P007-ABRE-MOVIMENTO

            IF WS-MOV-STATUS = 1
               MOVE 16 TO RETURN-CODE
            ELSE
               MOVE '1' TO WS-TRAVA-OPERACAO
               CALL 'TRAVA-USUARIO' USING WS-TRAVA-OPERACAO
                                           WS-TRAVA-STATUS

               IF WS-TRAVA-STATUS NOT = 0
                  DISPLAY 'ERRO: arquivo de usuarios em uso por outra '
                          'execucao. Tente novamente mais tarde.'
                  MOVE 12 TO RETURN-CODE
               ELSE
                  PERFORM P100-PROCESSA

                  MOVE '2' TO WS-TRAVA-OPERACAO
                  CALL 'TRAVA-USUARIO' USING WS-TRAVA-OPERACAO
                                              WS-TRAVA-STATUS
               END-IF

               PERFORM P090-FECHA-MOVIMENTO
            END-IF

            STOP RUN.

       P000-RESOLVE-DSN.

            MOVE SPACES TO WS-DSN-APROVACOES
            ACCEPT WS-DSN-APROVACOES FROM ENVIRONMENT 'APRPEN'
            IF WS-DSN-APROVACOES = SPACES
               MOVE './SOLICITACOES-APROVACAO.DAT' TO WS-DSN-APROVACOES
            END-IF

            MOVE SPACES TO WS-DSN-TRABALHO
            ACCEPT WS-DSN-TRABALHO FROM ENVIRONMENT 'APRTMP'
            IF WS-DSN-TRABALHO = SPACES
               MOVE './SOLICITACOES-APROVACAO-TRABALHO.TMP'
                 TO WS-DSN-TRABALHO
            END-IF

            MOVE SPACES TO WS-DSN-RELATORIO
            ACCEPT WS-DSN-RELATORIO FROM ENVIRONMENT 'RELAPR'
            IF WS-DSN-RELATORIO = SPACES
               MOVE './RELATORIO-APROVACOES.TXT' TO WS-DSN-RELATORIO
            END-IF
            .
       P000-FIM.

       P005-CARREGA-VALIDADE.
      * APRVAL aceita de um a quatro digitos; o valor e alinhado a
      * direita com zeros a esquerda antes da conferencia.

            MOVE SPACES TO WS-VALIDADE-TXT
            ACCEPT WS-VALIDADE-TXT FROM ENVIRONMENT 'APRVAL'

            PERFORM P006-DESLOCA-VALIDADE
               UNTIL WS-VALIDADE-TXT(4:1) NOT = SPACE
                  OR WS-VALIDADE-TXT = SPACES

            IF WS-VALIDADE-TXT IS NUMERIC
               AND WS-VALIDADE-TXT NOT = '0000'
               MOVE WS-VALIDADE-TXT TO WS-VALIDADE-DIAS
            END-IF
            .
       P005-FIM.

       P006-DESLOCA-VALIDADE.

            MOVE WS-VALIDADE-TXT TO WS-VALIDADE-TRABALHO
            MOVE WS-VALIDADE-TRABALHO(1:3) TO WS-VALIDADE-TXT(2:3)
            MOVE '0' TO WS-VALIDADE-TXT(1:1)
            .
       P006-FIM.

       P007-ABRE-MOVIMENTO.
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
       P007-FIM.

       P090-FECHA-MOVIMENTO.

            MOVE '2' TO WS-MOV-OPERACAO
            MOVE RETURN-CODE TO WS-MOV-RC
            MOVE WS-TOTAL-PENDENTES TO WS-MOV-CONTAGEM
            CALL 'CONTROLE-MOVIMENTO' USING WS-MOV-OPERACAO
                                             WS-MOV-PASSO
                                             WS-MOV-RC
                                             WS-MOV-CONTAGEM
                                             WS-MOV-STATUS
            .
       P090-FIM.

       P100-PROCESSA.

            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            ACCEPT WS-HORA-SISTEMA FROM TIME
            COMPUTE WS-DIAS-HOJE =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-SISTEMA)

            PERFORM P110-ABRE-RELATORIO
            PERFORM P200-EXPIRA-E-LISTA

            IF WS-TOTAL-EXPIRADAS NOT = ZERO
               PERFORM P300-COPIA-DE-VOLTA
            END-IF

            PERFORM P500-FINALIZA
            .
       P100-FIM.

       P110-ABRE-RELATORIO.

            MOVE WS-DATA-SISTEMA TO WS-DATA-CABECALHO
            MOVE WS-DATA-DIA TO WS-CAB-DIA
            MOVE WS-DATA-MES TO WS-CAB-MES
            MOVE WS-DATA-ANO TO WS-CAB-ANO

            OPEN OUTPUT RELATORIO
            WRITE REG-RELATORIO FROM WS-CAB-TITULO
            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            WRITE REG-RELATORIO FROM WS-CAB-COLUNAS
            .
       P110-FIM.

       P200-EXPIRA-E-LISTA.
      * Uma leitura so lista as pendentes e aplica a expiracao; o
      * resultado vai inteiro para o arquivo de trabalho, que so
      * volta para o arquivo vivo se alguma solicitacao expirou.
      * Sem arquivo de solicitacoes nao ha nada aguardando.

            MOVE 'N' TO WS-EOF-APROVACOES

            OPEN INPUT APROVACOES
            IF STATUS-APROVACOES NOT = '00'
               DISPLAY 'AVISO: arquivo de solicitacoes ausente ('
                       WS-DSN-APROVACOES '); nada aguardando.'
            ELSE
               OPEN OUTPUT APR-TRABALHO
               PERFORM P210-TRATA-SOLICITACAO
                  UNTIL WS-EOF-APROVACOES = 'S'
               CLOSE APR-TRABALHO
               CLOSE APROVACOES
            END-IF
            .
       P200-FIM.

       P210-TRATA-SOLICITACAO.

            READ APROVACOES INTO REG-APROVACAO
               AT END
                  MOVE 'S' TO WS-EOF-APROVACOES
               NOT AT END
                  IF APR-PENDENTE
                     PERFORM P220-CONFERE-IDADE
                  END-IF
                  WRITE REG-APR-TRABALHO FROM REG-APROVACAO
            END-READ
            .
       P210-FIM.

       P220-CONFERE-IDADE.

            COMPUTE WS-IDADE-SOLICITACAO =
                    WS-DIAS-HOJE
                    - FUNCTION INTEGER-OF-DATE(APR-DATA-PEDIDO)

            IF WS-IDADE-SOLICITACAO > WS-VALIDADE-DIAS
               MOVE 'X' TO APR-SITUACAO
               MOVE SPACES TO APR-APROVADOR
               MOVE WS-DATA-SISTEMA TO APR-DATA-DECISAO
               MOVE WS-HORA-SISTEMA TO APR-HORA-DECISAO
               ADD 1 TO WS-TOTAL-EXPIRADAS
               MOVE 'EXPIRADA ' TO WS-DET-SITUACAO
            ELSE
               ADD 1 TO WS-TOTAL-PENDENTES
               MOVE 'PENDENTE ' TO WS-DET-SITUACAO
            END-IF

            PERFORM P230-GRAVA-DETALHE
            .
       P220-FIM.

       P230-GRAVA-DETALHE.

            MOVE APR-NUMERO           TO WS-DET-NUMERO
            MOVE APR-TIPO             TO WS-DET-TIPO
            MOVE APR-ID-ALVO          TO WS-DET-ALVO
            MOVE APR-ID-SOBREVIVE     TO WS-DET-SOBREVIVE
            MOVE APR-SOLICITANTE      TO WS-DET-SOLICITANTE
            MOVE APR-DATA-PEDIDO      TO WS-DET-DATA
            MOVE WS-IDADE-SOLICITACAO TO WS-DET-IDADE
            MOVE APR-MOTIVO           TO WS-DET-MOTIVO
            WRITE REG-RELATORIO FROM WS-LINHA-DETALHE
            .
       P230-FIM.

       P300-COPIA-DE-VOLTA.
      * O arquivo vivo so e sobrescrito agora, com o trabalho
      * completo e fechado; um abend no meio da copia se recupera
      * pelo proprio arquivo de trabalho.

            OPEN OUTPUT APROVACOES
            OPEN INPUT APR-TRABALHO

            MOVE 'N' TO WS-EOF-TRABALHO
            PERFORM P310-LE-TRABALHO
            PERFORM P320-COPIA-SOLICITACAO
               UNTIL WS-EOF-TRABALHO = 'S'

            CLOSE APR-TRABALHO
            CLOSE APROVACOES
            .
       P300-FIM.

       P310-LE-TRABALHO.

            READ APR-TRABALHO
               AT END
                  MOVE 'S' TO WS-EOF-TRABALHO
               NOT AT END
                  CONTINUE
            END-READ
            .
       P310-FIM.

       P320-COPIA-SOLICITACAO.

            WRITE REG-APROVACOES-ARQ FROM REG-APR-TRABALHO

            PERFORM P310-LE-TRABALHO
            .
       P320-FIM.

       P500-FINALIZA.

            MOVE WS-TOTAL-PENDENTES TO WS-ROD-PENDENTES
            MOVE WS-TOTAL-EXPIRADAS TO WS-ROD-EXPIRADAS
            MOVE WS-VALIDADE-DIAS   TO WS-ROD-VALIDADE

            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            WRITE REG-RELATORIO FROM WS-RODAPE
            CLOSE RELATORIO

            DISPLAY 'Solicitacoes aguardando..: ' WS-TOTAL-PENDENTES
            DISPLAY 'Solicitacoes expiradas...: ' WS-TOTAL-EXPIRADAS

            IF WS-TOTAL-PENDENTES NOT = ZERO
               OR WS-TOTAL-EXPIRADAS NOT = ZERO
               MOVE 4 TO RETURN-CODE
            END-IF
            .
       P500-FIM.

       END PROGRAM RELATORIO-APROVACOES.
