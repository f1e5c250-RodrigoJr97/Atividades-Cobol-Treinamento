      ******************************************************************
      * Author:
      * Date:
      * Purpose: Relatorio diario de excecoes do livro de entregas de
      *          interface (ENT-ENTREGAS, ver ENTUSU): lista os
      *          arquivos gerados para os receptores (EXPUSU, NOTUSU)
      *          que pedem acao da operacao -
      *          SEM RETORNO  pendente de confirmacao ha ENTHRS horas
      *                       ou mais desde a geracao (padrao 24);
      *          REJEITADO    recusado pelo receptor, com o motivo;
      *          DIVERGENTE   aceito com quantidade recebida diferente
      *                       da quantidade do trailer.
      *          Cada linha traz a sequencia para a regeracao sob
      *          demanda (REGEXP/REGNOT) quando for o caso. Um
      *          arquivo regerado volta a pendente e so sai de novo
      *          se a nova geracao tambem ficar sem retorno.
      *          Nao usa a trava TRAVA-USUARIO: so le o livro. Um
      *          livro ainda inexistente gera o relatorio vazio.
      *          Termina com RC 0 (nenhuma excecao), 4 (ha excecoes
      *          a tratar), 8 (livro inacessivel) ou 16 (data de
      *          movimento ja encerrada).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-ENTREGAS.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ENT-ENTREGAS ASSIGN TO DYNAMIC
              WS-DSN-ENTREGAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ENT-CHAVE
               FILE STATUS IS STATUS-ENTREGAS.

           SELECT RELATORIO ASSIGN TO DYNAMIC
              WS-DSN-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.

       FD ENT-ENTREGAS.
       COPY ENTUSU.

       FD RELATORIO.
       01 REG-RELATORIO               PIC X(100).

       WORKING-STORAGE SECTION.
       01 STATUS-ENTREGAS         PIC X(2).
       01 STATUS-RELATORIO        PIC X(2).
       01 WS-DSN-ENTREGAS         PIC X(100).
       01 WS-DSN-RELATORIO        PIC X(100).

       01 WS-EOF-ENTREGAS         PIC X(1).

      * Prazo de retorno em horas (ENTHRS, ate 4 digitos); vazio ou
      * invalido cai no padrao de 24 horas.
       01 WS-PRAZO-HORAS          PIC 9(04) VALUE 0024.
       01 WS-PRAZO-TXT            PIC X(04).
       01 WS-PRAZO-TRABALHO       PIC X(04).

       01 WS-DATA-SISTEMA         PIC 9(08).
       01 WS-HORA-SISTEMA.
           03 WS-HORA-HH          PIC 9(02).
           03 WS-HORA-MM          PIC 9(02).
           03 FILLER              PIC 9(04).
       01 WS-HORA-GERACAO.
           03 WS-GER-HH           PIC 9(02).
           03 WS-GER-MM           PIC 9(02).
           03 FILLER              PIC 9(04).
       01 WS-MINUTOS-AGORA        PIC S9(11) COMP.
       01 WS-IDADE-MINUTOS        PIC S9(11) COMP.
       01 WS-IDADE-HORAS          PIC S9(09) COMP.

       01 WS-TOTAL-LIDOS          PIC 9(07) VALUE ZERO.
       01 WS-TOTAL-SEM-RETORNO    PIC 9(05) VALUE ZERO.
       01 WS-TOTAL-REJEITADOS     PIC 9(05) VALUE ZERO.
       01 WS-TOTAL-DIVERGENTES    PIC 9(05) VALUE ZERO.

       01 WS-MOV-OPERACAO         PIC X(01).
       01 WS-MOV-PASSO            PIC X(08) VALUE 'RELENT'.
       01 WS-MOV-RC               PIC 9(02).
       01 WS-MOV-CONTAGEM         PIC 9(07).
       01 WS-MOV-STATUS           PIC 9(01).

       01 WS-DATA-CABECALHO.
           03 WS-DATA-ANO         PIC 9(04).
           03 WS-DATA-MES         PIC 9(02).
           03 WS-DATA-DIA         PIC 9(02).

       01 WS-CAB-TITULO.
           03 FILLER              PIC X(42) VALUE
              'EXCECOES NAS ENTREGAS DE INTERFACE - '.
           03 WS-CAB-DIA          PIC 99.
           03 FILLER              PIC X     VALUE '/'.
           03 WS-CAB-MES          PIC 99.
           03 FILLER              PIC X     VALUE '/'.
           03 WS-CAB-ANO          PIC 9999.

       01 WS-CAB-COLUNAS.
           03 FILLER              PIC X(45) VALUE
              'EXCECAO     INTERF SEQUENC GERACAO  HORA  DAT'.
           03 FILLER              PIC X(55) VALUE
              'MOV   TRAIL. RECEB. HORAS MOTIVO'.

       01 WS-LINHA-DETALHE.
           03 WS-DET-EXCECAO      PIC X(11).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-DET-INTERFACE    PIC X(06).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-DET-SEQUENCIA    PIC ZZZZZZ9.
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-DET-DATA-GERACAO PIC 9(08).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-DET-HORA-GERACAO PIC 99B99.
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-DET-MOVIMENTO    PIC 9(08).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-DET-TRAILER      PIC ZZZZZ9.
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-DET-RECEBIDO     PIC ZZZZZ9 BLANK WHEN ZERO.
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-DET-IDADE        PIC ZZZZ9.
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-DET-MOTIVO       PIC X(30).

       01 WS-RODAPE.
           03 FILLER              PIC X(13) VALUE 'SEM RETORNO: '.
           03 WS-ROD-SEM-RETORNO  PIC ZZZZ9.
           03 FILLER              PIC X(14) VALUE '  REJEITADOS: '.
           03 WS-ROD-REJEITADOS   PIC ZZZZ9.
           03 FILLER              PIC X(15) VALUE '  DIVERGENTES: '.
           03 WS-ROD-DIVERGENTES  PIC ZZZZ9.
           03 FILLER              PIC X(16) VALUE '  PRAZO HORAS: '.
           03 WS-ROD-PRAZO        PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY 'Relatorio de Entregas de Interface Iniciado'

            MOVE ZERO TO RETURN-CODE

            PERFORM P000-RESOLVE-DSN
            PERFORM P005-CARREGA-PRAZO
            PERFORM P007-ABRE-MOVIMENTO

            IF WS-MOV-STATUS = 1
               MOVE 16 TO RETURN-CODE
            ELSE
               PERFORM P100-PROCESSA
               PERFORM P090-FECHA-MOVIMENTO
            END-IF

            STOP RUN.

       P000-RESOLVE-DSN.

            MOVE SPACES TO WS-DSN-ENTREGAS
            ACCEPT WS-DSN-ENTREGAS FROM ENVIRONMENT 'ENTUSU'
            IF WS-DSN-ENTREGAS = SPACES
               MOVE './ENTREGA-INTERFACE.DAT' TO WS-DSN-ENTREGAS
            END-IF

            MOVE SPACES TO WS-DSN-RELATORIO
            ACCEPT WS-DSN-RELATORIO FROM ENVIRONMENT 'RELENT'
            IF WS-DSN-RELATORIO = SPACES
               MOVE './RELATORIO-ENTREGAS.TXT' TO WS-DSN-RELATORIO
            END-IF
            .
       P000-FIM.

       P005-CARREGA-PRAZO.
      * ENTHRS aceita de um a quatro digitos; o valor e alinhado a
      * direita com zeros a esquerda antes da conferencia.

            MOVE SPACES TO WS-PRAZO-TXT
            ACCEPT WS-PRAZO-TXT FROM ENVIRONMENT 'ENTHRS'

            PERFORM P006-DESLOCA-PRAZO
               UNTIL WS-PRAZO-TXT(4:1) NOT = SPACE
                  OR WS-PRAZO-TXT = SPACES

            IF WS-PRAZO-TXT IS NUMERIC
               AND WS-PRAZO-TXT NOT = '0000'
               MOVE WS-PRAZO-TXT TO WS-PRAZO-HORAS
            END-IF
            .
       P005-FIM.

       P006-DESLOCA-PRAZO.

            MOVE WS-PRAZO-TXT TO WS-PRAZO-TRABALHO
            MOVE WS-PRAZO-TRABALHO(1:3) TO WS-PRAZO-TXT(2:3)
            MOVE '0' TO WS-PRAZO-TXT(1:1)
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
            MOVE WS-TOTAL-LIDOS TO WS-MOV-CONTAGEM
            CALL 'CONTROLE-MOVIMENTO' USING WS-MOV-OPERACAO
                                             WS-MOV-PASSO
                                             WS-MOV-RC
                                             WS-MOV-CONTAGEM
                                             WS-MOV-STATUS
            .
       P090-FIM.

       P100-PROCESSA.
      * A idade e contada em minutos desde a geracao, atravessando a
      * virada do dia, e comparada com o prazo em horas.

            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            ACCEPT WS-HORA-SISTEMA FROM TIME
            COMPUTE WS-MINUTOS-AGORA =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-SISTEMA) * 1440
                    + WS-HORA-HH * 60 + WS-HORA-MM

            OPEN INPUT ENT-ENTREGAS

            EVALUATE STATUS-ENTREGAS
                WHEN '00'
                    PERFORM P110-ABRE-RELATORIO
                    MOVE 'N' TO WS-EOF-ENTREGAS
                    PERFORM P120-LE-ENTREGA
                    PERFORM P200-CONFERE-ENTREGA
                       UNTIL WS-EOF-ENTREGAS = 'S'
                    CLOSE ENT-ENTREGAS
                    PERFORM P500-FINALIZA
                WHEN '35'
                    DISPLAY 'AVISO: livro de entregas ainda '
                            'inexistente (' WS-DSN-ENTREGAS
                            '); nada a conferir.'
                    PERFORM P110-ABRE-RELATORIO
                    PERFORM P500-FINALIZA
                WHEN OTHER
                    DISPLAY 'ERRO: livro de entregas inacessivel '
                            '(file status ' STATUS-ENTREGAS ').'
                    MOVE 8 TO RETURN-CODE
            END-EVALUATE
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

       P120-LE-ENTREGA.
      * O registro de controle (sequencia zero) de cada interface
      * nao e um arquivo entregue e e pulado.

            PERFORM P125-LE-PROXIMO
            PERFORM P125-LE-PROXIMO
               UNTIL WS-EOF-ENTREGAS = 'S'
                  OR ENT-SEQUENCIA NOT = ZERO

            IF WS-EOF-ENTREGAS = 'N'
               ADD 1 TO WS-TOTAL-LIDOS
            END-IF
            .
       P120-FIM.

       P125-LE-PROXIMO.

            READ ENT-ENTREGAS NEXT RECORD
               AT END
                  MOVE 'S' TO WS-EOF-ENTREGAS
               NOT AT END
                  CONTINUE
            END-READ
            .
       P125-FIM.

       P200-CONFERE-ENTREGA.

            MOVE SPACES TO WS-DET-EXCECAO
            MOVE SPACES TO WS-DET-MOTIVO
            MOVE ENT-HORA-GERACAO TO WS-HORA-GERACAO
            COMPUTE WS-IDADE-MINUTOS =
                    WS-MINUTOS-AGORA
                    - (FUNCTION INTEGER-OF-DATE(ENT-DATA-GERACAO)
                       * 1440
                       + WS-GER-HH * 60 + WS-GER-MM)
            COMPUTE WS-IDADE-HORAS = WS-IDADE-MINUTOS / 60

            EVALUATE TRUE
                WHEN ENT-PENDENTE
                     AND WS-IDADE-MINUTOS >= WS-PRAZO-HORAS * 60
                    MOVE 'SEM RETORNO' TO WS-DET-EXCECAO
                    ADD 1 TO WS-TOTAL-SEM-RETORNO
                WHEN ENT-REJEITADO
                    MOVE 'REJEITADO' TO WS-DET-EXCECAO
                    MOVE ENT-MOTIVO-REJEICAO TO WS-DET-MOTIVO
                    ADD 1 TO WS-TOTAL-REJEITADOS
                WHEN ENT-ACEITO
                     AND ENT-TOTAL-RECEBIDO NOT = ENT-TOTAL-DETALHES
                    MOVE 'DIVERGENTE' TO WS-DET-EXCECAO
                    ADD 1 TO WS-TOTAL-DIVERGENTES
                WHEN OTHER
                    CONTINUE
            END-EVALUATE

            IF WS-DET-EXCECAO NOT = SPACES
               PERFORM P230-GRAVA-DETALHE
            END-IF

            PERFORM P120-LE-ENTREGA
            .
       P200-FIM.

       P230-GRAVA-DETALHE.

            MOVE ENT-INTERFACE        TO WS-DET-INTERFACE
            MOVE ENT-SEQUENCIA        TO WS-DET-SEQUENCIA
            MOVE ENT-DATA-GERACAO     TO WS-DET-DATA-GERACAO
            MOVE ENT-HORA-GERACAO(1:4) TO WS-DET-HORA-GERACAO
            MOVE ENT-DATA-MOVIMENTO   TO WS-DET-MOVIMENTO
            MOVE ENT-TOTAL-DETALHES   TO WS-DET-TRAILER
            MOVE ENT-TOTAL-RECEBIDO   TO WS-DET-RECEBIDO
            MOVE WS-IDADE-HORAS       TO WS-DET-IDADE
            WRITE REG-RELATORIO FROM WS-LINHA-DETALHE
            .
       P230-FIM.

       P500-FINALIZA.

            MOVE WS-TOTAL-SEM-RETORNO TO WS-ROD-SEM-RETORNO
            MOVE WS-TOTAL-REJEITADOS  TO WS-ROD-REJEITADOS
            MOVE WS-TOTAL-DIVERGENTES TO WS-ROD-DIVERGENTES
            MOVE WS-PRAZO-HORAS       TO WS-ROD-PRAZO

            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            WRITE REG-RELATORIO FROM WS-RODAPE
            CLOSE RELATORIO

            DISPLAY 'Arquivos sem retorno.....: ' WS-TOTAL-SEM-RETORNO
            DISPLAY 'Arquivos rejeitados......: ' WS-TOTAL-REJEITADOS
            DISPLAY 'Quantidades divergentes..: ' WS-TOTAL-DIVERGENTES

            IF WS-TOTAL-SEM-RETORNO NOT = ZERO
               OR WS-TOTAL-REJEITADOS NOT = ZERO
               OR WS-TOTAL-DIVERGENTES NOT = ZERO
               MOVE 4 TO RETURN-CODE
            END-IF
            .
       P500-FIM.

       END PROGRAM RELATORIO-ENTREGAS.
