      ******************************************************************
      * Author:
      * Date:
      * Purpose: Tendencia da janela batch do pipeline CADUSU a partir
      *          do controle de movimento (CTL-MOVIMENTO, gravado por
      *          CONTROLE-MOVIMENTO): para as ultimas 30 datas de
      *          movimento, cada passo com o inicio (abertura), o fim
      *          (fechamento), a duracao, a media movel da duracao
      *          das execucoes anteriores do mesmo passo (JANMED
      *          execucoes, padrao 7), a variacao sobre a media, a
      *          contagem de registros e os registros por minuto.
      *          FECHA-MOVIMENTO diz se o dia fechou limpo; este
      *          relatorio mostra o passo que fica mais lento a cada
      *          semana antes de a janela invadir o dia online.
      *          Sinaliza o passo que rodou mais de JANPCT por cento
      *          (padrao 50) acima da sua media - so com pelo menos
      *          tres execucoes anteriores para comparar - e o passo
      *          aberto sem fechamento depois do horario de corte
      *          JANCOR (HHMM, padrao 0700, o inicio do dia online)
      *          seguinte a abertura. Havendo reexecucao do passo na
      *          mesma data, vale a ultima abertura.
      *          Termina com RC 0 (nada a alertar), 4 (passo da data
      *          de movimento mais recente acima da media, ou passo
      *          aberto depois do corte numa data ainda nao
      *          encerrada - o agendador aciona o plantao) ou 8
      *          (controle de movimento inacessivel ou CTLMOV nao
      *          definida). Sinalizacoes de datas anteriores ficam
      *          no relatorio como historico e nao alteram o RC.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-JANELA.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CTL-MOVIMENTO ASSIGN TO DYNAMIC
              WS-DSN-CTL-MOVIMENTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-CTL-MOVIMENTO.

           SELECT RELATORIO ASSIGN TO DYNAMIC
              WS-DSN-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.

       FD CTL-MOVIMENTO.
       COPY CTLMOV.

       FD RELATORIO.
       01 REG-RELATORIO               PIC X(100).

       WORKING-STORAGE SECTION.
       01 STATUS-CTL-MOVIMENTO    PIC X(2).
       01 STATUS-RELATORIO        PIC X(2).
       01 WS-DSN-CTL-MOVIMENTO    PIC X(100).
       01 WS-DSN-RELATORIO        PIC X(100).

       01 WS-EOF-CONTROLE         PIC X(1).

      * Parametros: media movel (JANMED, execucoes anteriores),
      * tolerancia sobre a media (JANPCT, por cento) e horario de
      * corte (JANCOR, HHMM). Ate 4 digitos; vazio ou invalido cai
      * no padrao.
       01 WS-QTD-MEDIA            PIC 9(04) VALUE 0007.
       01 WS-PERCENTUAL           PIC 9(04) VALUE 0050.
       01 WS-HORARIO-CORTE        PIC 9(04) VALUE 0700.
       01 WS-CORTE-PARTES REDEFINES WS-HORARIO-CORTE.
           03 WS-CORTE-HORA       PIC 9(02).
           03 WS-CORTE-MINUTO     PIC 9(02).
       01 WS-PARM-TXT             PIC X(04).
       01 WS-PARM-TRABALHO        PIC X(04).
       01 WS-MINIMO-AMOSTRAS      PIC 9(02) VALUE 3.

       01 WS-DATA-SISTEMA         PIC 9(08).
       01 WS-HORA-SISTEMA         PIC 9(08).
       01 WS-AGORA-SEGUNDOS       PIC S9(11) COMP.

      * Ultimas 30 datas de movimento, em ordem crescente depois da
      * primeira leitura, e em cada uma uma celula por passo (na
      * ordem da tabela de passos). O pipeline tem quinze passos; a
      * tabela tem folga, como a de FECHA-MOVIMENTO.
       01 WS-MAX-DATAS            PIC 9(02) VALUE 30.
       01 WS-QTD-DATAS            PIC 9(02) VALUE ZERO.
       01 WS-IND-DATA             PIC 9(02).
       01 WS-IND-ORDEM            PIC 9(02).
       01 WS-IND-MENOR            PIC 9(02).
       01 WS-IND-ANTERIOR         PIC 9(02).
       01 WS-DATA-TROCA           PIC 9(08).
       01 WS-ACHOU                PIC X(01).

       01 WS-QTD-PASSOS           PIC 9(02) VALUE ZERO.
       01 WS-IND-PASSO            PIC 9(02).
       01 WS-PASSOS-IGNORADOS     PIC 9(05) VALUE ZERO.
       01 TAB-PASSOS.
           03 TAB-PAS-NOME OCCURS 20 TIMES
                                  PIC X(08).

       01 TAB-DATAS.
           03 TAB-DAT-ENTRADA OCCURS 30 TIMES.
               05 TAB-DAT-MOVIMENTO       PIC 9(08).
               05 TAB-DAT-ENCERRADA       PIC X(01).
               05 TAB-DAT-CELULA OCCURS 20 TIMES.
                   07 CEL-SITUACAO        PIC X(01).
                       88 CEL-VAZIA           VALUE SPACE.
                       88 CEL-ABERTA          VALUE 'A'.
                       88 CEL-FECHADA         VALUE 'F'.
                   07 CEL-ABERTURAS       PIC 9(03).
                   07 CEL-INICIO-DATA     PIC 9(08).
                   07 CEL-INICIO-HORA     PIC 9(08).
                   07 CEL-FIM-HORA        PIC 9(08).
                   07 CEL-DURACAO         PIC 9(07).
                   07 CEL-CONTAGEM        PIC 9(07).
                   07 CEL-RC              PIC 9(02).

      * Conversao de data/hora de evento em segundos corridos.
       01 WS-TS-DATA              PIC 9(08).
       01 WS-TS-HORA              PIC 9(08).
       01 WS-TS-HORA-PARTES REDEFINES WS-TS-HORA.
           03 WS-TS-HH            PIC 9(02).
           03 WS-TS-MM            PIC 9(02).
           03 WS-TS-SS            PIC 9(02).
           03 WS-TS-CC            PIC 9(02).
       01 WS-TS-SEGUNDOS          PIC S9(11) COMP.
       01 WS-INICIO-SEGUNDOS      PIC S9(11) COMP.
       01 WS-CORTE-SEGUNDOS       PIC S9(11) COMP.

      * Media movel e avaliacao da linha.
       01 WS-SOMA-DURACAO         PIC 9(09).
       01 WS-AMOSTRAS             PIC 9(02).
       01 WS-MEDIA                PIC 9(07).
       01 WS-DURACAO              PIC 9(07).
       01 WS-VARIACAO             PIC S9(07).
       01 WS-POR-MINUTO           PIC 9(07).
       01 WS-SINALIZADA           PIC X(01).
       01 WS-TOTAL-SINALIZADAS    PIC 9(05) VALUE ZERO.
       01 WS-ALERTAS              PIC 9(05) VALUE ZERO.
       01 WS-TOTAL-LINHAS         PIC 9(05) VALUE ZERO.
       01 WS-PRIMEIRA-DA-DATA     PIC X(01).

       01 WS-SEGUNDOS-FORMATAR    PIC 9(07).
       01 WS-HORAS-AUX            PIC 9(05).
       01 WS-RESTO-AUX            PIC 9(05).
       01 WS-DURACAO-EDITADA.
           03 WS-DUR-HH           PIC 99.
           03 FILLER              PIC X     VALUE ':'.
           03 WS-DUR-MM           PIC 99.
           03 FILLER              PIC X     VALUE ':'.
           03 WS-DUR-SS           PIC 99.

       01 WS-HORA-FORMATAR        PIC 9(08).
       01 WS-HORA-FORMATAR-PARTES REDEFINES WS-HORA-FORMATAR.
           03 WS-HRF-HH           PIC 9(02).
           03 WS-HRF-MM           PIC 9(02).
           03 FILLER              PIC 9(04).
       01 WS-HORA-EDITADA.
           03 WS-HRE-HH           PIC 99.
           03 FILLER              PIC X     VALUE ':'.
           03 WS-HRE-MM           PIC 99.

       01 WS-DATA-FORMATAR        PIC 9(08).
       01 WS-DATA-FORMATAR-PARTES REDEFINES WS-DATA-FORMATAR.
           03 WS-DTF-ANO          PIC 9(04).
           03 WS-DTF-MES          PIC 9(02).
           03 WS-DTF-DIA          PIC 9(02).
       01 WS-DATA-EDITADA.
           03 WS-DTE-DIA          PIC 99.
           03 FILLER              PIC X     VALUE '/'.
           03 WS-DTE-MES          PIC 99.
           03 FILLER              PIC X     VALUE '/'.
           03 WS-DTE-ANO          PIC 9999.

       01 WS-VARIACAO-EDITADA     PIC ++++9.
       01 WS-POR-MINUTO-EDITADO   PIC ZZZ,ZZ9.

       01 WS-CAB-TITULO.
           03 FILLER              PIC X(36) VALUE
              'TENDENCIA DA JANELA BATCH - ULTIMAS '.
           03 WS-CAB-DATAS        PIC Z9.
           03 FILLER              PIC X(32) VALUE
              ' DATAS DE MOVIMENTO  EMITIDO EM '.
           03 WS-CAB-EMISSAO      PIC X(10).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-CAB-HORA         PIC X(05).

       01 WS-CAB-PARAMETROS.
           03 FILLER              PIC X(21) VALUE
              'MEDIA MOVEL: ULTIMAS '.
           03 WS-PRM-MEDIA        PIC Z9.
           03 FILLER              PIC X(28) VALUE
              ' EXECUCOES   LIMITE: MEDIA +'.
           03 WS-PRM-PERCENTUAL   PIC ZZZ9.
           03 FILLER              PIC X(11) VALUE '%   CORTE: '.
           03 WS-PRM-CORTE        PIC X(05).

       01 WS-CAB-COLUNAS.
           03 FILLER              PIC X(12) VALUE 'DATA MOV'.
           03 FILLER              PIC X(10) VALUE 'PASSO'.
           03 FILLER              PIC X(07) VALUE 'INICIO'.
           03 FILLER              PIC X(07) VALUE 'FIM'.
           03 FILLER              PIC X(09) VALUE 'DURACAO'.
           03 FILLER              PIC X(09) VALUE 'MEDIA'.
           03 FILLER              PIC X(07) VALUE 'VAR%'.
           03 FILLER              PIC X(10) VALUE 'REGISTROS'.
           03 FILLER              PIC X(08) VALUE 'REG/MIN'.
           03 FILLER              PIC X(08) VALUE 'SITUACAO'.

       01 WS-LINHA-DETALHE.
           03 WS-DET-DATA         PIC X(10).
           03 FILLER              PIC X(02) VALUE SPACES.
           03 WS-DET-PASSO        PIC X(08).
           03 FILLER              PIC X(02) VALUE SPACES.
           03 WS-DET-INICIO       PIC X(05).
           03 FILLER              PIC X(02) VALUE SPACES.
           03 WS-DET-FIM          PIC X(05).
           03 FILLER              PIC X(02) VALUE SPACES.
           03 WS-DET-DURACAO      PIC X(08).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-DET-MEDIA        PIC X(08).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-DET-VARIACAO     PIC X(06).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-DET-REGISTROS    PIC Z,ZZZ,ZZ9.
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-DET-POR-MINUTO   PIC X(07).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-DET-SITUACAO     PIC X(21).

       01 WS-LINHA-RODAPE.
           03 FILLER              PIC X(07) VALUE 'DATAS: '.
           03 WS-ROD-DATAS        PIC Z9.
           03 FILLER              PIC X(11) VALUE '   PASSOS: '.
           03 WS-ROD-PASSOS       PIC Z9.
           03 FILLER              PIC X(16) VALUE '   EXECUCOES: '.
           03 WS-ROD-LINHAS       PIC ZZZZ9.
           03 FILLER              PIC X(16) VALUE '   SINALIZADAS: '.
           03 WS-ROD-SINALIZADAS  PIC ZZZZ9.

       01 WS-LINHA-VEREDITO       PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY 'Tendencia da Janela Batch Iniciada'

            MOVE ZERO TO RETURN-CODE

            PERFORM P000-RESOLVE-DSN
            PERFORM P005-CARREGA-PARAMETROS

            IF WS-DSN-CTL-MOVIMENTO = SPACES
               DISPLAY 'ERRO: CTLMOV nao definida; sem controle de '
                       'movimento nao ha janela a medir.'
               MOVE 8 TO RETURN-CODE
            ELSE
               INITIALIZE TAB-DATAS
               PERFORM P100-SELECIONA-DATAS
            END-IF

            IF RETURN-CODE = ZERO
               PERFORM P120-ORDENA-DATAS
                  VARYING WS-IND-DATA FROM 1 BY 1
                    UNTIL WS-IND-DATA >= WS-QTD-DATAS
               PERFORM P200-ACUMULA-EVENTOS
            END-IF

            IF RETURN-CODE = ZERO
               PERFORM P300-EMITE-RELATORIO
            END-IF

            STOP RUN.

       P000-RESOLVE-DSN.

            MOVE SPACES TO WS-DSN-CTL-MOVIMENTO
            ACCEPT WS-DSN-CTL-MOVIMENTO FROM ENVIRONMENT 'CTLMOV'

            MOVE SPACES TO WS-DSN-RELATORIO
            ACCEPT WS-DSN-RELATORIO FROM ENVIRONMENT 'RELJAN'
            IF WS-DSN-RELATORIO = SPACES
               MOVE './RELATORIO-JANELA.TXT' TO WS-DSN-RELATORIO
            END-IF
            .
       P000-FIM.

       P005-CARREGA-PARAMETROS.
      * Cada parametro aceita de um a quatro digitos, alinhados a
      * direita com zeros a esquerda antes da conferencia. A media
      * usa no maximo as 29 datas anteriores a mais recente.

            MOVE SPACES TO WS-PARM-TXT
            ACCEPT WS-PARM-TXT FROM ENVIRONMENT 'JANMED'
            PERFORM P006-DESLOCA-PARM
               UNTIL WS-PARM-TXT(4:1) NOT = SPACE
                  OR WS-PARM-TXT = SPACES
            IF WS-PARM-TXT IS NUMERIC
               AND WS-PARM-TXT NOT = '0000'
               MOVE WS-PARM-TXT TO WS-QTD-MEDIA
            END-IF
            IF WS-QTD-MEDIA > 29
               MOVE 29 TO WS-QTD-MEDIA
            END-IF

            MOVE SPACES TO WS-PARM-TXT
            ACCEPT WS-PARM-TXT FROM ENVIRONMENT 'JANPCT'
            PERFORM P006-DESLOCA-PARM
               UNTIL WS-PARM-TXT(4:1) NOT = SPACE
                  OR WS-PARM-TXT = SPACES
            IF WS-PARM-TXT IS NUMERIC
               AND WS-PARM-TXT NOT = '0000'
               MOVE WS-PARM-TXT TO WS-PERCENTUAL
            END-IF

            MOVE SPACES TO WS-PARM-TXT
            ACCEPT WS-PARM-TXT FROM ENVIRONMENT 'JANCOR'
            PERFORM P006-DESLOCA-PARM
               UNTIL WS-PARM-TXT(4:1) NOT = SPACE
                  OR WS-PARM-TXT = SPACES
            IF WS-PARM-TXT IS NUMERIC
               AND WS-PARM-TXT(1:2) < '24'
               AND WS-PARM-TXT(3:2) < '60'
               MOVE WS-PARM-TXT TO WS-HORARIO-CORTE
            END-IF

            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            ACCEPT WS-HORA-SISTEMA FROM TIME
            MOVE WS-DATA-SISTEMA TO WS-TS-DATA
            MOVE WS-HORA-SISTEMA TO WS-TS-HORA
            PERFORM P700-CALCULA-SEGUNDOS
            MOVE WS-TS-SEGUNDOS TO WS-AGORA-SEGUNDOS
            .
       P005-FIM.

       P006-DESLOCA-PARM.

            MOVE WS-PARM-TXT TO WS-PARM-TRABALHO
            MOVE WS-PARM-TRABALHO(1:3) TO WS-PARM-TXT(2:3)
            MOVE '0' TO WS-PARM-TXT(1:1)
            .
       P006-FIM.

       P100-SELECIONA-DATAS.
      * Primeira leitura: as 30 maiores datas de movimento com
      * abertura ou fechamento de passo. O controle nunca e
      * expurgado, entao a tabela guarda so as maiores e troca a
      * menor quando aparece uma data mais nova.

            OPEN INPUT CTL-MOVIMENTO

            IF STATUS-CTL-MOVIMENTO NOT = '00'
               DISPLAY 'Controle de movimento inexistente ou '
                       'inacessivel: ' WS-DSN-CTL-MOVIMENTO
               MOVE 8 TO RETURN-CODE
            ELSE
               MOVE 'N' TO WS-EOF-CONTROLE
               PERFORM P105-LE-CONTROLE
               PERFORM P110-GUARDA-DATA
                  UNTIL WS-EOF-CONTROLE = 'S'
               CLOSE CTL-MOVIMENTO
            END-IF
            .
       P100-FIM.

       P105-LE-CONTROLE.

            READ CTL-MOVIMENTO
               AT END
                  MOVE 'S' TO WS-EOF-CONTROLE
               NOT AT END
                  CONTINUE
            END-READ
            .
       P105-FIM.

       P110-GUARDA-DATA.

            IF (MOV-ABERTURA OR MOV-FECHAMENTO)
               AND MOV-DATA-MOVIMENTO IS NUMERIC
               PERFORM P115-PROCURA-DATA
               IF WS-ACHOU = 'N'
                  IF WS-QTD-DATAS < WS-MAX-DATAS
                     ADD 1 TO WS-QTD-DATAS
                     MOVE MOV-DATA-MOVIMENTO
                       TO TAB-DAT-MOVIMENTO(WS-QTD-DATAS)
                  ELSE
                     MOVE 1 TO WS-IND-MENOR
                     PERFORM P117-COMPARA-MENOR
                        VARYING WS-IND-ORDEM FROM 2 BY 1
                          UNTIL WS-IND-ORDEM > WS-QTD-DATAS
                     IF MOV-DATA-MOVIMENTO >
                        TAB-DAT-MOVIMENTO(WS-IND-MENOR)
                        MOVE MOV-DATA-MOVIMENTO
                          TO TAB-DAT-MOVIMENTO(WS-IND-MENOR)
                     END-IF
                  END-IF
               END-IF
            END-IF

            PERFORM P105-LE-CONTROLE
            .
       P110-FIM.

       P115-PROCURA-DATA.

            MOVE 'N' TO WS-ACHOU
            PERFORM P116-COMPARA-DATA
               VARYING WS-IND-DATA FROM 1 BY 1
                 UNTIL WS-IND-DATA > WS-QTD-DATAS
                    OR WS-ACHOU = 'S'
            IF WS-ACHOU = 'S'
               SUBTRACT 1 FROM WS-IND-DATA
            END-IF
            .
       P115-FIM.

       P116-COMPARA-DATA.

            IF TAB-DAT-MOVIMENTO(WS-IND-DATA) = MOV-DATA-MOVIMENTO
               MOVE 'S' TO WS-ACHOU
            END-IF
            .
       P116-FIM.

       P117-COMPARA-MENOR.

            IF TAB-DAT-MOVIMENTO(WS-IND-ORDEM) <
               TAB-DAT-MOVIMENTO(WS-IND-MENOR)
               MOVE WS-IND-ORDEM TO WS-IND-MENOR
            END-IF
            .
       P117-FIM.

       P120-ORDENA-DATAS.
      * Selecao simples: as celulas ainda estao vazias, so a data
      * troca de lugar.

            MOVE WS-IND-DATA TO WS-IND-MENOR
            PERFORM P117-COMPARA-MENOR
               VARYING WS-IND-ORDEM FROM WS-IND-DATA BY 1
                 UNTIL WS-IND-ORDEM > WS-QTD-DATAS

            IF WS-IND-MENOR NOT = WS-IND-DATA
               MOVE TAB-DAT-MOVIMENTO(WS-IND-DATA) TO WS-DATA-TROCA
               MOVE TAB-DAT-MOVIMENTO(WS-IND-MENOR)
                 TO TAB-DAT-MOVIMENTO(WS-IND-DATA)
               MOVE WS-DATA-TROCA TO TAB-DAT-MOVIMENTO(WS-IND-MENOR)
            END-IF
            .
       P120-FIM.

       P200-ACUMULA-EVENTOS.
      * Segunda leitura: os eventos das datas selecionadas, passo a
      * passo. Cada abertura reinicia a celula (reexecucao); o
      * fechamento mede a duracao desde a ultima abertura.

            OPEN INPUT CTL-MOVIMENTO

            IF STATUS-CTL-MOVIMENTO NOT = '00'
               DISPLAY 'Controle de movimento inexistente ou '
                       'inacessivel: ' WS-DSN-CTL-MOVIMENTO
               MOVE 8 TO RETURN-CODE
            ELSE
               MOVE 'N' TO WS-EOF-CONTROLE
               PERFORM P105-LE-CONTROLE
               PERFORM P210-TRATA-EVENTO
                  UNTIL WS-EOF-CONTROLE = 'S'
               CLOSE CTL-MOVIMENTO
            END-IF

            IF WS-PASSOS-IGNORADOS > ZERO
               DISPLAY 'AVISO: mais de 20 passos distintos; '
                       WS-PASSOS-IGNORADOS ' eventos ignorados.'
            END-IF
            .
       P200-FIM.

       P210-TRATA-EVENTO.

            IF MOV-DATA-MOVIMENTO IS NUMERIC
               PERFORM P115-PROCURA-DATA
            ELSE
               MOVE 'N' TO WS-ACHOU
            END-IF

            IF WS-ACHOU = 'S'
               EVALUATE TRUE
                   WHEN MOV-ENCERRAMENTO
                       MOVE 'S' TO TAB-DAT-ENCERRADA(WS-IND-DATA)
                   WHEN MOV-ABERTURA
                       PERFORM P220-PROCURA-PASSO
                       IF WS-IND-PASSO > ZERO
                          PERFORM P230-REGISTRA-ABERTURA
                       END-IF
                   WHEN MOV-FECHAMENTO
                       PERFORM P220-PROCURA-PASSO
                       IF WS-IND-PASSO > ZERO
                          PERFORM P240-REGISTRA-FECHAMENTO
                       END-IF
               END-EVALUATE
            END-IF

            PERFORM P105-LE-CONTROLE
            .
       P210-FIM.

       P220-PROCURA-PASSO.
      * Passo novo entra no fim da tabela; sem espaco, o evento e
      * contado como ignorado e WS-IND-PASSO volta zero.

            MOVE 'N' TO WS-ACHOU
            PERFORM P221-COMPARA-PASSO
               VARYING WS-IND-PASSO FROM 1 BY 1
                 UNTIL WS-IND-PASSO > WS-QTD-PASSOS
                    OR WS-ACHOU = 'S'

            IF WS-ACHOU = 'S'
               SUBTRACT 1 FROM WS-IND-PASSO
            ELSE
               IF WS-QTD-PASSOS < 20
                  ADD 1 TO WS-QTD-PASSOS
                  MOVE WS-QTD-PASSOS TO WS-IND-PASSO
                  MOVE MOV-PASSO TO TAB-PAS-NOME(WS-IND-PASSO)
               ELSE
                  ADD 1 TO WS-PASSOS-IGNORADOS
                  MOVE ZERO TO WS-IND-PASSO
               END-IF
            END-IF
            .
       P220-FIM.

       P221-COMPARA-PASSO.

            IF TAB-PAS-NOME(WS-IND-PASSO) = MOV-PASSO
               MOVE 'S' TO WS-ACHOU
            END-IF
            .
       P221-FIM.

       P230-REGISTRA-ABERTURA.

            SET CEL-ABERTA(WS-IND-DATA, WS-IND-PASSO) TO TRUE
            ADD 1 TO CEL-ABERTURAS(WS-IND-DATA, WS-IND-PASSO)
            MOVE MOV-DATA-EVENTO
              TO CEL-INICIO-DATA(WS-IND-DATA, WS-IND-PASSO)
            MOVE MOV-HORA-EVENTO
              TO CEL-INICIO-HORA(WS-IND-DATA, WS-IND-PASSO)
            MOVE ZERO TO CEL-FIM-HORA(WS-IND-DATA, WS-IND-PASSO)
                         CEL-DURACAO(WS-IND-DATA, WS-IND-PASSO)
                         CEL-CONTAGEM(WS-IND-DATA, WS-IND-PASSO)
                         CEL-RC(WS-IND-DATA, WS-IND-PASSO)
            .
       P230-FIM.

       P240-REGISTRA-FECHAMENTO.
      * Fechamento sem abertura na mesma data (controle antigo ou
      * editado) fica sem duracao e fora da media.

            IF CEL-ABERTA(WS-IND-DATA, WS-IND-PASSO)
               MOVE CEL-INICIO-DATA(WS-IND-DATA, WS-IND-PASSO)
                 TO WS-TS-DATA
               MOVE CEL-INICIO-HORA(WS-IND-DATA, WS-IND-PASSO)
                 TO WS-TS-HORA
               PERFORM P700-CALCULA-SEGUNDOS
               MOVE WS-TS-SEGUNDOS TO WS-INICIO-SEGUNDOS
               MOVE MOV-DATA-EVENTO TO WS-TS-DATA
               MOVE MOV-HORA-EVENTO TO WS-TS-HORA
               PERFORM P700-CALCULA-SEGUNDOS
               IF WS-TS-SEGUNDOS > WS-INICIO-SEGUNDOS
                  AND WS-INICIO-SEGUNDOS > ZERO
                  COMPUTE CEL-DURACAO(WS-IND-DATA, WS-IND-PASSO) =
                          WS-TS-SEGUNDOS - WS-INICIO-SEGUNDOS
               ELSE
                  MOVE ZERO TO CEL-DURACAO(WS-IND-DATA, WS-IND-PASSO)
               END-IF
            ELSE
               MOVE ZERO TO CEL-INICIO-HORA(WS-IND-DATA, WS-IND-PASSO)
                            CEL-DURACAO(WS-IND-DATA, WS-IND-PASSO)
            END-IF

            SET CEL-FECHADA(WS-IND-DATA, WS-IND-PASSO) TO TRUE
            MOVE MOV-HORA-EVENTO
              TO CEL-FIM-HORA(WS-IND-DATA, WS-IND-PASSO)
            MOVE MOV-CONTAGEM
              TO CEL-CONTAGEM(WS-IND-DATA, WS-IND-PASSO)
            MOVE MOV-RC TO CEL-RC(WS-IND-DATA, WS-IND-PASSO)
            .
       P240-FIM.

       P300-EMITE-RELATORIO.

            OPEN OUTPUT RELATORIO

            MOVE WS-QTD-DATAS TO WS-CAB-DATAS
            MOVE WS-DATA-SISTEMA TO WS-DATA-FORMATAR
            PERFORM P790-FORMATA-DATA
            MOVE WS-DATA-EDITADA TO WS-CAB-EMISSAO
            MOVE WS-HORA-SISTEMA TO WS-HORA-FORMATAR
            PERFORM P780-FORMATA-HORA
            MOVE WS-HORA-EDITADA TO WS-CAB-HORA
            WRITE REG-RELATORIO FROM WS-CAB-TITULO

            MOVE WS-QTD-MEDIA TO WS-PRM-MEDIA
            MOVE WS-PERCENTUAL TO WS-PRM-PERCENTUAL
            MOVE WS-HORARIO-CORTE TO WS-HORA-FORMATAR(1:4)
            PERFORM P780-FORMATA-HORA
            MOVE WS-HORA-EDITADA TO WS-PRM-CORTE
            WRITE REG-RELATORIO FROM WS-CAB-PARAMETROS

            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            WRITE REG-RELATORIO FROM WS-CAB-COLUNAS

            IF WS-QTD-DATAS = ZERO
               MOVE '(nenhum passo registrado no controle de movimento)'
                 TO WS-LINHA-VEREDITO
               WRITE REG-RELATORIO FROM WS-LINHA-VEREDITO
            END-IF

            PERFORM P310-EMITE-DATA
               VARYING WS-IND-DATA FROM 1 BY 1
                 UNTIL WS-IND-DATA > WS-QTD-DATAS

            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE WS-QTD-DATAS TO WS-ROD-DATAS
            MOVE WS-QTD-PASSOS TO WS-ROD-PASSOS
            MOVE WS-TOTAL-LINHAS TO WS-ROD-LINHAS
            MOVE WS-TOTAL-SINALIZADAS TO WS-ROD-SINALIZADAS
            WRITE REG-RELATORIO FROM WS-LINHA-RODAPE

            IF WS-ALERTAS > ZERO
               MOVE 'ALERTA: JANELA BATCH FORA DO PADRAO (VER ***).'
                 TO WS-LINHA-VEREDITO
               MOVE 4 TO RETURN-CODE
            ELSE
               MOVE 'JANELA BATCH DENTRO DO PADRAO.'
                 TO WS-LINHA-VEREDITO
            END-IF
            WRITE REG-RELATORIO FROM WS-LINHA-VEREDITO

            CLOSE RELATORIO

            DISPLAY 'Datas de movimento: ' WS-QTD-DATAS
            DISPLAY 'Execucoes listadas: ' WS-TOTAL-LINHAS
            DISPLAY 'Execucoes sinalizadas: ' WS-TOTAL-SINALIZADAS
            DISPLAY WS-LINHA-VEREDITO
            .
       P300-FIM.

       P310-EMITE-DATA.

            MOVE 'S' TO WS-PRIMEIRA-DA-DATA
            PERFORM P320-EMITE-PASSO
               VARYING WS-IND-PASSO FROM 1 BY 1
                 UNTIL WS-IND-PASSO > WS-QTD-PASSOS
            .
       P310-FIM.

       P320-EMITE-PASSO.

            IF NOT CEL-VAZIA(WS-IND-DATA, WS-IND-PASSO)
               ADD 1 TO WS-TOTAL-LINHAS
               MOVE 'N' TO WS-SINALIZADA
               MOVE SPACES TO WS-LINHA-DETALHE

               IF WS-PRIMEIRA-DA-DATA = 'S'
                  MOVE TAB-DAT-MOVIMENTO(WS-IND-DATA)
                    TO WS-DATA-FORMATAR
                  PERFORM P790-FORMATA-DATA
                  MOVE WS-DATA-EDITADA TO WS-DET-DATA
                  MOVE 'N' TO WS-PRIMEIRA-DA-DATA
               END-IF
               MOVE TAB-PAS-NOME(WS-IND-PASSO) TO WS-DET-PASSO

               IF CEL-INICIO-HORA(WS-IND-DATA, WS-IND-PASSO) > ZERO
                  MOVE CEL-INICIO-HORA(WS-IND-DATA, WS-IND-PASSO)
                    TO WS-HORA-FORMATAR
                  PERFORM P780-FORMATA-HORA
                  MOVE WS-HORA-EDITADA TO WS-DET-INICIO
               END-IF

               PERFORM P330-CALCULA-MEDIA

               IF CEL-ABERTA(WS-IND-DATA, WS-IND-PASSO)
                  PERFORM P340-AVALIA-ABERTO
               ELSE
                  PERFORM P350-AVALIA-FECHADO
               END-IF

               IF WS-MEDIA > ZERO
                  MOVE WS-MEDIA TO WS-SEGUNDOS-FORMATAR
                  PERFORM P770-FORMATA-DURACAO
                  MOVE WS-DURACAO-EDITADA TO WS-DET-MEDIA
               END-IF

               IF WS-SINALIZADA = 'S'
                  ADD 1 TO WS-TOTAL-SINALIZADAS
               END-IF

               WRITE REG-RELATORIO FROM WS-LINHA-DETALHE
            END-IF
            .
       P320-FIM.

       P330-CALCULA-MEDIA.
      * Media das ultimas JANMED execucoes fechadas e medidas do
      * mesmo passo em datas anteriores; a propria data fica fora
      * para nao diluir o desvio que se quer ver.

            MOVE ZERO TO WS-SOMA-DURACAO WS-AMOSTRAS WS-MEDIA
            IF WS-IND-DATA > 1
               COMPUTE WS-IND-ANTERIOR = WS-IND-DATA - 1
               PERFORM P335-SOMA-ANTERIOR
                  UNTIL WS-IND-ANTERIOR < 1
                     OR WS-AMOSTRAS NOT < WS-QTD-MEDIA
            END-IF
            IF WS-AMOSTRAS > ZERO
               COMPUTE WS-MEDIA ROUNDED =
                       WS-SOMA-DURACAO / WS-AMOSTRAS
            END-IF
            .
       P330-FIM.

       P335-SOMA-ANTERIOR.

            IF CEL-FECHADA(WS-IND-ANTERIOR, WS-IND-PASSO)
               AND CEL-DURACAO(WS-IND-ANTERIOR, WS-IND-PASSO) > ZERO
               ADD CEL-DURACAO(WS-IND-ANTERIOR, WS-IND-PASSO)
                 TO WS-SOMA-DURACAO
               ADD 1 TO WS-AMOSTRAS
            END-IF
            SUBTRACT 1 FROM WS-IND-ANTERIOR
            .
       P335-FIM.

       P340-AVALIA-ABERTO.
      * O corte e o primeiro horario JANCOR a partir da abertura:
      * aberto as 23:00 com corte 07:00, o limite e 07:00 do dia
      * seguinte. A duracao mostrada e o tempo corrido ate agora.

            MOVE CEL-INICIO-DATA(WS-IND-DATA, WS-IND-PASSO)
              TO WS-TS-DATA
            MOVE CEL-INICIO-HORA(WS-IND-DATA, WS-IND-PASSO)
              TO WS-TS-HORA
            PERFORM P700-CALCULA-SEGUNDOS
            MOVE WS-TS-SEGUNDOS TO WS-INICIO-SEGUNDOS

            MOVE ZERO TO WS-TS-HORA
            MOVE WS-CORTE-HORA TO WS-TS-HH
            MOVE WS-CORTE-MINUTO TO WS-TS-MM
            PERFORM P700-CALCULA-SEGUNDOS
            MOVE WS-TS-SEGUNDOS TO WS-CORTE-SEGUNDOS
            IF WS-CORTE-SEGUNDOS < WS-INICIO-SEGUNDOS
               ADD 86400 TO WS-CORTE-SEGUNDOS
            END-IF

            IF WS-AGORA-SEGUNDOS > WS-INICIO-SEGUNDOS
               AND WS-INICIO-SEGUNDOS > ZERO
               COMPUTE WS-SEGUNDOS-FORMATAR =
                       WS-AGORA-SEGUNDOS - WS-INICIO-SEGUNDOS
               PERFORM P770-FORMATA-DURACAO
               MOVE WS-DURACAO-EDITADA TO WS-DET-DURACAO
            END-IF

            IF WS-AGORA-SEGUNDOS NOT < WS-CORTE-SEGUNDOS
               MOVE '*** ABERTO APOS CORTE' TO WS-DET-SITUACAO
               MOVE 'S' TO WS-SINALIZADA
               IF TAB-DAT-ENCERRADA(WS-IND-DATA) NOT = 'S'
                  ADD 1 TO WS-ALERTAS
               END-IF
            ELSE
               MOVE 'EM EXECUCAO' TO WS-DET-SITUACAO
            END-IF
            .
       P340-FIM.

       P350-AVALIA-FECHADO.

            MOVE CEL-FIM-HORA(WS-IND-DATA, WS-IND-PASSO)
              TO WS-HORA-FORMATAR
            PERFORM P780-FORMATA-HORA
            MOVE WS-HORA-EDITADA TO WS-DET-FIM
            MOVE CEL-CONTAGEM(WS-IND-DATA, WS-IND-PASSO)
              TO WS-DET-REGISTROS
            MOVE CEL-DURACAO(WS-IND-DATA, WS-IND-PASSO) TO WS-DURACAO

            IF WS-DURACAO > ZERO
               MOVE WS-DURACAO TO WS-SEGUNDOS-FORMATAR
               PERFORM P770-FORMATA-DURACAO
               MOVE WS-DURACAO-EDITADA TO WS-DET-DURACAO
               COMPUTE WS-POR-MINUTO ROUNDED =
                       CEL-CONTAGEM(WS-IND-DATA, WS-IND-PASSO) * 60
                       / WS-DURACAO
               MOVE WS-POR-MINUTO TO WS-POR-MINUTO-EDITADO
               MOVE WS-POR-MINUTO-EDITADO TO WS-DET-POR-MINUTO
            END-IF

            IF WS-DURACAO > ZERO AND WS-MEDIA > ZERO
               COMPUTE WS-VARIACAO ROUNDED =
                       (WS-DURACAO - WS-MEDIA) * 100 / WS-MEDIA
               IF WS-VARIACAO > 9999
                  MOVE 9999 TO WS-VARIACAO
               END-IF
               MOVE WS-VARIACAO TO WS-VARIACAO-EDITADA
               STRING WS-VARIACAO-EDITADA '%' DELIMITED BY SIZE
                      INTO WS-DET-VARIACAO
               END-STRING

               IF WS-AMOSTRAS NOT < WS-MINIMO-AMOSTRAS
                  AND WS-DURACAO * 100 >
                      WS-MEDIA * (100 + WS-PERCENTUAL)
                  MOVE '*** ACIMA DA MEDIA' TO WS-DET-SITUACAO
                  MOVE 'S' TO WS-SINALIZADA
                  IF WS-IND-DATA = WS-QTD-DATAS
                     ADD 1 TO WS-ALERTAS
                  END-IF
               END-IF
            END-IF

            IF WS-SINALIZADA = 'N'
               AND CEL-RC(WS-IND-DATA, WS-IND-PASSO) >= 8
               MOVE 'RC CRITICO' TO WS-DET-SITUACAO
            END-IF
            .
       P350-FIM.

       P700-CALCULA-SEGUNDOS.
      * Data invalida (controle antigo ou editado) resulta zero, e
      * a celula fica sem duracao.

            IF WS-TS-DATA IS NUMERIC
               AND WS-TS-DATA > 16010101
               AND WS-TS-HORA IS NUMERIC
               COMPUTE WS-TS-SEGUNDOS =
                       FUNCTION INTEGER-OF-DATE(WS-TS-DATA) * 86400
                     + WS-TS-HH * 3600 + WS-TS-MM * 60 + WS-TS-SS
            ELSE
               MOVE ZERO TO WS-TS-SEGUNDOS
            END-IF
            .
       P700-FIM.

       P770-FORMATA-DURACAO.

            DIVIDE WS-SEGUNDOS-FORMATAR BY 3600
               GIVING WS-HORAS-AUX REMAINDER WS-RESTO-AUX
            IF WS-HORAS-AUX > 99
               MOVE 99 TO WS-DUR-HH
               MOVE 59 TO WS-DUR-MM
               MOVE 59 TO WS-DUR-SS
            ELSE
               MOVE WS-HORAS-AUX TO WS-DUR-HH
               DIVIDE WS-RESTO-AUX BY 60
                  GIVING WS-DUR-MM REMAINDER WS-DUR-SS
            END-IF
            .
       P770-FIM.

       P780-FORMATA-HORA.

            MOVE WS-HRF-HH TO WS-HRE-HH
            MOVE WS-HRF-MM TO WS-HRE-MM
            .
       P780-FIM.

       P790-FORMATA-DATA.

            MOVE WS-DTF-DIA TO WS-DTE-DIA
            MOVE WS-DTF-MES TO WS-DTE-MES
            MOVE WS-DTF-ANO TO WS-DTE-ANO
            .
       P790-FIM.

       END PROGRAM RELATORIO-JANELA.
