      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cobranca mensal de licencas por empresa para as
      *          Financas. A empresa e o dominio de e-mail da tabela
      *          DOMINIOS-VALIDOS; para a competencia (FATMES, AAAAMM;
      *          vazia, o mes anterior ao da execucao) conta, por
      *          dominio, os usuarios ativos no ultimo dia do mes, os
      *          cadastrados e os cancelados no mes e os que tiveram
      *          ao menos um acesso no mes, e precifica pela tabela
      *          de tarifas por dominio (TARDOM: valor da licenca por
      *          ativo no fim do mes e valor de ativacao por cadastro
      *          no mes). Gera o arquivo de
      *          interface das Financas (FATARQ, layout FATUSU) e o
      *          extrato impresso de cada dominio (FATREL).
      *          O job roda depois da virada do mes, entao a base ja
      *          andou: a situacao no ultimo dia do mes e a imagem
      *          "antes" do primeiro movimento do historico posterior
      *          ao mes (cadastro posterior = nao existia; exclusao
      *          fisica posterior = existia), guardada no arquivo de
      *          trabalho FATTRB; sem movimento posterior vale o
      *          registro atual. Cadastros (operacao I) e
      *          cancelamentos (passagem para C ou exclusao fisica de
      *          quem nao estava cancelado) vem direto do historico
      *          do mes.
      *          O acesso no mes vem do log de acessos (ACSLOG, o
      *          mesmo de RELATORIO-ACESSOS): cada e-mail com ao
      *          menos uma entrada liberada (status 0) no mes conta
      *          uma vez no dominio dele, pelo arquivo de trabalho
      *          FATACS. A data do ultimo acesso do cadastro nao
      *          serve: o proximo acesso, ja depois do mes, grava por
      *          cima dela. O log guarda poucos meses (PURGA-ACESSOS):
      *          se ele comeca depois do dia 1 da competencia, ou
      *          falta, a contagem sai incompleta, com aviso e RC 4.
      *          Usuario de dominio fora da tabela nao e cobrado e sai
      *          numa linha propria do extrato; dominio sem tarifa sai
      *          com valor zero e avisado.
      *          Cada competencia faturada fica no controle de
      *          faturamento (FATCTL) e nao e faturada de novo: uma
      *          segunda execucao e recusada ate a competencia ser
      *          reaberta explicitamente (FATREA=S, com o motivo em
      *          FATMOT), o que fica registrado no controle com o
      *          operador (OPRUSU) e sai na remessa R (refaturamento).
      *          Le a base sem alterar; nao usa a trava TRAVA-USUARIO.
      *          Termina com RC 0 (competencia faturada), 4 (faturada,
      *          com dominio sem tarifa, usuarios fora da tabela ou
      *          log de acessos que nao cobre o mes) ou
      *          8 (competencia invalida, ja faturada ou arquivo
      *          inacessivel; nada foi gerado).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FATURA-LICENCAS.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-USUARIO ASSIGN TO DYNAMIC
              WS-DSN-ARQ-USUARIO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-ID-ARQ-USUARIO
               ALTERNATE RECORD KEY IS REG-EMAIL-ARQ-USUARIO
                  WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.

           SELECT HIST-USUARIO ASSIGN TO DYNAMIC
              WS-DSN-HISTORICO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-HISTORICO.

           SELECT FAT-TRABALHO ASSIGN TO DYNAMIC
              WS-DSN-TRABALHO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRB-ID
               FILE STATUS IS STATUS-TRABALHO.

           SELECT LOG-ACESSOS ASSIGN TO DYNAMIC
              WS-DSN-LOG-ACESSOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-LOG-ACESSOS.

           SELECT FAT-ACESSOS ASSIGN TO DYNAMIC
              WS-DSN-ACESSOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TAC-EMAIL
               FILE STATUS IS STATUS-ACESSOS.

           SELECT DOMINIOS-VALIDOS ASSIGN TO DYNAMIC
              WS-DSN-DOMINIOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-DOMINIOS.

           SELECT TARIFAS ASSIGN TO DYNAMIC
              WS-DSN-TARIFAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-TARIFAS.

           SELECT FAT-CONTROLE ASSIGN TO DYNAMIC
              WS-DSN-CONTROLE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-CONTROLE.

           SELECT FAT-INTERFACE ASSIGN TO DYNAMIC
              WS-DSN-INTERFACE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-INTERFACE.

           SELECT RELATORIO ASSIGN TO DYNAMIC
              WS-DSN-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.

       FD ARQ-USUARIO.
       COPY ARQUSU.

       FD HIST-USUARIO.
       COPY HISTUSU.

      * Situacao no fim do mes de quem teve movimento depois dele:
      * a imagem antes do primeiro movimento posterior (em branco =
      * o usuario ainda nao existia). TRB-VISTO marca os que ainda
      * estao na base; os demais foram excluidos depois do mes.
       FD FAT-TRABALHO.
       01 REG-FAT-TRABALHO.
           03 TRB-ID                   PIC 9(07).
           03 TRB-VISTO                PIC X(01).
           03 TRB-IMAGEM               PIC X(300).

      * Log de acessos, no layout gravado por VERIFICA-ACESSO.
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
               88 ACS-PEDIDO-RESET         VALUE 'R'.
               88 ACS-RESGATE-RESET        VALUE 'T'.

      * E-mails que ja tiveram acesso contado na competencia: a
      * chave repetida e o mesmo usuario de novo.
       FD FAT-ACESSOS.
       01 REG-FAT-ACESSO.
           03 TAC-EMAIL                PIC X(30).

       FD DOMINIOS-VALIDOS.
       01 REG-DOMINIO-VALIDO          PIC X(20).

      * Tarifas por dominio, separadas por ';': valor da licenca
      * por usuario ativo no fim do mes e valor de ativacao por
      * usuario cadastrado no mes, com duas casas implicitas.
       FD TARIFAS.
       01 REG-TARIFA.
           03 TAR-DOMINIO              PIC X(20).
           03 FILLER                   PIC X(01).
           03 TAR-VALOR-LICENCA        PIC X(07).
           03 FILLER                   PIC X(01).
           03 TAR-VALOR-ATIVACAO       PIC X(07).

      * Controle de faturamento: um registro por evento, sempre
      * acrescentado no fim. F = competencia faturada, R =
      * competencia reaberta para refaturamento. Vale o ultimo
      * evento da competencia.
       FD FAT-CONTROLE.
       01 REG-FAT-CONTROLE.
           03 CTF-COMPETENCIA          PIC 9(06).
           03 FILLER                   PIC X(01).
           03 CTF-EVENTO               PIC X(01).
               88 CTF-FATURADA             VALUE 'F'.
               88 CTF-REABERTA             VALUE 'R'.
           03 FILLER                   PIC X(01).
           03 CTF-DATA                 PIC 9(08).
           03 FILLER                   PIC X(01).
           03 CTF-HORA                 PIC 9(08).
           03 FILLER                   PIC X(01).
           03 CTF-OPERADOR             PIC X(08).
           03 FILLER                   PIC X(01).
           03 CTF-VALOR-COBRADO        PIC 9(11)V99.
           03 FILLER                   PIC X(01).
           03 CTF-MOTIVO               PIC X(40).

       FD FAT-INTERFACE.
       01 REG-FAT-INTERFACE           PIC X(74).

       FD RELATORIO.
       01 REG-RELATORIO               PIC X(100).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS             PIC X(2).
       01 STATUS-HISTORICO        PIC X(2).
       01 STATUS-TRABALHO         PIC X(2).
       01 STATUS-LOG-ACESSOS      PIC X(2).
       01 STATUS-ACESSOS          PIC X(2).
       01 STATUS-DOMINIOS         PIC X(2).
       01 STATUS-TARIFAS          PIC X(2).
       01 STATUS-CONTROLE         PIC X(2).
       01 STATUS-INTERFACE        PIC X(2).
       01 STATUS-RELATORIO        PIC X(2).

       01 WS-DSN-ARQ-USUARIO      PIC X(100).
       01 WS-DSN-HISTORICO        PIC X(100).
       01 WS-DSN-TRABALHO         PIC X(100).
       01 WS-DSN-LOG-ACESSOS      PIC X(100).
       01 WS-DSN-ACESSOS          PIC X(100).
       01 WS-DSN-DOMINIOS         PIC X(100).
       01 WS-DSN-TARIFAS          PIC X(100).
       01 WS-DSN-CONTROLE         PIC X(100).
       01 WS-DSN-INTERFACE        PIC X(100).
       01 WS-DSN-RELATORIO        PIC X(100).

       01 WS-EOF-ARQ-USUARIO      PIC X(1).
       01 WS-EOF-HISTORICO        PIC X(1).
       01 WS-EOF-TRABALHO         PIC X(1).
       01 WS-EOF-TABELA           PIC X(1).
       01 WS-EOF-LOG              PIC X(1).
       01 WS-PRIMEIRO-ACESSO      PIC 9(08).

      * Competencia e limites do mes.
       01 WS-COMPETENCIA-TXT      PIC X(06).
       01 WS-COMPETENCIA          PIC 9(06).
       01 WS-COMPETENCIA-PARTES REDEFINES WS-COMPETENCIA.
           03 WS-COMP-ANO         PIC 9(04).
           03 WS-COMP-MES         PIC 9(02).
       01 WS-MES-INICIO           PIC 9(08).
       01 WS-MES-FIM              PIC 9(08).
       01 WS-PROXIMO-MES          PIC 9(08).
       01 WS-PROXIMO-PARTES REDEFINES WS-PROXIMO-MES.
           03 WS-PROX-ANO         PIC 9(04).
           03 WS-PROX-MES         PIC 9(02).
           03 WS-PROX-DIA         PIC 9(02).
       01 WS-DATA-SISTEMA         PIC 9(08).
       01 WS-DATA-SISTEMA-PARTES REDEFINES WS-DATA-SISTEMA.
           03 WS-SIS-ANO          PIC 9(04).
           03 WS-SIS-MES          PIC 9(02).
           03 WS-SIS-DIA          PIC 9(02).
       01 WS-HORA-SISTEMA         PIC 9(08).
       01 WS-MES-CORRENTE         PIC 9(06).

      * Reabertura explicita de competencia ja faturada.
       01 WS-REABERTURA           PIC X(01).
       01 WS-MOTIVO-REABERTURA    PIC X(40).
       01 WS-OPERADOR             PIC X(08).
       01 WS-SITUACAO-COMPETENCIA PIC X(01) VALUE SPACE.
       01 WS-DATA-FATURAMENTO     PIC 9(08) VALUE ZERO.
       01 WS-REMESSA              PIC X(01) VALUE 'N'.

      * Dominios da tabela (ate 20, como em VALIDA-DADOS) com os
      * contadores e a tarifa; a entrada 21 junta os usuarios de
      * dominio fora da tabela, que nao sao cobrados.
       01 WS-QTD-DOMINIOS         PIC 9(02) VALUE ZERO.
       01 WS-IND-DOMINIO          PIC 9(02).
       01 WS-DOMINIO-USUARIO      PIC 9(02).
       01 WS-IND-FORA-TABELA      PIC 9(02) VALUE 21.
       01 TAB-DOMINIOS.
           03 TAB-DOM-ENTRADA OCCURS 21 TIMES.
               05 TAB-DOM-NOME            PIC X(20).
               05 TAB-DOM-ATIVOS          PIC 9(07).
               05 TAB-DOM-CADASTRADOS     PIC 9(07).
               05 TAB-DOM-CANCELADOS      PIC 9(07).
               05 TAB-DOM-COM-ACESSO      PIC 9(07).
               05 TAB-DOM-TEM-TARIFA      PIC X(01).
               05 TAB-DOM-VALOR-LICENCA   PIC 9(05)V99.
               05 TAB-DOM-VALOR-ATIVACAO  PIC 9(05)V99.
               05 TAB-DOM-VALOR-COBRADO   PIC 9(09)V99.

       01 WS-EMAIL-AUX            PIC X(30).
       01 WS-DOMINIO              PIC X(30).
       01 WS-ACHOU                PIC X(1).

      * Imagem no layout ARQUSU, so com os campos que a contagem usa.
       01 WS-IMAGEM-MES.
           03 IMG-ID              PIC 9(07).
           03 IMG-EMAIL           PIC X(30).
           03 FILLER              PIC X(56).
           03 IMG-SITUACAO        PIC X(01).
           03 FILLER              PIC X(03).
           03 IMG-DATA-CADASTRO   PIC 9(08).
           03 FILLER              PIC X(195).
       01 WS-IMAGEM-ANTES         PIC X(300).
       01 WS-IMAGEM-DEPOIS        PIC X(300).
       01 WS-SITUACAO-ANTES       PIC X(01).

       01 WS-TOTAL-ATIVOS         PIC 9(09) VALUE ZERO.
       01 WS-TOTAL-COBRADO        PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-DETALHES       PIC 9(06) VALUE ZERO.
       01 WS-TOTAL-MOVIMENTOS     PIC 9(08) VALUE ZERO.
       01 WS-TOTAL-POSTERIORES    PIC 9(07) VALUE ZERO.
       01 WS-TOTAL-SEM-TARIFA     PIC 9(02) VALUE ZERO.

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

       COPY FATUSU.

      * Extrato impresso: um bloco por dominio.
       01 WS-EXT-TITULO.
           03 FILLER              PIC X(46) VALUE
              'EXTRATO DE COBRANCA DE LICENCAS - COMPETENCIA '.
           03 WS-EXT-MES          PIC 99.
           03 FILLER              PIC X     VALUE '/'.
           03 WS-EXT-ANO          PIC 9999.
           03 FILLER              PIC X(11) VALUE '  REMESSA '.
           03 WS-EXT-REMESSA      PIC X(01).

       01 WS-EXT-DOMINIO.
           03 FILLER              PIC X(09) VALUE 'EMPRESA: '.
           03 WS-EXD-DOMINIO      PIC X(20).
           03 WS-EXD-AVISO        PIC X(40).

       01 WS-EXT-LINHA.
           03 FILLER              PIC X(02) VALUE SPACES.
           03 WS-EXL-DESCRICAO    PIC X(36).
           03 WS-EXL-QUANTIDADE   PIC Z,ZZZ,ZZ9.
           03 WS-EXL-VEZES        PIC X(03).
           03 WS-EXL-UNITARIO     PIC ZZ,ZZ9.99 BLANK WHEN ZERO.
           03 WS-EXL-IGUAL        PIC X(03).
           03 WS-EXL-VALOR        PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.

       01 WS-EXT-TOTAL.
           03 FILLER              PIC X(02) VALUE SPACES.
           03 FILLER              PIC X(60) VALUE
              'TOTAL A COBRAR'.
           03 WS-EXT-VALOR        PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-EXT-SEPARADOR        PIC X(76) VALUE ALL '-'.

       01 WS-EXT-RODAPE.
           03 FILLER              PIC X(17) VALUE 'TOTAL GERAL: R$ '.
           03 WS-ROD-VALOR        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER              PIC X(13) VALUE '   ATIVOS: '.
           03 WS-ROD-ATIVOS       PIC ZZZ,ZZZ,ZZ9.
           03 FILLER              PIC X(13) VALUE '   DOMINIOS: '.
           03 WS-ROD-DOMINIOS     PIC Z9.

       01 WS-LINHA-SECAO          PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY 'Cobranca de Licencas por Empresa Iniciada'

            MOVE ZERO TO RETURN-CODE

            PERFORM P000-RESOLVE-DSN
            PERFORM P005-CARREGA-PARAMETROS

            IF RETURN-CODE < 8
               PERFORM P010-CARREGA-DOMINIOS
            END-IF

            IF RETURN-CODE < 8
               PERFORM P015-CARREGA-TARIFAS
               PERFORM P020-CONFERE-FATURAMENTO
            END-IF

            IF RETURN-CODE < 8
               OPEN OUTPUT FAT-TRABALHO
               CLOSE FAT-TRABALHO
               OPEN I-O FAT-TRABALHO
               IF STATUS-TRABALHO NOT = '00'
                  DISPLAY 'ERRO: arquivo de trabalho inacessivel: '
                          WS-DSN-TRABALHO
                  MOVE 8 TO RETURN-CODE
               ELSE
                  PERFORM P100-LE-HISTORICO
                  IF RETURN-CODE < 8
                     PERFORM P200-LE-BASE
                  END-IF
                  IF RETURN-CODE < 8
                     PERFORM P250-EXCLUIDOS-DEPOIS
                  END-IF
                  CLOSE FAT-TRABALHO
               END-IF
            END-IF

            IF RETURN-CODE < 8
               PERFORM P270-CONTA-ACESSOS
            END-IF

            IF RETURN-CODE < 8
               PERFORM P300-PRECIFICA
                  VARYING WS-IND-DOMINIO FROM 1 BY 1
                    UNTIL WS-IND-DOMINIO > WS-QTD-DOMINIOS
               PERFORM P400-GRAVA-INTERFACE
            END-IF

            IF RETURN-CODE < 8
               PERFORM P500-EMITE-EXTRATO
               PERFORM P600-REGISTRA-FATURAMENTO
            END-IF

            STOP RUN.

       P000-RESOLVE-DSN.

            MOVE SPACES TO WS-DSN-ARQ-USUARIO
            ACCEPT WS-DSN-ARQ-USUARIO FROM ENVIRONMENT 'ARQUSU'
            IF WS-DSN-ARQ-USUARIO = SPACES
               MOVE './ARQ-USUARIO.DAT' TO WS-DSN-ARQ-USUARIO
            END-IF

            MOVE SPACES TO WS-DSN-HISTORICO
            ACCEPT WS-DSN-HISTORICO FROM ENVIRONMENT 'HISUSU'
            IF WS-DSN-HISTORICO = SPACES
               MOVE './HISTORICO-USUARIO.DAT' TO WS-DSN-HISTORICO
            END-IF

            MOVE SPACES TO WS-DSN-TRABALHO
            ACCEPT WS-DSN-TRABALHO FROM ENVIRONMENT 'FATTRB'
            IF WS-DSN-TRABALHO = SPACES
               MOVE './FATURA-TRABALHO.TMP' TO WS-DSN-TRABALHO
            END-IF

            MOVE SPACES TO WS-DSN-LOG-ACESSOS
            ACCEPT WS-DSN-LOG-ACESSOS FROM ENVIRONMENT 'ACSLOG'
            IF WS-DSN-LOG-ACESSOS = SPACES
               MOVE './LOG-ACESSOS.LOG' TO WS-DSN-LOG-ACESSOS
            END-IF

            MOVE SPACES TO WS-DSN-ACESSOS
            ACCEPT WS-DSN-ACESSOS FROM ENVIRONMENT 'FATACS'
            IF WS-DSN-ACESSOS = SPACES
               MOVE './FATURA-ACESSOS.TMP' TO WS-DSN-ACESSOS
            END-IF

            MOVE SPACES TO WS-DSN-DOMINIOS
            ACCEPT WS-DSN-DOMINIOS FROM ENVIRONMENT 'DOMUSU'
            IF WS-DSN-DOMINIOS = SPACES
               MOVE './DOMINIOS-VALIDOS.DAT' TO WS-DSN-DOMINIOS
            END-IF

            MOVE SPACES TO WS-DSN-TARIFAS
            ACCEPT WS-DSN-TARIFAS FROM ENVIRONMENT 'TARDOM'
            IF WS-DSN-TARIFAS = SPACES
               MOVE './TARIFAS-DOMINIO.DAT' TO WS-DSN-TARIFAS
            END-IF

            MOVE SPACES TO WS-DSN-CONTROLE
            ACCEPT WS-DSN-CONTROLE FROM ENVIRONMENT 'FATCTL'
            IF WS-DSN-CONTROLE = SPACES
               MOVE './FATURAMENTO-CONTROLE.DAT' TO WS-DSN-CONTROLE
            END-IF

            MOVE SPACES TO WS-DSN-INTERFACE
            ACCEPT WS-DSN-INTERFACE FROM ENVIRONMENT 'FATARQ'
            IF WS-DSN-INTERFACE = SPACES
               MOVE './FATURA-LICENCAS.DAT' TO WS-DSN-INTERFACE
            END-IF

            MOVE SPACES TO WS-DSN-RELATORIO
            ACCEPT WS-DSN-RELATORIO FROM ENVIRONMENT 'FATREL'
            IF WS-DSN-RELATORIO = SPACES
               MOVE './EXTRATO-LICENCAS.TXT' TO WS-DSN-RELATORIO
            END-IF
            .
       P000-FIM.

       P005-CARREGA-PARAMETROS.
      * A competencia tem de ser um mes ja encerrado: o mes corrente
      * ainda nao tem ultimo dia para contar.

            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            ACCEPT WS-HORA-SISTEMA FROM TIME
            COMPUTE WS-MES-CORRENTE = WS-SIS-ANO * 100 + WS-SIS-MES

            MOVE SPACES TO WS-COMPETENCIA-TXT
            ACCEPT WS-COMPETENCIA-TXT FROM ENVIRONMENT 'FATMES'

            IF WS-COMPETENCIA-TXT = SPACES
               IF WS-SIS-MES = 1
                  COMPUTE WS-COMPETENCIA = (WS-SIS-ANO - 1) * 100 + 12
               ELSE
                  COMPUTE WS-COMPETENCIA = WS-MES-CORRENTE - 1
               END-IF
            ELSE
               IF WS-COMPETENCIA-TXT IS NUMERIC
                  MOVE WS-COMPETENCIA-TXT TO WS-COMPETENCIA
               ELSE
                  MOVE ZERO TO WS-COMPETENCIA
               END-IF
            END-IF

            IF WS-COMP-MES < 1 OR WS-COMP-MES > 12
               OR WS-COMP-ANO < 1900
               DISPLAY 'ERRO: competencia invalida (FATMES='
                       WS-COMPETENCIA-TXT ').'
               MOVE 8 TO RETURN-CODE
            ELSE
               IF WS-COMPETENCIA NOT < WS-MES-CORRENTE
                  DISPLAY 'ERRO: competencia ' WS-COMPETENCIA
                          ' ainda nao encerrada.'
                  MOVE 8 TO RETURN-CODE
               END-IF
            END-IF

            IF RETURN-CODE < 8
               COMPUTE WS-MES-INICIO = WS-COMPETENCIA * 100 + 1
               MOVE WS-MES-INICIO TO WS-PROXIMO-MES
               IF WS-PROX-MES = 12
                  ADD 1 TO WS-PROX-ANO
                  MOVE 1 TO WS-PROX-MES
               ELSE
                  ADD 1 TO WS-PROX-MES
               END-IF
               COMPUTE WS-MES-FIM = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-PROXIMO-MES) - 1)
               DISPLAY 'Competencia: ' WS-COMPETENCIA ' ('
                       WS-MES-INICIO ' a ' WS-MES-FIM ')'
            END-IF

            MOVE SPACES TO WS-REABERTURA
            ACCEPT WS-REABERTURA FROM ENVIRONMENT 'FATREA'
            INSPECT WS-REABERTURA CONVERTING 's' TO 'S'

            MOVE SPACES TO WS-MOTIVO-REABERTURA
            ACCEPT WS-MOTIVO-REABERTURA FROM ENVIRONMENT 'FATMOT'

            MOVE SPACES TO WS-OPERADOR
            ACCEPT WS-OPERADOR FROM ENVIRONMENT 'OPRUSU'
            .
       P005-FIM.

       P010-CARREGA-DOMINIOS.
      * A mesma tabela do cadastro; sem ela nao ha empresa a cobrar.

            MOVE 'N' TO WS-EOF-TABELA
            OPEN INPUT DOMINIOS-VALIDOS
            IF STATUS-DOMINIOS = '00'
               PERFORM P011-LE-DOMINIO UNTIL WS-EOF-TABELA = 'S'
               CLOSE DOMINIOS-VALIDOS
            END-IF

            IF WS-QTD-DOMINIOS = ZERO
               DISPLAY 'ERRO: tabela de dominios vazia ou ausente: '
                       WS-DSN-DOMINIOS
               MOVE 8 TO RETURN-CODE
            END-IF

            MOVE 'FORA DA TABELA' TO TAB-DOM-NOME(WS-IND-FORA-TABELA)
            PERFORM P012-ZERA-DOMINIO
               VARYING WS-IND-DOMINIO FROM 1 BY 1
                 UNTIL WS-IND-DOMINIO > WS-IND-FORA-TABELA
            .
       P010-FIM.

       P011-LE-DOMINIO.

            READ DOMINIOS-VALIDOS
               AT END
                  MOVE 'S' TO WS-EOF-TABELA
               NOT AT END
                  IF WS-QTD-DOMINIOS < 20
                     AND REG-DOMINIO-VALIDO NOT = SPACES
                     ADD 1 TO WS-QTD-DOMINIOS
                     MOVE REG-DOMINIO-VALIDO
                          TO TAB-DOM-NOME(WS-QTD-DOMINIOS)
                  END-IF
            END-READ
            .
       P011-FIM.

       P012-ZERA-DOMINIO.

            MOVE ZERO TO TAB-DOM-ATIVOS(WS-IND-DOMINIO)
                         TAB-DOM-CADASTRADOS(WS-IND-DOMINIO)
                         TAB-DOM-CANCELADOS(WS-IND-DOMINIO)
                         TAB-DOM-COM-ACESSO(WS-IND-DOMINIO)
                         TAB-DOM-VALOR-LICENCA(WS-IND-DOMINIO)
                         TAB-DOM-VALOR-ATIVACAO(WS-IND-DOMINIO)
                         TAB-DOM-VALOR-COBRADO(WS-IND-DOMINIO)
            MOVE 'N' TO TAB-DOM-TEM-TARIFA(WS-IND-DOMINIO)
            .
       P012-FIM.

       P015-CARREGA-TARIFAS.
      * Linha de dominio fora da tabela ou com valor nao numerico e
      * ignorada com aviso; o dominio fica sem tarifa.

            MOVE 'N' TO WS-EOF-TABELA
            OPEN INPUT TARIFAS
            IF STATUS-TARIFAS NOT = '00'
               DISPLAY 'AVISO: tabela de tarifas ausente: '
                       WS-DSN-TARIFAS
            ELSE
               PERFORM P016-LE-TARIFA UNTIL WS-EOF-TABELA = 'S'
               CLOSE TARIFAS
            END-IF
            .
       P015-FIM.

       P016-LE-TARIFA.

            READ TARIFAS
               AT END
                  MOVE 'S' TO WS-EOF-TABELA
               NOT AT END
                  MOVE TAR-DOMINIO TO WS-DOMINIO
                  PERFORM P710-PROCURA-DOMINIO
                  IF WS-DOMINIO-USUARIO = WS-IND-FORA-TABELA
                     OR TAR-VALOR-LICENCA NOT NUMERIC
                     OR TAR-VALOR-ATIVACAO NOT NUMERIC
                     DISPLAY 'AVISO: tarifa ignorada: ' REG-TARIFA
                  ELSE
                     MOVE 'S'
                       TO TAB-DOM-TEM-TARIFA(WS-DOMINIO-USUARIO)
                     MOVE TAR-VALOR-LICENCA
                       TO TAB-DOM-VALOR-LICENCA(WS-DOMINIO-USUARIO)
                     MOVE TAR-VALOR-ATIVACAO
                       TO TAB-DOM-VALOR-ATIVACAO(WS-DOMINIO-USUARIO)
                  END-IF
            END-READ
            .
       P016-FIM.

       P020-CONFERE-FATURAMENTO.
      * Vale o ultimo evento da competencia no controle: F recusa a
      * execucao, a menos que a reabertura seja pedida com motivo; R
      * (reaberta numa execucao que nao chegou ao fim) libera.
      * Controle existente mas ilegivel para com RC 8: sem ele nao ha
      * como saber se a competencia ja foi faturada.

            OPEN INPUT FAT-CONTROLE
            EVALUATE STATUS-CONTROLE
                WHEN '00'
                    MOVE 'N' TO WS-EOF-TABELA
                    PERFORM P021-LE-CONTROLE UNTIL WS-EOF-TABELA = 'S'
                    CLOSE FAT-CONTROLE
                WHEN '35'
                    CONTINUE
                WHEN OTHER
                    DISPLAY 'ERRO: controle de faturamento '
                            'inacessivel (status ' STATUS-CONTROLE
                            '): ' WS-DSN-CONTROLE
                    MOVE 8 TO RETURN-CODE
            END-EVALUATE

            IF WS-SITUACAO-COMPETENCIA = 'F'
               MOVE WS-DATA-FATURAMENTO TO WS-DATA-FORMATAR
               PERFORM P790-FORMATA-DATA
               IF WS-REABERTURA NOT = 'S'
                  DISPLAY 'ERRO: competencia ' WS-COMPETENCIA
                          ' ja faturada em ' WS-DATA-EDITADA
                          '. Para refaturar, reabrir com FATREA=S e '
                          'o motivo em FATMOT.'
                  MOVE 8 TO RETURN-CODE
               ELSE
                  IF WS-MOTIVO-REABERTURA = SPACES
                     DISPLAY 'ERRO: reabertura sem motivo (FATMOT).'
                     MOVE 8 TO RETURN-CODE
                  ELSE
                     MOVE 'R' TO WS-REMESSA
                     DISPLAY 'Competencia faturada em '
                             WS-DATA-EDITADA ' reaberta: '
                             WS-MOTIVO-REABERTURA
                  END-IF
               END-IF
            END-IF

            IF WS-SITUACAO-COMPETENCIA = 'R'
               MOVE 'R' TO WS-REMESSA
            END-IF
            .
       P020-FIM.

       P021-LE-CONTROLE.

            READ FAT-CONTROLE
               AT END
                  MOVE 'S' TO WS-EOF-TABELA
               NOT AT END
                  IF CTF-COMPETENCIA = WS-COMPETENCIA
                     MOVE CTF-EVENTO TO WS-SITUACAO-COMPETENCIA
                     IF CTF-FATURADA
                        MOVE CTF-DATA TO WS-DATA-FATURAMENTO
                     END-IF
                  END-IF
            END-READ
            .
       P021-FIM.

       P100-LE-HISTORICO.

            OPEN INPUT HIST-USUARIO

            IF STATUS-HISTORICO NOT = '00'
               DISPLAY 'ERRO: historico inexistente ou inacessivel: '
                       WS-DSN-HISTORICO
               MOVE 8 TO RETURN-CODE
            ELSE
               MOVE 'N' TO WS-EOF-HISTORICO
               PERFORM P110-LE-MOVIMENTO
               PERFORM P120-TRATA-MOVIMENTO
                  UNTIL WS-EOF-HISTORICO = 'S'
               CLOSE HIST-USUARIO
            END-IF
            .
       P100-FIM.

       P110-LE-MOVIMENTO.

            READ HIST-USUARIO
               AT END
                  MOVE 'S' TO WS-EOF-HISTORICO
               NOT AT END
                  ADD 1 TO WS-TOTAL-MOVIMENTOS
            END-READ
            .
       P110-FIM.

       P120-TRATA-MOVIMENTO.
      * Consentimento (C) e papel (P) nao tem imagem de ARQUSU e nao
      * mudam a situacao do usuario.

            IF NOT HIST-CONSENTIMENTO
               AND NOT HIST-PAPEL
               MOVE REG-ANTES-HIST  TO WS-IMAGEM-ANTES
               MOVE REG-DEPOIS-HIST TO WS-IMAGEM-DEPOIS

               EVALUATE TRUE
                   WHEN REG-DATA-HIST > WS-MES-FIM
                       PERFORM P130-GUARDA-FIM-MES
                   WHEN REG-DATA-HIST < WS-MES-INICIO
                       CONTINUE
                   WHEN OTHER
                       PERFORM P140-CONTA-MOVIMENTO-MES
               END-EVALUATE
            END-IF

            PERFORM P110-LE-MOVIMENTO
            .
       P120-FIM.

       P130-GUARDA-FIM-MES.
      * So o primeiro movimento posterior ao mes interessa: a imagem
      * antes dele e a situacao no ultimo dia do mes.

            MOVE REG-ID-HIST TO TRB-ID
            MOVE 'N' TO TRB-VISTO
            MOVE WS-IMAGEM-ANTES TO TRB-IMAGEM

            WRITE REG-FAT-TRABALHO
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  ADD 1 TO WS-TOTAL-POSTERIORES
            END-WRITE
            .
       P130-FIM.

       P140-CONTA-MOVIMENTO-MES.

            IF HIST-INCLUSAO
               MOVE WS-IMAGEM-DEPOIS TO WS-IMAGEM-MES
               PERFORM P700-DOMINIO-DA-IMAGEM
               ADD 1 TO TAB-DOM-CADASTRADOS(WS-DOMINIO-USUARIO)
            END-IF

            IF WS-IMAGEM-ANTES NOT = SPACES
               MOVE WS-IMAGEM-ANTES TO WS-IMAGEM-MES
               MOVE IMG-SITUACAO TO WS-SITUACAO-ANTES
               MOVE WS-IMAGEM-DEPOIS TO WS-IMAGEM-MES
               IF WS-SITUACAO-ANTES NOT = 'C'
                  AND (HIST-EXCLUSAO OR IMG-SITUACAO = 'C')
                  MOVE WS-IMAGEM-ANTES TO WS-IMAGEM-MES
                  PERFORM P700-DOMINIO-DA-IMAGEM
                  ADD 1 TO TAB-DOM-CANCELADOS(WS-DOMINIO-USUARIO)
               END-IF
            END-IF
            .
       P140-FIM.

       P200-LE-BASE.

            OPEN INPUT ARQ-USUARIO

            IF FILE-STATUS NOT = '00'
               DISPLAY 'ERRO: arquivo de usuarios inexistente ou '
                       'inacessivel: ' WS-DSN-ARQ-USUARIO
               MOVE 8 TO RETURN-CODE
            ELSE
               MOVE 'N' TO WS-EOF-ARQ-USUARIO
               PERFORM P210-LE-USUARIO
               PERFORM P220-TRATA-USUARIO
                  UNTIL WS-EOF-ARQ-USUARIO = 'S'
               CLOSE ARQ-USUARIO
            END-IF
            .
       P200-FIM.

       P210-LE-USUARIO.

            READ ARQ-USUARIO NEXT RECORD
               AT END
                  MOVE 'S' TO WS-EOF-ARQ-USUARIO
               NOT AT END
                  CONTINUE
            END-READ
            .
       P210-FIM.

       P220-TRATA-USUARIO.
      * Quem mexeu depois do mes conta pela imagem guardada; o
      * registro atual vale para os demais.

            MOVE REG-ID-ARQ-USUARIO TO TRB-ID
            READ FAT-TRABALHO
               INVALID KEY
                  MOVE SPACES TO WS-IMAGEM-MES
                  MOVE REG-ARQ-USUARIO TO WS-IMAGEM-MES
               NOT INVALID KEY
                  MOVE TRB-IMAGEM TO WS-IMAGEM-MES
                  MOVE 'S' TO TRB-VISTO
                  REWRITE REG-FAT-TRABALHO
                     INVALID KEY
                        CONTINUE
                  END-REWRITE
            END-READ

            PERFORM P230-CONTA-FIM-MES

            PERFORM P210-LE-USUARIO
            .
       P220-FIM.

       P230-CONTA-FIM-MES.
      * Imagem em branco ou cadastro depois do mes: o usuario nao
      * existia no ultimo dia.

            IF WS-IMAGEM-MES NOT = SPACES
               AND IMG-DATA-CADASTRO NOT > WS-MES-FIM
               PERFORM P700-DOMINIO-DA-IMAGEM
               IF IMG-SITUACAO = 'A'
                  ADD 1 TO TAB-DOM-ATIVOS(WS-DOMINIO-USUARIO)
               END-IF
            END-IF
            .
       P230-FIM.

       P250-EXCLUIDOS-DEPOIS.
      * Imagens nao vistas na base: usuarios que existiam no fim do
      * mes e foram excluidos fisicamente depois dele.

            MOVE ZERO TO TRB-ID
            START FAT-TRABALHO KEY IS NOT LESS THAN TRB-ID
               INVALID KEY
                  MOVE 'S' TO WS-EOF-TRABALHO
               NOT INVALID KEY
                  MOVE 'N' TO WS-EOF-TRABALHO
            END-START

            PERFORM P260-LE-TRABALHO UNTIL WS-EOF-TRABALHO = 'S'
            .
       P250-FIM.

       P260-LE-TRABALHO.

            READ FAT-TRABALHO NEXT RECORD
               AT END
                  MOVE 'S' TO WS-EOF-TRABALHO
               NOT AT END
                  IF TRB-VISTO = 'N'
                     MOVE TRB-IMAGEM TO WS-IMAGEM-MES
                     PERFORM P230-CONTA-FIM-MES
                  END-IF
            END-READ
            .
       P260-FIM.

       P270-CONTA-ACESSOS.
      * Mesma regra de RELATORIO-ACESSOS: acesso e a entrada com
      * status 0, fora as marcas de redefinicao de senha (R/T). O
      * registro mais antigo do log e a prova de que o expurgo nao
      * levou parte do mes, como em INDICADORES-MENSAIS.

            MOVE 99999999 TO WS-PRIMEIRO-ACESSO

            OPEN OUTPUT FAT-ACESSOS
            IF STATUS-ACESSOS NOT = '00'
               DISPLAY 'ERRO: arquivo de trabalho inacessivel: '
                       WS-DSN-ACESSOS
               MOVE 8 TO RETURN-CODE
            ELSE
               OPEN INPUT LOG-ACESSOS
               IF STATUS-LOG-ACESSOS NOT = '00'
                  DISPLAY 'AVISO: log de acessos inexistente ou '
                          'inacessivel (' WS-DSN-LOG-ACESSOS ').'
               ELSE
                  MOVE 'N' TO WS-EOF-LOG
                  PERFORM P275-TRATA-ACESSO
                     UNTIL WS-EOF-LOG = 'S'
                  CLOSE LOG-ACESSOS
               END-IF
               CLOSE FAT-ACESSOS

               IF WS-PRIMEIRO-ACESSO > WS-MES-INICIO
                  IF WS-PRIMEIRO-ACESSO = 99999999
                     DISPLAY 'AVISO: log de acessos sem registros.'
                  ELSE
                     DISPLAY 'AVISO: log de acessos comeca em '
                             WS-PRIMEIRO-ACESSO ', depois do inicio '
                             'da competencia.'
                  END-IF
                  DISPLAY '       Usuarios com acesso no mes '
                          'incompletos nesta competencia.'
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF
            .
       P270-FIM.

       P275-TRATA-ACESSO.

            READ LOG-ACESSOS
               AT END
                  MOVE 'S' TO WS-EOF-LOG
               NOT AT END
                  IF ACS-DATA IS NUMERIC
                     AND ACS-DATA < WS-PRIMEIRO-ACESSO
                     MOVE ACS-DATA TO WS-PRIMEIRO-ACESSO
                  END-IF
                  IF ACS-DATA IS NUMERIC
                     AND ACS-DATA NOT < WS-MES-INICIO
                     AND ACS-DATA NOT > WS-MES-FIM
                     AND ACS-STATUS = 0
                     AND NOT ACS-PEDIDO-RESET
                     AND NOT ACS-RESGATE-RESET
                     PERFORM P280-CONTA-EMAIL
                  END-IF
            END-READ
            .
       P275-FIM.

       P280-CONTA-EMAIL.
      * So a primeira entrada do e-mail no mes conta.

            MOVE ACS-EMAIL TO TAC-EMAIL
            WRITE REG-FAT-ACESSO
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE SPACES TO WS-EMAIL-AUX WS-DOMINIO
                  UNSTRING ACS-EMAIL DELIMITED BY '@'
                     INTO WS-EMAIL-AUX WS-DOMINIO
                  END-UNSTRING
                  PERFORM P710-PROCURA-DOMINIO
                  ADD 1 TO TAB-DOM-COM-ACESSO(WS-DOMINIO-USUARIO)
            END-WRITE
            .
       P280-FIM.

       P300-PRECIFICA.

            IF TAB-DOM-TEM-TARIFA(WS-IND-DOMINIO) = 'N'
               ADD 1 TO WS-TOTAL-SEM-TARIFA
               DISPLAY 'AVISO: dominio sem tarifa, cobrado com valor '
                       'zero: ' TAB-DOM-NOME(WS-IND-DOMINIO)
            END-IF

            COMPUTE TAB-DOM-VALOR-COBRADO(WS-IND-DOMINIO) =
                    TAB-DOM-ATIVOS(WS-IND-DOMINIO)
                    * TAB-DOM-VALOR-LICENCA(WS-IND-DOMINIO)
                  + TAB-DOM-CADASTRADOS(WS-IND-DOMINIO)
                    * TAB-DOM-VALOR-ATIVACAO(WS-IND-DOMINIO)

            ADD TAB-DOM-ATIVOS(WS-IND-DOMINIO) TO WS-TOTAL-ATIVOS
            ADD TAB-DOM-VALOR-COBRADO(WS-IND-DOMINIO)
              TO WS-TOTAL-COBRADO
            .
       P300-FIM.

       P400-GRAVA-INTERFACE.

            OPEN OUTPUT FAT-INTERFACE

            IF STATUS-INTERFACE NOT = '00'
               DISPLAY 'ERRO: arquivo de interface inacessivel: '
                       WS-DSN-INTERFACE
               MOVE 8 TO RETURN-CODE
            ELSE
               MOVE WS-COMPETENCIA  TO FAT-HDR-COMPETENCIA
               MOVE WS-DATA-SISTEMA TO FAT-HDR-DATA
               MOVE WS-HORA-SISTEMA TO FAT-HDR-HORA
               MOVE WS-REMESSA      TO FAT-HDR-REMESSA
               WRITE REG-FAT-INTERFACE FROM FAT-HEADER

               PERFORM P410-GRAVA-DETALHE
                  VARYING WS-IND-DOMINIO FROM 1 BY 1
                    UNTIL WS-IND-DOMINIO > WS-QTD-DOMINIOS

               MOVE WS-TOTAL-DETALHES TO FAT-TRL-TOTAL
               MOVE WS-TOTAL-ATIVOS   TO FAT-TRL-ATIVOS
               MOVE WS-TOTAL-COBRADO  TO FAT-TRL-VALOR-COBRADO
               WRITE REG-FAT-INTERFACE FROM FAT-TRAILER

               CLOSE FAT-INTERFACE
            END-IF
            .
       P400-FIM.

       P410-GRAVA-DETALHE.

            MOVE TAB-DOM-NOME(WS-IND-DOMINIO)   TO FAT-DET-DOMINIO
            MOVE TAB-DOM-ATIVOS(WS-IND-DOMINIO) TO FAT-DET-ATIVOS
            MOVE TAB-DOM-CADASTRADOS(WS-IND-DOMINIO)
              TO FAT-DET-CADASTRADOS
            MOVE TAB-DOM-CANCELADOS(WS-IND-DOMINIO)
              TO FAT-DET-CANCELADOS
            MOVE TAB-DOM-COM-ACESSO(WS-IND-DOMINIO)
              TO FAT-DET-COM-ACESSO
            MOVE TAB-DOM-VALOR-LICENCA(WS-IND-DOMINIO)
              TO FAT-DET-VALOR-LICENCA
            MOVE TAB-DOM-VALOR-ATIVACAO(WS-IND-DOMINIO)
              TO FAT-DET-VALOR-ATIVACAO
            MOVE TAB-DOM-VALOR-COBRADO(WS-IND-DOMINIO)
              TO FAT-DET-VALOR-COBRADO
            WRITE REG-FAT-INTERFACE FROM FAT-DETALHE
            ADD 1 TO WS-TOTAL-DETALHES
            .
       P410-FIM.

       P500-EMITE-EXTRATO.

            OPEN OUTPUT RELATORIO

            MOVE WS-COMP-MES TO WS-EXT-MES
            MOVE WS-COMP-ANO TO WS-EXT-ANO
            MOVE WS-REMESSA  TO WS-EXT-REMESSA

            PERFORM P510-EMITE-DOMINIO
               VARYING WS-IND-DOMINIO FROM 1 BY 1
                 UNTIL WS-IND-DOMINIO > WS-QTD-DOMINIOS

            MOVE WS-IND-FORA-TABELA TO WS-IND-DOMINIO
            IF TAB-DOM-ATIVOS(WS-IND-DOMINIO) > ZERO
               OR TAB-DOM-CADASTRADOS(WS-IND-DOMINIO) > ZERO
               OR TAB-DOM-CANCELADOS(WS-IND-DOMINIO) > ZERO
               OR TAB-DOM-COM-ACESSO(WS-IND-DOMINIO) > ZERO
               PERFORM P510-EMITE-DOMINIO
               DISPLAY 'AVISO: usuarios de dominio fora da tabela, '
                       'nao cobrados (ver extrato).'
               MOVE 4 TO RETURN-CODE
            END-IF

            IF WS-TOTAL-SEM-TARIFA > ZERO
               MOVE 4 TO RETURN-CODE
            END-IF

            MOVE WS-TOTAL-COBRADO  TO WS-ROD-VALOR
            MOVE WS-TOTAL-ATIVOS   TO WS-ROD-ATIVOS
            MOVE WS-QTD-DOMINIOS   TO WS-ROD-DOMINIOS
            WRITE REG-RELATORIO FROM WS-EXT-RODAPE

            CLOSE RELATORIO

            DISPLAY 'Dominios faturados: ' WS-QTD-DOMINIOS
            DISPLAY 'Ativos no fim do mes: ' WS-TOTAL-ATIVOS
            DISPLAY 'Valor cobrado: ' WS-ROD-VALOR
            .
       P500-FIM.

       P510-EMITE-DOMINIO.

            WRITE REG-RELATORIO FROM WS-EXT-TITULO
            MOVE TAB-DOM-NOME(WS-IND-DOMINIO) TO WS-EXD-DOMINIO
            EVALUATE TRUE
                WHEN WS-IND-DOMINIO = WS-IND-FORA-TABELA
                    MOVE '  (NAO COBRADO)' TO WS-EXD-AVISO
                WHEN TAB-DOM-TEM-TARIFA(WS-IND-DOMINIO) = 'N'
                    MOVE '  *** DOMINIO SEM TARIFA ***'
                      TO WS-EXD-AVISO
                WHEN OTHER
                    MOVE SPACES TO WS-EXD-AVISO
            END-EVALUATE
            WRITE REG-RELATORIO FROM WS-EXT-DOMINIO
            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE WS-MES-FIM TO WS-DATA-FORMATAR
            PERFORM P790-FORMATA-DATA
            MOVE SPACES TO WS-EXL-DESCRICAO
            STRING 'USUARIOS ATIVOS EM ' WS-DATA-EDITADA
                   DELIMITED BY SIZE
                   INTO WS-EXL-DESCRICAO
            END-STRING
            MOVE TAB-DOM-ATIVOS(WS-IND-DOMINIO) TO WS-EXL-QUANTIDADE
            MOVE ' x ' TO WS-EXL-VEZES
            MOVE TAB-DOM-VALOR-LICENCA(WS-IND-DOMINIO)
              TO WS-EXL-UNITARIO
            MOVE ' = ' TO WS-EXL-IGUAL
            COMPUTE WS-EXL-VALOR =
                    TAB-DOM-ATIVOS(WS-IND-DOMINIO)
                    * TAB-DOM-VALOR-LICENCA(WS-IND-DOMINIO)
            WRITE REG-RELATORIO FROM WS-EXT-LINHA

            MOVE 'USUARIOS CADASTRADOS NO MES' TO WS-EXL-DESCRICAO
            MOVE TAB-DOM-CADASTRADOS(WS-IND-DOMINIO)
              TO WS-EXL-QUANTIDADE
            MOVE TAB-DOM-VALOR-ATIVACAO(WS-IND-DOMINIO)
              TO WS-EXL-UNITARIO
            COMPUTE WS-EXL-VALOR =
                    TAB-DOM-CADASTRADOS(WS-IND-DOMINIO)
                    * TAB-DOM-VALOR-ATIVACAO(WS-IND-DOMINIO)
            WRITE REG-RELATORIO FROM WS-EXT-LINHA

            MOVE SPACES TO WS-EXL-VEZES WS-EXL-IGUAL
            MOVE ZERO TO WS-EXL-UNITARIO WS-EXL-VALOR
            MOVE 'USUARIOS CANCELADOS NO MES' TO WS-EXL-DESCRICAO
            MOVE TAB-DOM-CANCELADOS(WS-IND-DOMINIO)
              TO WS-EXL-QUANTIDADE
            WRITE REG-RELATORIO FROM WS-EXT-LINHA

            MOVE 'USUARIOS COM ACESSO NO MES' TO WS-EXL-DESCRICAO
            MOVE TAB-DOM-COM-ACESSO(WS-IND-DOMINIO)
              TO WS-EXL-QUANTIDADE
            WRITE REG-RELATORIO FROM WS-EXT-LINHA

            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE TAB-DOM-VALOR-COBRADO(WS-IND-DOMINIO) TO WS-EXT-VALOR
            WRITE REG-RELATORIO FROM WS-EXT-TOTAL
            WRITE REG-RELATORIO FROM WS-EXT-SEPARADOR
            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P510-FIM.

       P600-REGISTRA-FATURAMENTO.
      * A reabertura fica registrada antes do novo faturamento, com
      * o operador e o motivo. So o controle ausente (status 35)
      * nasce aqui: recria-lo por cima de um controle que existe mas
      * falhou apagaria as competencias ja faturadas.

            OPEN EXTEND FAT-CONTROLE
            IF STATUS-CONTROLE = '35'
               OPEN OUTPUT FAT-CONTROLE
            END-IF

            IF STATUS-CONTROLE NOT = '00'
               DISPLAY 'ERRO: controle de faturamento inacessivel '
                       '(status ' STATUS-CONTROLE '): '
                       WS-DSN-CONTROLE
               MOVE 8 TO RETURN-CODE
            ELSE
               MOVE SPACES TO REG-FAT-CONTROLE
               MOVE WS-COMPETENCIA  TO CTF-COMPETENCIA
               MOVE WS-DATA-SISTEMA TO CTF-DATA
               MOVE WS-HORA-SISTEMA TO CTF-HORA
               MOVE WS-OPERADOR     TO CTF-OPERADOR

               IF WS-SITUACAO-COMPETENCIA = 'F'
                  MOVE 'R' TO CTF-EVENTO
                  MOVE ZERO TO CTF-VALOR-COBRADO
                  MOVE WS-MOTIVO-REABERTURA TO CTF-MOTIVO
                  WRITE REG-FAT-CONTROLE
               END-IF

               MOVE 'F' TO CTF-EVENTO
               MOVE WS-TOTAL-COBRADO TO CTF-VALOR-COBRADO
               MOVE SPACES TO CTF-MOTIVO
               WRITE REG-FAT-CONTROLE

               CLOSE FAT-CONTROLE
            END-IF
            .
       P600-FIM.

       P700-DOMINIO-DA-IMAGEM.

            MOVE SPACES TO WS-EMAIL-AUX WS-DOMINIO
            UNSTRING IMG-EMAIL DELIMITED BY '@'
               INTO WS-EMAIL-AUX WS-DOMINIO
            END-UNSTRING
            PERFORM P710-PROCURA-DOMINIO
            .
       P700-FIM.

       P710-PROCURA-DOMINIO.

            MOVE WS-IND-FORA-TABELA TO WS-DOMINIO-USUARIO
            MOVE 'N' TO WS-ACHOU
            PERFORM P711-COMPARA-DOMINIO
               VARYING WS-IND-DOMINIO FROM 1 BY 1
                 UNTIL WS-IND-DOMINIO > WS-QTD-DOMINIOS
                    OR WS-ACHOU = 'S'
            .
       P710-FIM.

       P711-COMPARA-DOMINIO.

            IF WS-DOMINIO = TAB-DOM-NOME(WS-IND-DOMINIO)
               MOVE WS-IND-DOMINIO TO WS-DOMINIO-USUARIO
               MOVE 'S' TO WS-ACHOU
            END-IF
            .
       P711-FIM.

       P790-FORMATA-DATA.

            MOVE WS-DTF-DIA TO WS-DTE-DIA
            MOVE WS-DTF-MES TO WS-DTE-MES
            MOVE WS-DTF-ANO TO WS-DTE-ANO
            .
       P790-FIM.

       END PROGRAM FATURA-LICENCAS.
