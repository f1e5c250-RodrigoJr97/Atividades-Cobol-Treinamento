      ******************************************************************
      * Author:
      * Date:
      * Purpose: Indicadores mensais de gestao do cadastro de usuarios,
      *          apurados numa unica passada por arquivo, em vez de
      *          copiados a mao de seis lugares para a planilha do
      *          slide mensal. Para a competencia (INDCMP, AAAAMM;
      *          vazia, o mes anterior ao da execucao) apura:
      *          - situacao da base (ARQ-USUARIO): ativos, suspensos,
      *            cancelados e com e-mail devolvido (REG-DEVOLUCAO);
      *          - rejeicoes de cadastro no mes por campo, da trilha
      *            de auditoria (TRILHA-AUDITORIA, ver VALIDA-DADOS);
      *          - falhas de acesso (status 1 e 3) e bloqueios
      *            aplicados no mes, do log de acessos (ver
      *            VERIFICA-ACESSO; pedidos e resgates de codigo de
      *            redefinicao de senha ficam fora, como em
      *            RELATORIO-ACESSOS);
      *          - suspensoes por inatividade no mes, do historico de
      *            movimentacao: operacao S gravada pelo batch
      *            (operador em branco), de ativo para suspenso, de
      *            conta sem acesso ha mais que a janela INADIA (em
      *            dias, padrao 180, a mesma de SUSPENDE-INATIVOS)
      *            na data da suspensao.
      *          A foto da competencia vai para o historico de
      *          indicadores (INDHIS, indexado pela competencia,
      *          layout INDUSU): reexecutar a competencia regrava a
      *          foto, nunca duplica. A base so mostra a situacao do
      *          momento, entao a situacao da base e contada na
      *          primeira apuracao da competencia e mantida nas
      *          reexecucoes (com a data de posicao original), salvo
      *          pedido de recontagem (INDBAS=S); competencia mais
      *          antiga que o mes anterior sem foto e contada pela
      *          base atual, com aviso.
      *          Emite o comparativo com o mes anterior e com o mesmo
      *          mes do ano anterior (INDREL) e o extrato dos ultimos
      *          13 meses para o time de BI (INDEXT, layout INDUSU).
      *          Cada fonte do mes (trilha, log de acessos, historico)
      *          so conta a competencia se o primeiro registro dela
      *          for do dia 1 ou antes: o expurgo (PURGA-ACESSOS,
      *          PURGA-TRILHA) leva o comeco dos arquivos. Fonte
      *          ausente, vazia ou que comeca depois do dia 1 faz
      *          aviso e RC 4; numa reexecucao os indicadores dessa
      *          fonte ficam os da foto gravada, em vez de zerados
      *          ou contados pela metade.
      *          Le os arquivos sem alterar; nao usa a trava
      *          TRAVA-USUARIO.
      *          Termina com RC 0 (competencia apurada), 4 (apurada,
      *          com fonte ausente ou incompleta, ou situacao da base
      *          atual numa competencia antiga) ou 8 (competencia
      *          invalida, base ou historico de indicadores
      *          inacessivel).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INDICADORES-MENSAIS.
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

           SELECT TRILHA-AUDITORIA ASSIGN TO DYNAMIC
              WS-DSN-TRILHA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-TRILHA.

           SELECT LOG-ACESSOS ASSIGN TO DYNAMIC
              WS-DSN-LOG-ACESSOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-LOG-ACESSOS.

           SELECT HIST-USUARIO ASSIGN TO DYNAMIC
              WS-DSN-HISTORICO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-HISTORICO.

           SELECT HIS-INDICADORES ASSIGN TO DYNAMIC
              WS-DSN-INDICADORES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIN-COMPETENCIA
               FILE STATUS IS STATUS-INDICADORES.

           SELECT RELATORIO ASSIGN TO DYNAMIC
              WS-DSN-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RELATORIO.

           SELECT EXTRATO ASSIGN TO DYNAMIC
              WS-DSN-EXTRATO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-EXTRATO.

       DATA DIVISION.
       FILE SECTION.

       FD ARQ-USUARIO.
       COPY ARQUSU.

      * Trilha de auditoria, no layout gravado por VALIDA-DADOS.
       FD TRILHA-AUDITORIA.
       01 REG-TRILHA-AUDITORIA.
           03 TRL-DATA                 PIC 9(08).
           03 FILLER                   PIC X(01).
           03 TRL-HORA                 PIC 9(08).
           03 FILLER                   PIC X(01).
           03 TRL-CAMPO                PIC X(10).
           03 FILLER                   PIC X(01).
           03 TRL-VALOR                PIC X(30).

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

       FD HIST-USUARIO.
       COPY HISTUSU.

      * Historico de indicadores: a competencia e a chave; o resto e
      * o detalhe de INDUSU.
       FD HIS-INDICADORES.
       01 REG-HIS-INDICADOR.
           03 HIN-COMPETENCIA          PIC 9(06).
           03 HIN-REGISTRO             PIC X(136).

       FD RELATORIO.
       01 REG-RELATORIO               PIC X(100).

       FD EXTRATO.
       01 REG-EXTRATO                 PIC X(136).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS             PIC X(2).
       01 STATUS-TRILHA           PIC X(2).
       01 STATUS-LOG-ACESSOS      PIC X(2).
       01 STATUS-HISTORICO        PIC X(2).
       01 STATUS-INDICADORES      PIC X(2).
       01 STATUS-RELATORIO        PIC X(2).
       01 STATUS-EXTRATO          PIC X(2).
       01 WS-DSN-ARQ-USUARIO      PIC X(100).
       01 WS-DSN-TRILHA           PIC X(100).
       01 WS-DSN-LOG-ACESSOS      PIC X(100).
       01 WS-DSN-HISTORICO        PIC X(100).
       01 WS-DSN-INDICADORES      PIC X(100).
       01 WS-DSN-RELATORIO        PIC X(100).
       01 WS-DSN-EXTRATO          PIC X(100).

       01 WS-EOF-ARQ-USUARIO      PIC X(1).
       01 WS-EOF-TRILHA           PIC X(1).
       01 WS-EOF-LOG              PIC X(1).
       01 WS-EOF-HISTORICO        PIC X(1).
       01 WS-EOF-INDICADORES      PIC X(1).
       01 WS-INDICADORES-ABERTO   PIC X(1) VALUE 'N'.

      * Competencia apurada, o mes anterior a ela e o mesmo mes do
      * ano anterior (tambem o inicio da faixa de 13 meses do
      * extrato).
       01 WS-COMPETENCIA-TXT      PIC X(06).
       01 WS-COMPETENCIA          PIC 9(06).
       01 WS-COMPETENCIA-PARTES REDEFINES WS-COMPETENCIA.
           03 WS-COMP-ANO         PIC 9(04).
           03 WS-COMP-MES         PIC 9(02).
       01 WS-COMPETENCIA-X REDEFINES WS-COMPETENCIA
                                  PIC X(06).
       01 WS-COMP-ANTERIOR        PIC 9(06).
       01 WS-COMP-ANO-ANTERIOR    PIC 9(06).
       01 WS-MES-CORRENTE         PIC 9(06).
       01 WS-MES-ANTERIOR-EXEC    PIC 9(06).

       01 WS-DATA-SISTEMA         PIC 9(08).
       01 WS-DATA-SISTEMA-PARTES REDEFINES WS-DATA-SISTEMA.
           03 WS-SIS-ANO          PIC 9(04).
           03 WS-SIS-MES          PIC 9(02).
           03 WS-SIS-DIA          PIC 9(02).
       01 WS-HORA-SISTEMA         PIC 9(08).

      * Janela de inatividade (INADIA) e pedido de recontagem da
      * base (INDBAS).
       01 WS-INATIVIDADE-DIAS     PIC 9(04) VALUE 0180.
       01 WS-PARM-TXT             PIC X(04).
       01 WS-PARM-TRABALHO        PIC X(04).
       01 WS-RECONTA-BASE         PIC X(01).

       01 WS-FOTO-EXISTENTE       PIC X(01).
       01 WS-CONTA-BASE           PIC X(01).
       01 WS-IND-VALOR            PIC 9(02).

      * Cobertura das fontes do mes: a data do registro mais antigo de
      * cada uma (99999999 = fonte ausente ou vazia) contra o dia 1
      * da competencia, e os valores da foto ja gravada, que ficam
      * para a fonte que nao cobre o mes inteiro.
       01 WS-INICIO-COMPETENCIA   PIC 9(08).
       01 WS-PRIMEIRA-TRILHA      PIC 9(08).
       01 WS-PRIMEIRO-ACESSO      PIC 9(08).
       01 WS-PRIMEIRO-MOVIMENTO   PIC 9(08).
       01 WS-FONTE-NOME           PIC X(25).
       01 WS-FONTE-PRIMEIRA       PIC 9(08).
       01 WS-FONTE-DE             PIC 9(02).
       01 WS-FONTE-ATE            PIC 9(02).
       01 WS-VALORES-GRAVADOS.
           03 WS-VAL-GRAVADO      PIC 9(07) OCCURS 15 TIMES.

      * Imagem no layout ARQUSU, so com os campos que a contagem de
      * suspensoes por inatividade usa.
       01 WS-IMAGEM-MES.
           03 IMG-ID              PIC 9(07).
           03 IMG-EMAIL           PIC X(30).
           03 FILLER              PIC X(56).
           03 IMG-SITUACAO        PIC X(01).
           03 FILLER              PIC X(03).
           03 IMG-DATA-CADASTRO   PIC 9(08).
           03 FILLER              PIC X(08).
           03 IMG-DATA-ALTERACAO  PIC 9(08).
           03 FILLER              PIC X(27).
           03 IMG-DATA-ULT-ACESSO PIC 9(08).
           03 FILLER              PIC X(144).
       01 WS-SITUACAO-DEPOIS      PIC X(01).
       01 WS-DATA-REFERENCIA      PIC 9(08).
       01 WS-DIAS-INATIVO         PIC S9(09) COMP.

       COPY INDUSU.

      * Valores dos tres meses comparados, na ordem de IND-DET-VALOR.
       01 WS-VALORES-ATUAL.
           03 WS-VAL-ATUAL        PIC 9(07) OCCURS 15 TIMES.
       01 WS-VALORES-ANTERIOR.
           03 WS-VAL-ANTERIOR     PIC 9(07) OCCURS 15 TIMES.
       01 WS-VALORES-ANO.
           03 WS-VAL-ANO          PIC 9(07) OCCURS 15 TIMES.
       01 WS-TEM-ANTERIOR         PIC X(01).
       01 WS-TEM-ANO-ANTERIOR     PIC X(01).
       01 WS-DATA-POSICAO         PIC 9(08).
       01 WS-DATA-APURACAO        PIC 9(08).
       01 WS-HORA-APURACAO        PIC 9(08).

       01 TAB-INDICADORES-VALORES.
           03 FILLER              PIC X(30) VALUE
              'USUARIOS ATIVOS'.
           03 FILLER              PIC X(30) VALUE
              'USUARIOS SUSPENSOS'.
           03 FILLER              PIC X(30) VALUE
              'USUARIOS CANCELADOS'.
           03 FILLER              PIC X(30) VALUE
              'E-MAILS DEVOLVIDOS'.
           03 FILLER              PIC X(30) VALUE
              'REJEICOES - E-MAIL'.
           03 FILLER              PIC X(30) VALUE
              'REJEICOES - NOME'.
           03 FILLER              PIC X(30) VALUE
              'REJEICOES - SENHA'.
           03 FILLER              PIC X(30) VALUE
              'REJEICOES - TELEFONE'.
           03 FILLER              PIC X(30) VALUE
              'REJEICOES - ENDERECO'.
           03 FILLER              PIC X(30) VALUE
              'REJEICOES - EXPIRACAO'.
           03 FILLER              PIC X(30) VALUE
              'REJEICOES - OUTROS CAMPOS'.
           03 FILLER              PIC X(30) VALUE
              'REJEICOES - TOTAL'.
           03 FILLER              PIC X(30) VALUE
              'FALHAS DE ACESSO'.
           03 FILLER              PIC X(30) VALUE
              'BLOQUEIOS DE CONTA'.
           03 FILLER              PIC X(30) VALUE
              'SUSPENSOES POR INATIVIDADE'.
       01 TAB-INDICADORES REDEFINES TAB-INDICADORES-VALORES.
           03 TAB-IND-DESCRICAO   PIC X(30) OCCURS 15 TIMES.

       01 WS-VARIACAO             PIC S9(07)V9.
       01 WS-VARIACAO-EDIT        PIC +++++9.9.
       01 WS-VALOR-EDIT           PIC Z,ZZZ,ZZ9.
       01 WS-TOTAL-EXTRATO        PIC 9(04) VALUE ZERO.

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

       01 WS-COMP-FORMATAR        PIC 9(06).
       01 WS-COMP-FORMATAR-PARTES REDEFINES WS-COMP-FORMATAR.
           03 WS-CPF-ANO          PIC 9(04).
           03 WS-CPF-MES          PIC 9(02).
       01 WS-COMP-EDITADA.
           03 FILLER              PIC X(02) VALUE SPACES.
           03 WS-CPE-MES          PIC 99.
           03 FILLER              PIC X     VALUE '/'.
           03 WS-CPE-ANO          PIC 9999.

       01 WS-CAB-TITULO.
           03 FILLER              PIC X(52) VALUE
              'INDICADORES MENSAIS DE GESTAO - CADASTRO DE USUARIOS'.

       01 WS-CAB-PERIODO.
           03 FILLER              PIC X(13) VALUE 'COMPETENCIA: '.
           03 WS-CAB-COMPETENCIA  PIC X(07).
           03 FILLER              PIC X(15) VALUE '   APURADO EM: '.
           03 WS-CAB-APURACAO     PIC X(10).
           03 FILLER              PIC X(23) VALUE
              '   POSICAO DA BASE EM: '.
           03 WS-CAB-POSICAO      PIC X(10).

       01 WS-CAB-COLUNAS.
           03 FILLER              PIC X(32) VALUE 'INDICADOR'.
           03 WS-COL-ATUAL        PIC X(09).
           03 FILLER              PIC X(03) VALUE SPACES.
           03 WS-COL-ANTERIOR     PIC X(09).
           03 FILLER              PIC X(02) VALUE SPACES.
           03 FILLER              PIC X(08) VALUE '  VAR. %'.
           03 FILLER              PIC X(03) VALUE SPACES.
           03 WS-COL-ANO          PIC X(09).
           03 FILLER              PIC X(02) VALUE SPACES.
           03 FILLER              PIC X(08) VALUE '  VAR. %'.

       01 WS-LINHA-INDICADOR.
           03 FILLER              PIC X(02) VALUE SPACES.
           03 WS-LIN-DESCRICAO    PIC X(30).
           03 WS-LIN-ATUAL        PIC X(09).
           03 FILLER              PIC X(03) VALUE SPACES.
           03 WS-LIN-ANTERIOR     PIC X(09).
           03 FILLER              PIC X(02) VALUE SPACES.
           03 WS-LIN-VAR-ANTERIOR PIC X(08).
           03 FILLER              PIC X(03) VALUE SPACES.
           03 WS-LIN-ANO          PIC X(09).
           03 FILLER              PIC X(02) VALUE SPACES.
           03 WS-LIN-VAR-ANO      PIC X(08).

       01 WS-LINHA-SECAO          PIC X(100).

       01 WS-RODAPE-EXTRATO.
           03 FILLER              PIC X(16) VALUE 'EXTRATO BI: '.
           03 WS-ROD-EXTRATO      PIC ZZZ9.
           03 FILLER              PIC X(20) VALUE
              ' COMPETENCIA(S) DE '.
           03 WS-ROD-INICIAL      PIC X(07).
           03 FILLER              PIC X(03) VALUE ' A '.
           03 WS-ROD-FINAL        PIC X(07).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY 'Indicadores Mensais de Gestao Iniciado'

            MOVE ZERO TO RETURN-CODE

            PERFORM P000-RESOLVE-DSN
            PERFORM P005-CARREGA-PARAMETROS

            IF RETURN-CODE < 8
               PERFORM P010-ABRE-INDICADORES
            END-IF

            IF RETURN-CODE < 8
               PERFORM P020-PREPARA-FOTO
               PERFORM P100-SITUACAO-BASE
            END-IF

            IF RETURN-CODE < 8
               PERFORM P200-LE-TRILHA
               PERFORM P300-LE-ACESSOS
               PERFORM P400-LE-HISTORICO
               PERFORM P500-GRAVA-FOTO
            END-IF

            IF RETURN-CODE < 8
               PERFORM P600-EMITE-RELATORIO
               PERFORM P700-GERA-EXTRATO
            END-IF

            IF WS-INDICADORES-ABERTO = 'S'
               CLOSE HIS-INDICADORES
            END-IF

            STOP RUN.

       P000-RESOLVE-DSN.

            MOVE SPACES TO WS-DSN-ARQ-USUARIO
            ACCEPT WS-DSN-ARQ-USUARIO FROM ENVIRONMENT 'ARQUSU'
            IF WS-DSN-ARQ-USUARIO = SPACES
               MOVE './ARQ-USUARIO.DAT' TO WS-DSN-ARQ-USUARIO
            END-IF

            MOVE SPACES TO WS-DSN-TRILHA
            ACCEPT WS-DSN-TRILHA FROM ENVIRONMENT 'AUDUSU'
            IF WS-DSN-TRILHA = SPACES
               MOVE './TRILHA-AUDITORIA.LOG' TO WS-DSN-TRILHA
            END-IF

            MOVE SPACES TO WS-DSN-LOG-ACESSOS
            ACCEPT WS-DSN-LOG-ACESSOS FROM ENVIRONMENT 'ACSLOG'
            IF WS-DSN-LOG-ACESSOS = SPACES
               MOVE './LOG-ACESSOS.LOG' TO WS-DSN-LOG-ACESSOS
            END-IF

            MOVE SPACES TO WS-DSN-HISTORICO
            ACCEPT WS-DSN-HISTORICO FROM ENVIRONMENT 'HISUSU'
            IF WS-DSN-HISTORICO = SPACES
               MOVE './HISTORICO-USUARIO.DAT' TO WS-DSN-HISTORICO
            END-IF

            MOVE SPACES TO WS-DSN-INDICADORES
            ACCEPT WS-DSN-INDICADORES FROM ENVIRONMENT 'INDHIS'
            IF WS-DSN-INDICADORES = SPACES
               MOVE './INDICADORES-HISTORICO.DAT'
                 TO WS-DSN-INDICADORES
            END-IF

            MOVE SPACES TO WS-DSN-RELATORIO
            ACCEPT WS-DSN-RELATORIO FROM ENVIRONMENT 'INDREL'
            IF WS-DSN-RELATORIO = SPACES
               MOVE './INDICADORES-MENSAIS.TXT' TO WS-DSN-RELATORIO
            END-IF

            MOVE SPACES TO WS-DSN-EXTRATO
            ACCEPT WS-DSN-EXTRATO FROM ENVIRONMENT 'INDEXT'
            IF WS-DSN-EXTRATO = SPACES
               MOVE './INDICADORES-EXTRATO.DAT' TO WS-DSN-EXTRATO
            END-IF
            .
       P000-FIM.

       P005-CARREGA-PARAMETROS.
      * A competencia tem de ser um mes ja encerrado, como na
      * cobranca de licencas: o mes corrente ainda esta andando.

            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            ACCEPT WS-HORA-SISTEMA FROM TIME
            COMPUTE WS-MES-CORRENTE = WS-SIS-ANO * 100 + WS-SIS-MES
            IF WS-SIS-MES = 1
               COMPUTE WS-MES-ANTERIOR-EXEC = (WS-SIS-ANO - 1) * 100
                                              + 12
            ELSE
               COMPUTE WS-MES-ANTERIOR-EXEC = WS-MES-CORRENTE - 1
            END-IF

            MOVE SPACES TO WS-COMPETENCIA-TXT
            ACCEPT WS-COMPETENCIA-TXT FROM ENVIRONMENT 'INDCMP'

            IF WS-COMPETENCIA-TXT = SPACES
               MOVE WS-MES-ANTERIOR-EXEC TO WS-COMPETENCIA
            ELSE
               IF WS-COMPETENCIA-TXT IS NUMERIC
                  MOVE WS-COMPETENCIA-TXT TO WS-COMPETENCIA
               ELSE
                  MOVE ZERO TO WS-COMPETENCIA
               END-IF
            END-IF

            IF WS-COMP-MES < 1 OR WS-COMP-MES > 12
               OR WS-COMP-ANO < 1900
               DISPLAY 'ERRO: competencia invalida (INDCMP='
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
               IF WS-COMP-MES = 1
                  COMPUTE WS-COMP-ANTERIOR = (WS-COMP-ANO - 1) * 100
                                             + 12
               ELSE
                  COMPUTE WS-COMP-ANTERIOR = WS-COMPETENCIA - 1
               END-IF
               COMPUTE WS-COMP-ANO-ANTERIOR = WS-COMPETENCIA - 100
               DISPLAY 'Competencia: ' WS-COMPETENCIA
            END-IF

            MOVE SPACES TO WS-PARM-TXT
            ACCEPT WS-PARM-TXT FROM ENVIRONMENT 'INADIA'
            PERFORM P006-DESLOCA-PARM
               UNTIL WS-PARM-TXT(4:1) NOT = SPACE
                  OR WS-PARM-TXT = SPACES
            IF WS-PARM-TXT IS NUMERIC
               AND WS-PARM-TXT NOT = '0000'
               MOVE WS-PARM-TXT TO WS-INATIVIDADE-DIAS
            END-IF

            MOVE SPACES TO WS-RECONTA-BASE
            ACCEPT WS-RECONTA-BASE FROM ENVIRONMENT 'INDBAS'
            INSPECT WS-RECONTA-BASE CONVERTING 's' TO 'S'
            .
       P005-FIM.

       P006-DESLOCA-PARM.

            MOVE WS-PARM-TXT TO WS-PARM-TRABALHO
            MOVE WS-PARM-TRABALHO(1:3) TO WS-PARM-TXT(2:3)
            MOVE '0' TO WS-PARM-TXT(1:1)
            .
       P006-FIM.

       P010-ABRE-INDICADORES.
      * So o status 35 (arquivo inexistente) autoriza criar o
      * historico vazio, na primeira apuracao; qualquer outra falha
      * encerra sem apurar nada.

            OPEN I-O HIS-INDICADORES
            IF STATUS-INDICADORES = '35'
               OPEN OUTPUT HIS-INDICADORES
               CLOSE HIS-INDICADORES
               OPEN I-O HIS-INDICADORES
            END-IF

            IF STATUS-INDICADORES = '00'
               MOVE 'S' TO WS-INDICADORES-ABERTO
            ELSE
               DISPLAY 'ERRO: historico de indicadores inacessivel '
                       '(status ' STATUS-INDICADORES '): '
                       WS-DSN-INDICADORES
               MOVE 8 TO RETURN-CODE
            END-IF
            .
       P010-FIM.

       P020-PREPARA-FOTO.
      * Com foto anterior da competencia, a situacao da base dela
      * fica (ver P100); os indicadores do mes sao apurados de novo,
      * com os valores gravados guardados para a fonte que nao
      * cobrir mais o mes (ver P050).

            COMPUTE WS-INICIO-COMPETENCIA = WS-COMPETENCIA * 100 + 1

            MOVE WS-COMPETENCIA TO HIN-COMPETENCIA
            READ HIS-INDICADORES
               INVALID KEY
                  MOVE 'N' TO WS-FOTO-EXISTENTE
                  MOVE 'D' TO IND-DET-TIPO
                  MOVE WS-COMPETENCIA TO IND-DET-COMPETENCIA
                  MOVE ZERO TO IND-DET-DATA-POSICAO
                  PERFORM P025-ZERA-VALOR
                     VARYING WS-IND-VALOR FROM 1 BY 1
                       UNTIL WS-IND-VALOR > 15
               NOT INVALID KEY
                  MOVE 'S' TO WS-FOTO-EXISTENTE
                  MOVE HIN-REGISTRO TO IND-DETALHE
                  MOVE IND-DET-INDICADORES TO WS-VALORES-GRAVADOS
                  PERFORM P025-ZERA-VALOR
                     VARYING WS-IND-VALOR FROM 5 BY 1
                       UNTIL WS-IND-VALOR > 15
            END-READ
            .
       P020-FIM.

       P025-ZERA-VALOR.

            MOVE ZERO TO IND-DET-VALOR(WS-IND-VALOR)
            .
       P025-FIM.

       P050-CONFERE-COBERTURA.
      * Chamado depois da leitura de cada fonte, com o nome dela, a
      * data do registro mais antigo e a faixa de IND-DET-VALOR que
      * ela alimenta. Um registro antigo no comeco do arquivo e a
      * prova de que o expurgo nao levou parte do mes.

            IF WS-FONTE-PRIMEIRA > WS-INICIO-COMPETENCIA
               IF WS-FONTE-PRIMEIRA = 99999999
                  DISPLAY 'AVISO: ' WS-FONTE-NOME ' sem registros.'
               ELSE
                  DISPLAY 'AVISO: ' WS-FONTE-NOME ' comeca em '
                          WS-FONTE-PRIMEIRA ', depois do inicio da '
                          'competencia.'
               END-IF
               IF WS-FOTO-EXISTENTE = 'S'
                  DISPLAY '       Indicadores da fonte mantidos da '
                          'apuracao anterior.'
                  PERFORM P055-RESTAURA-VALOR
                     VARYING WS-IND-VALOR FROM WS-FONTE-DE BY 1
                       UNTIL WS-IND-VALOR > WS-FONTE-ATE
               ELSE
                  DISPLAY '       Indicadores da fonte incompletos '
                          'nesta competencia.'
               END-IF
               IF RETURN-CODE < 4
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF
            .
       P050-FIM.

       P055-RESTAURA-VALOR.

            MOVE WS-VAL-GRAVADO(WS-IND-VALOR)
              TO IND-DET-VALOR(WS-IND-VALOR)
            .
       P055-FIM.

       P100-SITUACAO-BASE.
      * A base e contada na primeira apuracao da competencia ou a
      * pedido (INDBAS=S); nas reexecucoes a contagem original fica.

            MOVE 'N' TO WS-CONTA-BASE
            IF WS-FOTO-EXISTENTE = 'N' OR WS-RECONTA-BASE = 'S'
               MOVE 'S' TO WS-CONTA-BASE
            END-IF

            IF WS-CONTA-BASE = 'S'
               IF WS-COMPETENCIA < WS-MES-ANTERIOR-EXEC
                  DISPLAY 'AVISO: competencia ' WS-COMPETENCIA
                          ' ja passou; a situacao da base e a de '
                          'hoje, nao a do fim do mes.'
                  IF RETURN-CODE < 4
                     MOVE 4 TO RETURN-CODE
                  END-IF
               END-IF
               PERFORM P110-CONTA-BASE
            ELSE
               DISPLAY 'Situacao da base mantida da posicao de '
                       IND-DET-DATA-POSICAO '.'
            END-IF
            .
       P100-FIM.

       P110-CONTA-BASE.

            OPEN INPUT ARQ-USUARIO

            IF FILE-STATUS NOT = '00'
               DISPLAY 'ERRO: arquivo de usuarios inexistente ou '
                       'inacessivel: ' WS-DSN-ARQ-USUARIO
               MOVE 8 TO RETURN-CODE
            ELSE
               MOVE ZERO TO IND-DET-ATIVOS IND-DET-SUSPENSOS
                            IND-DET-CANCELADOS IND-DET-DEVOLVIDOS
               MOVE WS-DATA-SISTEMA TO IND-DET-DATA-POSICAO
               MOVE 'N' TO WS-EOF-ARQ-USUARIO
               PERFORM P120-CONTA-USUARIO
                  UNTIL WS-EOF-ARQ-USUARIO = 'S'
               CLOSE ARQ-USUARIO
            END-IF
            .
       P110-FIM.

       P120-CONTA-USUARIO.

            READ ARQ-USUARIO NEXT RECORD
               AT END
                  MOVE 'S' TO WS-EOF-ARQ-USUARIO
               NOT AT END
                  EVALUATE TRUE
                      WHEN SITUACAO-SUSPENSO
                          ADD 1 TO IND-DET-SUSPENSOS
                      WHEN SITUACAO-CANCELADO
                          ADD 1 TO IND-DET-CANCELADOS
                      WHEN OTHER
                          ADD 1 TO IND-DET-ATIVOS
                  END-EVALUATE
                  IF EMAIL-DEVOLVIDO
                     ADD 1 TO IND-DET-DEVOLVIDOS
                  END-IF
            END-READ
            .
       P120-FIM.

       P200-LE-TRILHA.

            MOVE 99999999 TO WS-PRIMEIRA-TRILHA

            OPEN INPUT TRILHA-AUDITORIA

            IF STATUS-TRILHA NOT = '00'
               DISPLAY 'AVISO: trilha de auditoria inexistente ou '
                       'inacessivel (' WS-DSN-TRILHA ').'
            ELSE
               MOVE 'N' TO WS-EOF-TRILHA
               PERFORM P210-TRATA-REJEICAO
                  UNTIL WS-EOF-TRILHA = 'S'
               CLOSE TRILHA-AUDITORIA
            END-IF

            MOVE 'trilha de auditoria' TO WS-FONTE-NOME
            MOVE WS-PRIMEIRA-TRILHA TO WS-FONTE-PRIMEIRA
            MOVE 5  TO WS-FONTE-DE
            MOVE 12 TO WS-FONTE-ATE
            PERFORM P050-CONFERE-COBERTURA
            .
       P200-FIM.

       P210-TRATA-REJEICAO.
      * Os campos sao os gravados por VALIDA-DADOS; um campo novo
      * que ainda nao tenha coluna propria cai em OUTROS.

            READ TRILHA-AUDITORIA
               AT END
                  MOVE 'S' TO WS-EOF-TRILHA
               NOT AT END
                  IF TRL-DATA IS NUMERIC
                     AND TRL-DATA < WS-PRIMEIRA-TRILHA
                     MOVE TRL-DATA TO WS-PRIMEIRA-TRILHA
                  END-IF
                  IF TRL-DATA(1:6) = WS-COMPETENCIA-X
                     ADD 1 TO IND-DET-REJ-TOTAL
                     EVALUATE TRL-CAMPO
                         WHEN 'EMAIL'
                             ADD 1 TO IND-DET-REJ-EMAIL
                         WHEN 'NOME'
                             ADD 1 TO IND-DET-REJ-NOME
                         WHEN 'SENHA'
                             ADD 1 TO IND-DET-REJ-SENHA
                         WHEN 'TELEFONE'
                             ADD 1 TO IND-DET-REJ-TELEFONE
                         WHEN 'ENDERECO'
                             ADD 1 TO IND-DET-REJ-ENDERECO
                         WHEN 'EXPIRACAO'
                             ADD 1 TO IND-DET-REJ-EXPIRACAO
                         WHEN OTHER
                             ADD 1 TO IND-DET-REJ-OUTROS
                     END-EVALUATE
                  END-IF
            END-READ
            .
       P210-FIM.

       P300-LE-ACESSOS.
      * O log de acessos guarda poucos meses (PURGA-ACESSOS): numa
      * reexecucao de competencia antiga ele ja nao cobre o mes.

            MOVE 99999999 TO WS-PRIMEIRO-ACESSO

            OPEN INPUT LOG-ACESSOS

            IF STATUS-LOG-ACESSOS NOT = '00'
               DISPLAY 'AVISO: log de acessos inexistente ou '
                       'inacessivel (' WS-DSN-LOG-ACESSOS ').'
            ELSE
               MOVE 'N' TO WS-EOF-LOG
               PERFORM P310-TRATA-ACESSO
                  UNTIL WS-EOF-LOG = 'S'
               CLOSE LOG-ACESSOS
            END-IF

            MOVE 'log de acessos' TO WS-FONTE-NOME
            MOVE WS-PRIMEIRO-ACESSO TO WS-FONTE-PRIMEIRA
            MOVE 13 TO WS-FONTE-DE
            MOVE 14 TO WS-FONTE-ATE
            PERFORM P050-CONFERE-COBERTURA
            .
       P300-FIM.

       P310-TRATA-ACESSO.
      * Mesma regra de RELATORIO-ACESSOS: falha e o status 1 (senha
      * nao confere) ou 3 (usuario bloqueado); bloqueio e a
      * tentativa marcada 'B'.

            READ LOG-ACESSOS
               AT END
                  MOVE 'S' TO WS-EOF-LOG
               NOT AT END
                  IF ACS-DATA IS NUMERIC
                     AND ACS-DATA < WS-PRIMEIRO-ACESSO
                     MOVE ACS-DATA TO WS-PRIMEIRO-ACESSO
                  END-IF
                  IF ACS-DATA(1:6) = WS-COMPETENCIA-X
                     AND NOT ACS-PEDIDO-RESET
                     AND NOT ACS-RESGATE-RESET
                     IF ACS-STATUS = 1 OR ACS-STATUS = 3
                        ADD 1 TO IND-DET-FALHAS-ACESSO
                     END-IF
                     IF ACS-BLOQUEIO = 'B'
                        ADD 1 TO IND-DET-BLOQUEIOS
                     END-IF
                  END-IF
            END-READ
            .
       P310-FIM.

       P400-LE-HISTORICO.

            MOVE 99999999 TO WS-PRIMEIRO-MOVIMENTO

            OPEN INPUT HIST-USUARIO

            IF STATUS-HISTORICO NOT = '00'
               DISPLAY 'AVISO: historico de movimentacao inexistente '
                       'ou inacessivel (' WS-DSN-HISTORICO ').'
            ELSE
               MOVE 'N' TO WS-EOF-HISTORICO
               PERFORM P410-TRATA-MOVIMENTO
                  UNTIL WS-EOF-HISTORICO = 'S'
               CLOSE HIST-USUARIO
            END-IF

            MOVE 'historico de movimentacao' TO WS-FONTE-NOME
            MOVE WS-PRIMEIRO-MOVIMENTO TO WS-FONTE-PRIMEIRA
            MOVE 15 TO WS-FONTE-DE
            MOVE 15 TO WS-FONTE-ATE
            PERFORM P050-CONFERE-COBERTURA
            .
       P400-FIM.

       P410-TRATA-MOVIMENTO.

            READ HIST-USUARIO
               AT END
                  MOVE 'S' TO WS-EOF-HISTORICO
               NOT AT END
                  IF REG-DATA-HIST IS NUMERIC
                     AND REG-DATA-HIST < WS-PRIMEIRO-MOVIMENTO
                     MOVE REG-DATA-HIST TO WS-PRIMEIRO-MOVIMENTO
                  END-IF
                  IF REG-DATA-HIST(1:6) = WS-COMPETENCIA-X
                     AND HIST-SITUACAO
                     AND REG-OPERADOR-HIST = SPACES
                     PERFORM P420-CONFERE-SUSPENSAO
                  END-IF
            END-READ
            .
       P410-FIM.

       P420-CONFERE-SUSPENSAO.
      * SUSPENDE-INATIVOS conta a inatividade pelo ultimo acesso e,
      * na falta, pela alteracao e pelo cadastro; a mesma regra,
      * aplicada a imagem de antes, separa a suspensao por
      * inatividade das demais suspensoes do batch.

            MOVE REG-DEPOIS-HIST TO WS-IMAGEM-MES
            MOVE IMG-SITUACAO TO WS-SITUACAO-DEPOIS
            MOVE REG-ANTES-HIST TO WS-IMAGEM-MES

            IF IMG-SITUACAO = 'A' AND WS-SITUACAO-DEPOIS = 'S'
               MOVE ZERO TO WS-DATA-REFERENCIA
               IF IMG-DATA-ULT-ACESSO IS NUMERIC
                  AND IMG-DATA-ULT-ACESSO > 19000101
                  MOVE IMG-DATA-ULT-ACESSO TO WS-DATA-REFERENCIA
               ELSE
                  IF IMG-DATA-ALTERACAO IS NUMERIC
                     AND IMG-DATA-ALTERACAO > 19000101
                     MOVE IMG-DATA-ALTERACAO TO WS-DATA-REFERENCIA
                  ELSE
                     IF IMG-DATA-CADASTRO IS NUMERIC
                        AND IMG-DATA-CADASTRO > 19000101
                        MOVE IMG-DATA-CADASTRO TO WS-DATA-REFERENCIA
                     END-IF
                  END-IF
               END-IF

               IF WS-DATA-REFERENCIA NOT = ZERO
                  COMPUTE WS-DIAS-INATIVO =
                          FUNCTION INTEGER-OF-DATE(REG-DATA-HIST)
                          - FUNCTION INTEGER-OF-DATE
                                     (WS-DATA-REFERENCIA)
                  IF WS-DIAS-INATIVO > WS-INATIVIDADE-DIAS
                     ADD 1 TO IND-DET-SUSP-INATIVOS
                  END-IF
               END-IF
            END-IF
            .
       P420-FIM.

       P500-GRAVA-FOTO.
      * Uma foto por competencia: a reexecucao regrava a mesma
      * chave.

            ACCEPT WS-DATA-APURACAO FROM DATE YYYYMMDD
            ACCEPT WS-HORA-APURACAO FROM TIME
            MOVE WS-DATA-APURACAO TO IND-DET-DATA-APURACAO
            MOVE WS-HORA-APURACAO TO IND-DET-HORA-APURACAO
            MOVE IND-DET-DATA-POSICAO TO WS-DATA-POSICAO
            MOVE IND-DET-INDICADORES TO WS-VALORES-ATUAL

            MOVE WS-COMPETENCIA TO HIN-COMPETENCIA
            MOVE IND-DETALHE TO HIN-REGISTRO

            IF WS-FOTO-EXISTENTE = 'S'
               REWRITE REG-HIS-INDICADOR
                  INVALID KEY
                     DISPLAY 'ERRO: falha ao regravar a competencia '
                             WS-COMPETENCIA ' (status '
                             STATUS-INDICADORES ').'
                     MOVE 8 TO RETURN-CODE
                  NOT INVALID KEY
                     DISPLAY 'Competencia ' WS-COMPETENCIA
                             ' reapurada; foto anterior substituida.'
               END-REWRITE
            ELSE
               WRITE REG-HIS-INDICADOR
                  INVALID KEY
                     DISPLAY 'ERRO: falha ao gravar a competencia '
                             WS-COMPETENCIA ' (status '
                             STATUS-INDICADORES ').'
                     MOVE 8 TO RETURN-CODE
               END-WRITE
            END-IF
            .
       P500-FIM.

       P600-EMITE-RELATORIO.

            PERFORM P610-LE-COMPARATIVOS

            OPEN OUTPUT RELATORIO

            WRITE REG-RELATORIO FROM WS-CAB-TITULO

            MOVE WS-COMPETENCIA TO WS-COMP-FORMATAR
            PERFORM P810-FORMATA-COMPETENCIA
            MOVE WS-COMP-EDITADA(3:7) TO WS-CAB-COMPETENCIA
            MOVE WS-COMP-EDITADA TO WS-COL-ATUAL
            MOVE WS-DATA-APURACAO TO WS-DATA-FORMATAR
            PERFORM P800-FORMATA-DATA
            MOVE WS-DATA-EDITADA TO WS-CAB-APURACAO
            MOVE WS-DATA-POSICAO TO WS-DATA-FORMATAR
            PERFORM P800-FORMATA-DATA
            MOVE WS-DATA-EDITADA TO WS-CAB-POSICAO
            WRITE REG-RELATORIO FROM WS-CAB-PERIODO

            MOVE WS-COMP-ANTERIOR TO WS-COMP-FORMATAR
            PERFORM P810-FORMATA-COMPETENCIA
            MOVE WS-COMP-EDITADA TO WS-COL-ANTERIOR
            MOVE WS-COMP-ANO-ANTERIOR TO WS-COMP-FORMATAR
            PERFORM P810-FORMATA-COMPETENCIA
            MOVE WS-COMP-EDITADA TO WS-COL-ANO

            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            WRITE REG-RELATORIO FROM WS-CAB-COLUNAS

            PERFORM P620-EMITE-INDICADOR
               VARYING WS-IND-VALOR FROM 1 BY 1
                 UNTIL WS-IND-VALOR > 15

            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            IF WS-TEM-ANTERIOR = 'N'
               MOVE 'MES ANTERIOR SEM APURACAO NO HISTORICO (N/D).'
                 TO WS-LINHA-SECAO
               WRITE REG-RELATORIO FROM WS-LINHA-SECAO
            END-IF
            IF WS-TEM-ANO-ANTERIOR = 'N'
               MOVE 'MESMO MES DO ANO ANTERIOR SEM APURACAO NO '
                 TO WS-LINHA-SECAO
               MOVE 'HISTORICO (N/D).' TO WS-LINHA-SECAO(43:16)
               WRITE REG-RELATORIO FROM WS-LINHA-SECAO
            END-IF
            .
       P600-FIM.

       P610-LE-COMPARATIVOS.
      * Mes anterior e mesmo mes do ano anterior, do proprio
      * historico de indicadores; sem foto, a coluna sai N/D.

            MOVE 'N' TO WS-TEM-ANTERIOR
            MOVE WS-COMP-ANTERIOR TO HIN-COMPETENCIA
            READ HIS-INDICADORES
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE 'S' TO WS-TEM-ANTERIOR
                  MOVE HIN-REGISTRO TO IND-DETALHE
                  MOVE IND-DET-INDICADORES TO WS-VALORES-ANTERIOR
            END-READ

            MOVE 'N' TO WS-TEM-ANO-ANTERIOR
            MOVE WS-COMP-ANO-ANTERIOR TO HIN-COMPETENCIA
            READ HIS-INDICADORES
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE 'S' TO WS-TEM-ANO-ANTERIOR
                  MOVE HIN-REGISTRO TO IND-DETALHE
                  MOVE IND-DET-INDICADORES TO WS-VALORES-ANO
            END-READ
            .
       P610-FIM.

       P620-EMITE-INDICADOR.
      * Cada bloco de indicadores abre com o titulo da sua fonte.

            EVALUATE WS-IND-VALOR
                WHEN 1
                    MOVE 'SITUACAO DA BASE' TO WS-LINHA-SECAO
                    PERFORM P625-EMITE-SECAO
                WHEN 5
                    MOVE 'REJEICOES DE CADASTRO NO MES (TRILHA DE '
                      TO WS-LINHA-SECAO
                    MOVE 'AUDITORIA)' TO WS-LINHA-SECAO(41:10)
                    PERFORM P625-EMITE-SECAO
                WHEN 13
                    MOVE 'ACESSOS NO MES (LOG DE ACESSOS)'
                      TO WS-LINHA-SECAO
                    PERFORM P625-EMITE-SECAO
                WHEN 15
                    MOVE 'SUSPENSOES AUTOMATICAS NO MES (HISTORICO)'
                      TO WS-LINHA-SECAO
                    PERFORM P625-EMITE-SECAO
                WHEN OTHER
                    CONTINUE
            END-EVALUATE

            MOVE TAB-IND-DESCRICAO(WS-IND-VALOR) TO WS-LIN-DESCRICAO
            MOVE WS-VAL-ATUAL(WS-IND-VALOR) TO WS-VALOR-EDIT
            MOVE WS-VALOR-EDIT TO WS-LIN-ATUAL

            IF WS-TEM-ANTERIOR = 'S'
               MOVE WS-VAL-ANTERIOR(WS-IND-VALOR) TO WS-VALOR-EDIT
               MOVE WS-VALOR-EDIT TO WS-LIN-ANTERIOR
               MOVE WS-VAL-ANTERIOR(WS-IND-VALOR) TO WS-VARIACAO
               PERFORM P630-CALCULA-VARIACAO
               MOVE WS-VARIACAO-EDIT TO WS-LIN-VAR-ANTERIOR
               IF WS-VAL-ANTERIOR(WS-IND-VALOR) = ZERO
                  MOVE '     N/D' TO WS-LIN-VAR-ANTERIOR
               END-IF
            ELSE
               MOVE '      N/D' TO WS-LIN-ANTERIOR
               MOVE '     N/D' TO WS-LIN-VAR-ANTERIOR
            END-IF

            IF WS-TEM-ANO-ANTERIOR = 'S'
               MOVE WS-VAL-ANO(WS-IND-VALOR) TO WS-VALOR-EDIT
               MOVE WS-VALOR-EDIT TO WS-LIN-ANO
               MOVE WS-VAL-ANO(WS-IND-VALOR) TO WS-VARIACAO
               PERFORM P630-CALCULA-VARIACAO
               MOVE WS-VARIACAO-EDIT TO WS-LIN-VAR-ANO
               IF WS-VAL-ANO(WS-IND-VALOR) = ZERO
                  MOVE '     N/D' TO WS-LIN-VAR-ANO
               END-IF
            ELSE
               MOVE '      N/D' TO WS-LIN-ANO
               MOVE '     N/D' TO WS-LIN-VAR-ANO
            END-IF

            WRITE REG-RELATORIO FROM WS-LINHA-INDICADOR
            .
       P620-FIM.

       P625-EMITE-SECAO.

            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            WRITE REG-RELATORIO FROM WS-LINHA-SECAO
            .
       P625-FIM.

       P630-CALCULA-VARIACAO.
      * Entra com o valor de comparacao em WS-VARIACAO e sai com a
      * variacao percentual do mes apurado sobre ele; base zero nao
      * tem variacao (o chamador troca por N/D).

            IF WS-VARIACAO = ZERO
               MOVE ZERO TO WS-VARIACAO-EDIT
            ELSE
               COMPUTE WS-VARIACAO ROUNDED =
                       (WS-VAL-ATUAL(WS-IND-VALOR) - WS-VARIACAO)
                       * 100 / WS-VARIACAO
                  ON SIZE ERROR
                     MOVE 99999.9 TO WS-VARIACAO
               END-COMPUTE
               IF WS-VARIACAO > 99999.9
                  MOVE 99999.9 TO WS-VARIACAO
               END-IF
               MOVE WS-VARIACAO TO WS-VARIACAO-EDIT
            END-IF
            .
       P630-FIM.

       P700-GERA-EXTRATO.
      * Ultimos 13 meses: do mesmo mes do ano anterior ate a
      * competencia, na ordem da chave.

            OPEN OUTPUT EXTRATO

            MOVE WS-DATA-APURACAO     TO IND-HDR-DATA
            MOVE WS-HORA-APURACAO     TO IND-HDR-HORA
            MOVE WS-COMP-ANO-ANTERIOR TO IND-HDR-COMP-INICIAL
            MOVE WS-COMPETENCIA       TO IND-HDR-COMP-FINAL
            WRITE REG-EXTRATO FROM IND-HEADER

            MOVE ZERO TO WS-TOTAL-EXTRATO
            MOVE 'N' TO WS-EOF-INDICADORES
            MOVE WS-COMP-ANO-ANTERIOR TO HIN-COMPETENCIA
            START HIS-INDICADORES KEY NOT < HIN-COMPETENCIA
               INVALID KEY
                  MOVE 'S' TO WS-EOF-INDICADORES
            END-START

            PERFORM P710-COPIA-COMPETENCIA
               UNTIL WS-EOF-INDICADORES = 'S'

            MOVE WS-TOTAL-EXTRATO TO IND-TRL-TOTAL
            WRITE REG-EXTRATO FROM IND-TRAILER
            CLOSE EXTRATO

            MOVE WS-TOTAL-EXTRATO TO WS-ROD-EXTRATO
            MOVE WS-COMP-ANO-ANTERIOR TO WS-COMP-FORMATAR
            PERFORM P810-FORMATA-COMPETENCIA
            MOVE WS-COMP-EDITADA(3:7) TO WS-ROD-INICIAL
            MOVE WS-COMPETENCIA TO WS-COMP-FORMATAR
            PERFORM P810-FORMATA-COMPETENCIA
            MOVE WS-COMP-EDITADA(3:7) TO WS-ROD-FINAL
            WRITE REG-RELATORIO FROM WS-RODAPE-EXTRATO
            CLOSE RELATORIO

            DISPLAY 'Extrato de indicadores: ' WS-TOTAL-EXTRATO
                    ' competencia(s).'
            .
       P700-FIM.

       P710-COPIA-COMPETENCIA.

            READ HIS-INDICADORES NEXT RECORD
               AT END
                  MOVE 'S' TO WS-EOF-INDICADORES
               NOT AT END
                  IF HIN-COMPETENCIA > WS-COMPETENCIA
                     MOVE 'S' TO WS-EOF-INDICADORES
                  ELSE
                     MOVE HIN-REGISTRO TO REG-EXTRATO
                     WRITE REG-EXTRATO
                     ADD 1 TO WS-TOTAL-EXTRATO
                  END-IF
            END-READ
            .
       P710-FIM.

       P800-FORMATA-DATA.

            IF WS-DATA-FORMATAR = ZERO
               MOVE ZERO TO WS-DTE-DIA WS-DTE-MES WS-DTE-ANO
            ELSE
               MOVE WS-DTF-DIA TO WS-DTE-DIA
               MOVE WS-DTF-MES TO WS-DTE-MES
               MOVE WS-DTF-ANO TO WS-DTE-ANO
            END-IF
            .
       P800-FIM.

       P810-FORMATA-COMPETENCIA.

            MOVE WS-CPF-MES TO WS-CPE-MES
            MOVE WS-CPF-ANO TO WS-CPE-ANO
            .
       P810-FIM.

       END PROGRAM INDICADORES-MENSAIS.
