      ******************************************************************
      * Author:
      * Date:
      * Purpose: Gera o arquivo de uma campanha de comunicacao
      *          dirigida (CMPUSU, layout CMPUSU) a partir de um
      *          arquivo de parametros com os criterios de selecao,
      *          para a comunicacao corporativa pedir listas como
      *          "ativos de MG cadastrados este ano" sem programador;
      *          EXPORTA-USUARIOS continua sendo a carga da base
      *          inteira para o CRM.
      *          Parametros (CMPPAR), uma linha CHAVE=VALOR por
      *          criterio; linha em branco ou comecada por '*' e
      *          comentario; chave nao prevista ou valor invalido
      *          recusa a campanha inteira (um criterio mal escrito
      *          ignorado aumentaria a lista sem ninguem perceber):
      *          DESCRICAO=texto (40)   SOLICITANTE=nome (30)
      *          CANAL=E (e-mail, padrao), T (telefone), C (correio)
      *          SITUACAO=A/S/C, repetivel (sem nenhuma, so ativos)
      *          UF=MG, repetivel       CIDADE=nome, repetivel
      *          CEPINI= e CEPFIM= (8 digitos, faixa inclusiva)
      *          DOMINIO=empresa.com.br (do e-mail), repetivel
      *          CADINI= e CADFIM= (data de cadastro, AAAAMMDD)
      *          ACEINI= e ACEFIM= (data do ultimo acesso, AAAAMMDD;
      *                  quem nunca acessou fica fora da faixa)
      *          ENDERECO=S (exige endereco tambem fora do correio)
      *          Criterios repetiveis aceitam qualquer dos valores;
      *          criterios diferentes valem todos juntos. Cidade e
      *          UF sem diferenca de maiusculas, dominio idem.
      *          Regras fixas, aplicadas a quem atende os criterios:
      *          sai da campanha quem tem e-mail devolvido, conta
      *          bloqueada, falta de consentimento no canal (CNSUSU;
      *          sem registro = sem consentimento), falta de endereco
      *          (correio ou ENDERECO=S) ou de telefone (canal T).
      *          Cada execucao recebe o numero seguinte do controle
      *          de campanhas (CMPCTL, uma linha por campanha gerada
      *          com data, canal, quantidade, solicitante e
      *          descricao); o numero vai no header e no trailer.
      *          O resumo (CMPREL) repete os parametros e mostra
      *          quantos usuarios cada criterio e cada regra fixa
      *          tirou da lista (cada usuario contado so no primeiro
      *          que o tirou), para o solicitante entender por que a
      *          lista saiu menor que o esperado.
      *          Le a base sem alterar; nao usa a trava
      *          TRAVA-USUARIO.
      *          Termina com RC 0 (campanha gerada), 4 (gerada sem
      *          nenhum usuario selecionado) ou 8 (parametros
      *          invalidos ou ausentes, base, consentimento, controle
      *          ou saida inacessivel; nada e gerado nem numerado).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERA-CAMPANHA.
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

           SELECT CNS-USUARIO ASSIGN TO DYNAMIC
              WS-DSN-CONSENTIMENTO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CNS-ID-USUARIO
               FILE STATUS IS STATUS-CONSENTIMENTO.

           SELECT PARAMETROS ASSIGN TO DYNAMIC
              WS-DSN-PARAMETROS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-PARAMETROS.

           SELECT CMP-CONTROLE ASSIGN TO DYNAMIC
              WS-DSN-CONTROLE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-CONTROLE.

           SELECT ARQ-CAMPANHA ASSIGN TO DYNAMIC
              WS-DSN-CAMPANHA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-CAMPANHA.

           SELECT RELATORIO ASSIGN TO DYNAMIC
              WS-DSN-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.

       FD ARQ-USUARIO.
       COPY ARQUSU.

       FD CNS-USUARIO.
       COPY CNSUSU.

       FD PARAMETROS.
       01 REG-PARAMETRO               PIC X(80).

      * Controle de campanhas: uma linha por campanha gerada, sempre
      * acrescentada no fim; o maior numero e o da ultima campanha.
       FD CMP-CONTROLE.
       01 REG-CMP-CONTROLE.
           03 CTL-CAMPANHA             PIC 9(07).
           03 FILLER                   PIC X(01).
           03 CTL-DATA                 PIC 9(08).
           03 FILLER                   PIC X(01).
           03 CTL-HORA                 PIC 9(08).
           03 FILLER                   PIC X(01).
           03 CTL-CANAL                PIC X(01).
           03 FILLER                   PIC X(01).
           03 CTL-SELECIONADOS         PIC 9(06).
           03 FILLER                   PIC X(01).
           03 CTL-SOLICITANTE          PIC X(30).
           03 FILLER                   PIC X(01).
           03 CTL-DESCRICAO            PIC X(40).

       FD ARQ-CAMPANHA.
       01 REG-CAMPANHA                PIC X(164).

       FD RELATORIO.
       01 REG-RELATORIO               PIC X(100).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS             PIC X(2).
       01 STATUS-CONSENTIMENTO    PIC X(2).
       01 STATUS-PARAMETROS       PIC X(2).
       01 STATUS-CONTROLE         PIC X(2).
       01 STATUS-CAMPANHA         PIC X(2).
       01 STATUS-RELATORIO        PIC X(2).
       01 WS-DSN-ARQ-USUARIO      PIC X(100).
       01 WS-DSN-CONSENTIMENTO    PIC X(100).
       01 WS-DSN-PARAMETROS       PIC X(100).
       01 WS-DSN-CONTROLE         PIC X(100).
       01 WS-DSN-CAMPANHA         PIC X(100).
       01 WS-DSN-RELATORIO        PIC X(100).

       01 WS-EOF-ARQ-USUARIO      PIC X(1).
       01 WS-EOF-PARAMETROS       PIC X(1).
       01 WS-EOF-CONTROLE         PIC X(1).
       01 WS-CONTROLE-EXISTE      PIC X(1).
       01 WS-CNS-ABERTO           PIC X(1) VALUE 'N'.
       01 WS-CONTROLE-ABERTO      PIC X(1) VALUE 'N'.

       01 WS-DATA-SISTEMA         PIC 9(08).
       01 WS-HORA-SISTEMA         PIC 9(08).
       01 WS-CAMPANHA             PIC 9(07) VALUE ZERO.

      * Linhas de parametro como vieram, para o resumo.
       01 WS-QTD-LINHAS-PARM      PIC 9(02) VALUE ZERO.
       01 WS-IND-LINHA            PIC 9(02).
       01 TAB-LINHAS-PARM.
           03 TAB-LINHA-PARM      PIC X(80) OCCURS 50 TIMES.
       01 WS-ERROS-PARM           PIC 9(03) VALUE ZERO.

       01 WS-PAR-CHAVE            PIC X(12).
       01 WS-PAR-VALOR            PIC X(60).
       01 WS-VALOR-DATA           PIC X(08).
       01 WS-DATA-VALIDA          PIC X(01).

      * Criterios de selecao informados.
       01 WS-DESCRICAO            PIC X(40) VALUE SPACES.
       01 WS-SOLICITANTE          PIC X(30) VALUE SPACES.
       01 WS-CANAL                PIC X(01) VALUE 'E'.
           88 CANAL-EMAIL             VALUE 'E'.
           88 CANAL-TELEFONE          VALUE 'T'.
           88 CANAL-CORREIO           VALUE 'C'.
       01 WS-IND-CANAL            PIC 9(01).
       01 WS-EXIGE-ENDERECO       PIC X(01) VALUE 'N'.

       01 WS-QTD-SITUACOES        PIC 9(01) VALUE ZERO.
       01 TAB-SITUACOES.
           03 TAB-SITUACAO        PIC X(01) OCCURS 3 TIMES.
       01 WS-QTD-UFS              PIC 9(02) VALUE ZERO.
       01 TAB-UFS.
           03 TAB-UF              PIC X(02) OCCURS 27 TIMES.
       01 WS-QTD-CIDADES          PIC 9(02) VALUE ZERO.
       01 TAB-CIDADES.
           03 TAB-CIDADE          PIC X(20) OCCURS 20 TIMES.
       01 WS-QTD-DOMINIOS         PIC 9(02) VALUE ZERO.
       01 TAB-DOMINIOS.
           03 TAB-DOMINIO         PIC X(30) OCCURS 20 TIMES.
       01 WS-IND-TAB              PIC 9(02).

       01 WS-FILTRA-CEP           PIC X(01) VALUE 'N'.
       01 WS-CEP-INICIAL          PIC 9(08) VALUE ZERO.
       01 WS-CEP-FINAL            PIC 9(08) VALUE 99999999.
       01 WS-FILTRA-CADASTRO      PIC X(01) VALUE 'N'.
       01 WS-CADASTRO-INICIAL     PIC 9(08) VALUE ZERO.
       01 WS-CADASTRO-FINAL       PIC 9(08) VALUE 99999999.
       01 WS-FILTRA-ACESSO        PIC X(01) VALUE 'N'.
       01 WS-ACESSO-INICIAL       PIC 9(08) VALUE ZERO.
       01 WS-ACESSO-FINAL         PIC 9(08) VALUE 99999999.

      * Avaliacao de um usuario: numero do criterio ou da regra que
      * o tirou da lista (zero = passou).
       01 WS-CRITERIO-FALHO       PIC 9(02).
       01 WS-REGRA-EXCLUSAO       PIC 9(02).
       01 WS-ACHOU                PIC X(01).
       01 WS-CIDADE-USUARIO       PIC X(20).
       01 WS-EMAIL-AUX            PIC X(30).
       01 WS-DOMINIO-USUARIO      PIC X(30).
       01 WS-CEP-USUARIO          PIC X(08).
       01 WS-CEP-NUMERICO REDEFINES WS-CEP-USUARIO
                                  PIC 9(08).

       01 WS-TOTAL-LIDOS          PIC 9(07) VALUE ZERO.
       01 WS-TOTAL-FORA           PIC 9(07) VALUE ZERO.
       01 WS-TOTAL-CANDIDATOS     PIC 9(07) VALUE ZERO.
       01 WS-TOTAL-EXCLUIDOS      PIC 9(07) VALUE ZERO.
       01 WS-TOTAL-SELECIONADOS   PIC 9(06) VALUE ZERO.
       01 WS-CONTADORES-CRITERIO.
           03 WS-QTD-CRITERIO     PIC 9(07) OCCURS 7 TIMES.
       01 WS-CONTADORES-REGRA.
           03 WS-QTD-REGRA        PIC 9(07) OCCURS 5 TIMES.

       01 TAB-CRITERIOS-VALORES.
           03 FILLER              PIC X(30) VALUE
              'SITUACAO'.
           03 FILLER              PIC X(30) VALUE
              'UF'.
           03 FILLER              PIC X(30) VALUE
              'CIDADE'.
           03 FILLER              PIC X(30) VALUE
              'FAIXA DE CEP'.
           03 FILLER              PIC X(30) VALUE
              'DOMINIO DO E-MAIL'.
           03 FILLER              PIC X(30) VALUE
              'DATA DE CADASTRO'.
           03 FILLER              PIC X(30) VALUE
              'DATA DO ULTIMO ACESSO'.
       01 TAB-CRITERIOS REDEFINES TAB-CRITERIOS-VALORES.
           03 TAB-CRITERIO-DESCRICAO PIC X(30) OCCURS 7 TIMES.

       01 TAB-REGRAS-VALORES.
           03 FILLER              PIC X(30) VALUE
              'E-MAIL DEVOLVIDO'.
           03 FILLER              PIC X(30) VALUE
              'CONTA BLOQUEADA'.
           03 FILLER              PIC X(30) VALUE
              'SEM CONSENTIMENTO NO CANAL'.
           03 FILLER              PIC X(30) VALUE
              'SEM ENDERECO'.
           03 FILLER              PIC X(30) VALUE
              'SEM TELEFONE'.
       01 TAB-REGRAS REDEFINES TAB-REGRAS-VALORES.
           03 TAB-REGRA-DESCRICAO PIC X(30) OCCURS 5 TIMES.

      * Layout publicado da campanha (header, detalhe e trailer).
       COPY CMPUSU.

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

       01 WS-CAB-TITULO.
           03 FILLER              PIC X(37) VALUE
              'CAMPANHA DE COMUNICACAO DIRIGIDA NO. '.
           03 WS-CAB-CAMPANHA     PIC 9(07).
           03 FILLER              PIC X(15) VALUE '   GERADA EM: '.
           03 WS-CAB-DATA         PIC X(10).

       01 WS-CAB-DADO.
           03 WS-CAB-ROTULO       PIC X(14).
           03 WS-CAB-VALOR        PIC X(60).

       01 WS-LINHA-PARM.
           03 FILLER              PIC X(02) VALUE SPACES.
           03 WS-LPA-TEXTO        PIC X(80).

       01 WS-LINHA-RESUMO.
           03 FILLER              PIC X(02) VALUE SPACES.
           03 WS-RES-DESCRICAO    PIC X(40).
           03 WS-RES-QTD          PIC Z,ZZZ,ZZ9.

       01 WS-LINHA-TEXTO          PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY 'Geracao de Campanha Iniciada'

            MOVE ZERO TO RETURN-CODE
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            ACCEPT WS-HORA-SISTEMA FROM TIME

            PERFORM P000-RESOLVE-DSN
            PERFORM P010-LE-PARAMETROS

            IF RETURN-CODE < 8
               PERFORM P050-ABRE-CONSENTIMENTO
            END-IF

            IF RETURN-CODE < 8
               PERFORM P060-NUMERA-CAMPANHA
            END-IF

            IF RETURN-CODE < 8
               PERFORM P100-SELECIONA-USUARIOS
            END-IF

            IF WS-CNS-ABERTO = 'S'
               CLOSE CNS-USUARIO
            END-IF

            IF RETURN-CODE < 8
               PERFORM P400-REGISTRA-CAMPANHA
            END-IF

            IF RETURN-CODE < 8
               PERFORM P500-EMITE-RESUMO
               IF WS-TOTAL-SELECIONADOS = ZERO
                  DISPLAY 'AVISO: nenhum usuario selecionado; ver o '
                          'resumo da campanha.'
                  MOVE 4 TO RETURN-CODE
               END-IF
               DISPLAY 'Campanha ' WS-CAMPANHA ' gerada: '
                       WS-TOTAL-SELECIONADOS ' usuario(s).'
            END-IF

            IF WS-CONTROLE-ABERTO = 'S'
               CLOSE CMP-CONTROLE
            END-IF

            STOP RUN.

       P000-RESOLVE-DSN.

            MOVE SPACES TO WS-DSN-ARQ-USUARIO
            ACCEPT WS-DSN-ARQ-USUARIO FROM ENVIRONMENT 'ARQUSU'
            IF WS-DSN-ARQ-USUARIO = SPACES
               MOVE './ARQ-USUARIO.DAT' TO WS-DSN-ARQ-USUARIO
            END-IF

            MOVE SPACES TO WS-DSN-CONSENTIMENTO
            ACCEPT WS-DSN-CONSENTIMENTO FROM ENVIRONMENT 'CNSUSU'
            IF WS-DSN-CONSENTIMENTO = SPACES
               MOVE './CONSENTIMENTO-USUARIO.DAT'
                 TO WS-DSN-CONSENTIMENTO
            END-IF

            MOVE SPACES TO WS-DSN-PARAMETROS
            ACCEPT WS-DSN-PARAMETROS FROM ENVIRONMENT 'CMPPAR'
            IF WS-DSN-PARAMETROS = SPACES
               MOVE './CAMPANHA-PARAMETROS.TXT' TO WS-DSN-PARAMETROS
            END-IF

            MOVE SPACES TO WS-DSN-CONTROLE
            ACCEPT WS-DSN-CONTROLE FROM ENVIRONMENT 'CMPCTL'
            IF WS-DSN-CONTROLE = SPACES
               MOVE './CAMPANHA-CONTROLE.DAT' TO WS-DSN-CONTROLE
            END-IF

            MOVE SPACES TO WS-DSN-CAMPANHA
            ACCEPT WS-DSN-CAMPANHA FROM ENVIRONMENT 'CMPUSU'
            IF WS-DSN-CAMPANHA = SPACES
               MOVE './CAMPANHA-USUARIOS.DAT' TO WS-DSN-CAMPANHA
            END-IF

            MOVE SPACES TO WS-DSN-RELATORIO
            ACCEPT WS-DSN-RELATORIO FROM ENVIRONMENT 'CMPREL'
            IF WS-DSN-RELATORIO = SPACES
               MOVE './CAMPANHA-RESUMO.TXT' TO WS-DSN-RELATORIO
            END-IF
            .
       P000-FIM.

       P010-LE-PARAMETROS.
      * Todas as linhas sao conferidas antes de recusar, para o
      * solicitante corrigir o arquivo de uma vez so.

            OPEN INPUT PARAMETROS

            IF STATUS-PARAMETROS NOT = '00'
               DISPLAY 'ERRO: arquivo de parametros da campanha '
                       'inexistente ou inacessivel: ' WS-DSN-PARAMETROS
               MOVE 8 TO RETURN-CODE
            ELSE
               MOVE 'N' TO WS-EOF-PARAMETROS
               PERFORM P015-LE-LINHA
                  UNTIL WS-EOF-PARAMETROS = 'S'
               CLOSE PARAMETROS

               IF WS-CADASTRO-INICIAL > WS-CADASTRO-FINAL
                  DISPLAY 'ERRO: CADINI maior que CADFIM.'
                  ADD 1 TO WS-ERROS-PARM
               END-IF
               IF WS-ACESSO-INICIAL > WS-ACESSO-FINAL
                  DISPLAY 'ERRO: ACEINI maior que ACEFIM.'
                  ADD 1 TO WS-ERROS-PARM
               END-IF
               IF WS-CEP-INICIAL > WS-CEP-FINAL
                  DISPLAY 'ERRO: CEPINI maior que CEPFIM.'
                  ADD 1 TO WS-ERROS-PARM
               END-IF

               IF WS-ERROS-PARM > ZERO
                  DISPLAY 'ERRO: ' WS-ERROS-PARM ' erro(s) nos '
                          'parametros; campanha nao gerada.'
                  MOVE 8 TO RETURN-CODE
               END-IF
            END-IF

            IF RETURN-CODE < 8
               IF WS-QTD-SITUACOES = ZERO
                  MOVE 1 TO WS-QTD-SITUACOES
                  MOVE 'A' TO TAB-SITUACAO(1)
               END-IF
               EVALUATE TRUE
                   WHEN CANAL-EMAIL
                       MOVE 1 TO WS-IND-CANAL
                   WHEN CANAL-TELEFONE
                       MOVE 2 TO WS-IND-CANAL
                   WHEN CANAL-CORREIO
                       MOVE 3 TO WS-IND-CANAL
                       MOVE 'S' TO WS-EXIGE-ENDERECO
               END-EVALUATE
            END-IF
            .
       P010-FIM.

       P015-LE-LINHA.

            READ PARAMETROS
               AT END
                  MOVE 'S' TO WS-EOF-PARAMETROS
               NOT AT END
                  IF REG-PARAMETRO NOT = SPACES
                     AND REG-PARAMETRO(1:1) NOT = '*'
                     IF WS-QTD-LINHAS-PARM < 50
                        ADD 1 TO WS-QTD-LINHAS-PARM
                        MOVE REG-PARAMETRO
                          TO TAB-LINHA-PARM(WS-QTD-LINHAS-PARM)
                        PERFORM P020-TRATA-PARAMETRO
                     ELSE
                        DISPLAY 'ERRO: mais de 50 linhas de '
                                'parametro: ' REG-PARAMETRO
                        ADD 1 TO WS-ERROS-PARM
                     END-IF
                  END-IF
            END-READ
            .
       P015-FIM.

       P020-TRATA-PARAMETRO.

            MOVE SPACES TO WS-PAR-CHAVE WS-PAR-VALOR
            UNSTRING REG-PARAMETRO DELIMITED BY '='
               INTO WS-PAR-CHAVE WS-PAR-VALOR
            END-UNSTRING
            INSPECT WS-PAR-CHAVE
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

            EVALUATE WS-PAR-CHAVE
                WHEN 'DESCRICAO'
                    MOVE WS-PAR-VALOR TO WS-DESCRICAO
                WHEN 'SOLICITANTE'
                    MOVE WS-PAR-VALOR TO WS-SOLICITANTE
                WHEN 'CANAL'
                    PERFORM P022-MAIUSCULAS
                    MOVE WS-PAR-VALOR(1:1) TO WS-CANAL
                    IF WS-PAR-VALOR(2:59) NOT = SPACES
                       OR NOT (CANAL-EMAIL OR CANAL-TELEFONE
                               OR CANAL-CORREIO)
                       PERFORM P029-PARAMETRO-INVALIDO
                    END-IF
                WHEN 'SITUACAO'
                    PERFORM P022-MAIUSCULAS
                    IF WS-PAR-VALOR(2:59) NOT = SPACES
                       OR (WS-PAR-VALOR(1:1) NOT = 'A'
                           AND WS-PAR-VALOR(1:1) NOT = 'S'
                           AND WS-PAR-VALOR(1:1) NOT = 'C')
                       OR WS-QTD-SITUACOES = 3
                       PERFORM P029-PARAMETRO-INVALIDO
                    ELSE
                       ADD 1 TO WS-QTD-SITUACOES
                       MOVE WS-PAR-VALOR(1:1)
                         TO TAB-SITUACAO(WS-QTD-SITUACOES)
                    END-IF
                WHEN 'UF'
                    PERFORM P022-MAIUSCULAS
                    IF WS-PAR-VALOR(3:58) NOT = SPACES
                       OR WS-PAR-VALOR(1:2) IS NOT ALPHABETIC
                       OR WS-PAR-VALOR(2:1) = SPACE
                       OR WS-QTD-UFS = 27
                       PERFORM P029-PARAMETRO-INVALIDO
                    ELSE
                       ADD 1 TO WS-QTD-UFS
                       MOVE WS-PAR-VALOR(1:2) TO TAB-UF(WS-QTD-UFS)
                    END-IF
                WHEN 'CIDADE'
                    PERFORM P022-MAIUSCULAS
                    IF WS-PAR-VALOR = SPACES
                       OR WS-PAR-VALOR(21:40) NOT = SPACES
                       OR WS-QTD-CIDADES = 20
                       PERFORM P029-PARAMETRO-INVALIDO
                    ELSE
                       ADD 1 TO WS-QTD-CIDADES
                       MOVE WS-PAR-VALOR(1:20)
                         TO TAB-CIDADE(WS-QTD-CIDADES)
                    END-IF
                WHEN 'DOMINIO'
                    INSPECT WS-PAR-VALOR
                       CONVERTING 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                               TO 'abcdefghijklmnopqrstuvwxyz'
                    IF WS-PAR-VALOR = SPACES
                       OR WS-PAR-VALOR(31:30) NOT = SPACES
                       OR WS-QTD-DOMINIOS = 20
                       PERFORM P029-PARAMETRO-INVALIDO
                    ELSE
                       ADD 1 TO WS-QTD-DOMINIOS
                       MOVE WS-PAR-VALOR(1:30)
                         TO TAB-DOMINIO(WS-QTD-DOMINIOS)
                    END-IF
                WHEN 'CEPINI'
                    IF WS-PAR-VALOR(1:8) IS NUMERIC
                       AND WS-PAR-VALOR(9:52) = SPACES
                       MOVE WS-PAR-VALOR(1:8) TO WS-CEP-INICIAL
                       MOVE 'S' TO WS-FILTRA-CEP
                    ELSE
                       PERFORM P029-PARAMETRO-INVALIDO
                    END-IF
                WHEN 'CEPFIM'
                    IF WS-PAR-VALOR(1:8) IS NUMERIC
                       AND WS-PAR-VALOR(9:52) = SPACES
                       MOVE WS-PAR-VALOR(1:8) TO WS-CEP-FINAL
                       MOVE 'S' TO WS-FILTRA-CEP
                    ELSE
                       PERFORM P029-PARAMETRO-INVALIDO
                    END-IF
                WHEN 'CADINI'
                    PERFORM P025-CONFERE-DATA
                    IF WS-DATA-VALIDA = 'S'
                       MOVE WS-VALOR-DATA TO WS-CADASTRO-INICIAL
                       MOVE 'S' TO WS-FILTRA-CADASTRO
                    END-IF
                WHEN 'CADFIM'
                    PERFORM P025-CONFERE-DATA
                    IF WS-DATA-VALIDA = 'S'
                       MOVE WS-VALOR-DATA TO WS-CADASTRO-FINAL
                       MOVE 'S' TO WS-FILTRA-CADASTRO
                    END-IF
                WHEN 'ACEINI'
                    PERFORM P025-CONFERE-DATA
                    IF WS-DATA-VALIDA = 'S'
                       MOVE WS-VALOR-DATA TO WS-ACESSO-INICIAL
                       MOVE 'S' TO WS-FILTRA-ACESSO
                    END-IF
                WHEN 'ACEFIM'
                    PERFORM P025-CONFERE-DATA
                    IF WS-DATA-VALIDA = 'S'
                       MOVE WS-VALOR-DATA TO WS-ACESSO-FINAL
                       MOVE 'S' TO WS-FILTRA-ACESSO
                    END-IF
                WHEN 'ENDERECO'
                    PERFORM P022-MAIUSCULAS
                    IF WS-PAR-VALOR = 'S'
                       MOVE 'S' TO WS-EXIGE-ENDERECO
                    ELSE
                       IF WS-PAR-VALOR NOT = 'N'
                          PERFORM P029-PARAMETRO-INVALIDO
                       END-IF
                    END-IF
                WHEN OTHER
                    DISPLAY 'ERRO: criterio desconhecido: '
                            REG-PARAMETRO
                    ADD 1 TO WS-ERROS-PARM
            END-EVALUATE
            .
       P020-FIM.

       P022-MAIUSCULAS.

            INSPECT WS-PAR-VALOR
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
            .
       P022-FIM.

       P025-CONFERE-DATA.
      * Mesma conferencia da data de expiracao em VALIDA-DADOS.

            MOVE 'N' TO WS-DATA-VALIDA
            MOVE WS-PAR-VALOR(1:8) TO WS-VALOR-DATA
            IF WS-VALOR-DATA IS NUMERIC
               AND WS-PAR-VALOR(9:52) = SPACES
               AND WS-VALOR-DATA(5:2) >= '01'
               AND WS-VALOR-DATA(5:2) <= '12'
               AND WS-VALOR-DATA(7:2) >= '01'
               AND WS-VALOR-DATA(7:2) <= '31'
               MOVE 'S' TO WS-DATA-VALIDA
            ELSE
               PERFORM P029-PARAMETRO-INVALIDO
            END-IF
            .
       P025-FIM.

       P029-PARAMETRO-INVALIDO.

            DISPLAY 'ERRO: valor invalido ou excedente: '
                    REG-PARAMETRO
            ADD 1 TO WS-ERROS-PARM
            .
       P029-FIM.

       P050-ABRE-CONSENTIMENTO.
      * Sem o cadastro de consentimento nenhum usuario poderia ser
      * selecionado; a campanha nem comeca.

            OPEN INPUT CNS-USUARIO
            IF STATUS-CONSENTIMENTO = '00'
               MOVE 'S' TO WS-CNS-ABERTO
            ELSE
               DISPLAY 'ERRO: cadastro de consentimento inexistente '
                       'ou inacessivel (status ' STATUS-CONSENTIMENTO
                       '): ' WS-DSN-CONSENTIMENTO
               MOVE 8 TO RETURN-CODE
            END-IF
            .
       P050-FIM.

       P060-NUMERA-CAMPANHA.
      * O numero e o maior do controle mais um. O controle fica
      * aberto para acrescimo desde ja: sem ele a campanha nao sai,
      * para nao existir arquivo de campanha sem numero registrado.
      * So o status 35 (arquivo inexistente) autoriza criar o
      * controle vazio; outra falha na leitura para com RC 8, senao a
      * numeracao recomecaria do 1 por cima das campanhas ja feitas.

            MOVE ZERO TO WS-CAMPANHA
            MOVE 'N' TO WS-CONTROLE-EXISTE
            OPEN INPUT CMP-CONTROLE
            EVALUATE STATUS-CONTROLE
                WHEN '00'
                    MOVE 'S' TO WS-CONTROLE-EXISTE
                    MOVE 'N' TO WS-EOF-CONTROLE
                    PERFORM P065-LE-CONTROLE
                       UNTIL WS-EOF-CONTROLE = 'S'
                    CLOSE CMP-CONTROLE
                WHEN '35'
                    CONTINUE
                WHEN OTHER
                    DISPLAY 'ERRO: controle de campanhas inacessivel '
                            '(status ' STATUS-CONTROLE '): '
                            WS-DSN-CONTROLE
                    MOVE 8 TO RETURN-CODE
            END-EVALUATE

            IF RETURN-CODE < 8
               ADD 1 TO WS-CAMPANHA
               IF WS-CONTROLE-EXISTE = 'S'
                  OPEN EXTEND CMP-CONTROLE
               ELSE
                  OPEN OUTPUT CMP-CONTROLE
               END-IF

               IF STATUS-CONTROLE = '00'
                  MOVE 'S' TO WS-CONTROLE-ABERTO
               ELSE
                  DISPLAY 'ERRO: controle de campanhas inacessivel '
                          '(status ' STATUS-CONTROLE '): '
                          WS-DSN-CONTROLE
                  MOVE 8 TO RETURN-CODE
               END-IF
            END-IF
            .
       P060-FIM.

       P065-LE-CONTROLE.

            READ CMP-CONTROLE
               AT END
                  MOVE 'S' TO WS-EOF-CONTROLE
               NOT AT END
                  IF CTL-CAMPANHA IS NUMERIC
                     AND CTL-CAMPANHA > WS-CAMPANHA
                     MOVE CTL-CAMPANHA TO WS-CAMPANHA
                  END-IF
            END-READ
            .
       P065-FIM.

       P100-SELECIONA-USUARIOS.

            OPEN INPUT ARQ-USUARIO
            IF FILE-STATUS NOT = '00'
               DISPLAY 'ERRO: arquivo de usuarios inexistente ou '
                       'inacessivel: ' WS-DSN-ARQ-USUARIO
               MOVE 8 TO RETURN-CODE
            ELSE
               OPEN OUTPUT ARQ-CAMPANHA
               IF STATUS-CAMPANHA NOT = '00'
                  DISPLAY 'ERRO: arquivo da campanha inacessivel '
                          '(status ' STATUS-CAMPANHA '): '
                          WS-DSN-CAMPANHA
                  MOVE 8 TO RETURN-CODE
               ELSE
                  MOVE WS-DATA-SISTEMA TO CMP-HDR-DATA
                  MOVE WS-HORA-SISTEMA TO CMP-HDR-HORA
                  MOVE WS-CAMPANHA     TO CMP-HDR-CAMPANHA
                  MOVE WS-CANAL        TO CMP-HDR-CANAL
                  MOVE WS-DESCRICAO    TO CMP-HDR-DESCRICAO
                  WRITE REG-CAMPANHA FROM CMP-HEADER

                  MOVE ZERO TO WS-CONTADORES-CRITERIO
                               WS-CONTADORES-REGRA
                  MOVE 'N' TO WS-EOF-ARQ-USUARIO
                  PERFORM P110-AVALIA-USUARIO
                     UNTIL WS-EOF-ARQ-USUARIO = 'S'

                  MOVE WS-CAMPANHA TO CMP-TRL-CAMPANHA
                  MOVE WS-TOTAL-SELECIONADOS TO CMP-TRL-TOTAL
                  WRITE REG-CAMPANHA FROM CMP-TRAILER
                  CLOSE ARQ-CAMPANHA
               END-IF
               CLOSE ARQ-USUARIO
            END-IF
            .
       P100-FIM.

       P110-AVALIA-USUARIO.

            READ ARQ-USUARIO NEXT RECORD
               AT END
                  MOVE 'S' TO WS-EOF-ARQ-USUARIO
               NOT AT END
                  ADD 1 TO WS-TOTAL-LIDOS
                  PERFORM P200-CONFERE-CRITERIOS
                  IF WS-CRITERIO-FALHO NOT = ZERO
                     ADD 1 TO WS-TOTAL-FORA
                     ADD 1 TO WS-QTD-CRITERIO(WS-CRITERIO-FALHO)
                  ELSE
                     ADD 1 TO WS-TOTAL-CANDIDATOS
                     PERFORM P300-CONFERE-EXCLUSOES
                     IF WS-REGRA-EXCLUSAO NOT = ZERO
                        ADD 1 TO WS-TOTAL-EXCLUIDOS
                        ADD 1 TO WS-QTD-REGRA(WS-REGRA-EXCLUSAO)
                     ELSE
                        PERFORM P350-GRAVA-DETALHE
                     END-IF
                  END-IF
            END-READ
            .
       P110-FIM.

       P200-CONFERE-CRITERIOS.
      * Criterios na ordem da tabela TAB-CRITERIOS; o primeiro que
      * falha e o que conta no resumo.

            MOVE ZERO TO WS-CRITERIO-FALHO

            MOVE 'N' TO WS-ACHOU
            PERFORM P205-PROCURA-SITUACAO
               VARYING WS-IND-TAB FROM 1 BY 1
                 UNTIL WS-IND-TAB > WS-QTD-SITUACOES
            IF WS-ACHOU = 'N'
               MOVE 1 TO WS-CRITERIO-FALHO
            END-IF

            IF WS-CRITERIO-FALHO = ZERO AND WS-QTD-UFS > ZERO
               MOVE 'N' TO WS-ACHOU
               PERFORM P210-PROCURA-UF
                  VARYING WS-IND-TAB FROM 1 BY 1
                    UNTIL WS-IND-TAB > WS-QTD-UFS
               IF WS-ACHOU = 'N'
                  MOVE 2 TO WS-CRITERIO-FALHO
               END-IF
            END-IF

            IF WS-CRITERIO-FALHO = ZERO AND WS-QTD-CIDADES > ZERO
               MOVE REG-CIDADE-ARQ-USUARIO TO WS-CIDADE-USUARIO
               INSPECT WS-CIDADE-USUARIO
                  CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                          TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               MOVE 'N' TO WS-ACHOU
               PERFORM P215-PROCURA-CIDADE
                  VARYING WS-IND-TAB FROM 1 BY 1
                    UNTIL WS-IND-TAB > WS-QTD-CIDADES
               IF WS-ACHOU = 'N'
                  MOVE 3 TO WS-CRITERIO-FALHO
               END-IF
            END-IF

            IF WS-CRITERIO-FALHO = ZERO AND WS-FILTRA-CEP = 'S'
               MOVE REG-CEP-ARQ-USUARIO TO WS-CEP-USUARIO
               IF WS-CEP-USUARIO IS NOT NUMERIC
                  MOVE 4 TO WS-CRITERIO-FALHO
               ELSE
                  IF WS-CEP-NUMERICO < WS-CEP-INICIAL
                     OR WS-CEP-NUMERICO > WS-CEP-FINAL
                     MOVE 4 TO WS-CRITERIO-FALHO
                  END-IF
               END-IF
            END-IF

            IF WS-CRITERIO-FALHO = ZERO AND WS-QTD-DOMINIOS > ZERO
               MOVE SPACES TO WS-EMAIL-AUX WS-DOMINIO-USUARIO
               UNSTRING REG-EMAIL-ARQ-USUARIO DELIMITED BY '@'
                  INTO WS-EMAIL-AUX WS-DOMINIO-USUARIO
               END-UNSTRING
               INSPECT WS-DOMINIO-USUARIO
                  CONVERTING 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                          TO 'abcdefghijklmnopqrstuvwxyz'
               MOVE 'N' TO WS-ACHOU
               PERFORM P220-PROCURA-DOMINIO
                  VARYING WS-IND-TAB FROM 1 BY 1
                    UNTIL WS-IND-TAB > WS-QTD-DOMINIOS
               IF WS-ACHOU = 'N'
                  MOVE 5 TO WS-CRITERIO-FALHO
               END-IF
            END-IF

            IF WS-CRITERIO-FALHO = ZERO AND WS-FILTRA-CADASTRO = 'S'
               IF REG-DATA-CADASTRO-ARQ-USUARIO IS NOT NUMERIC
                  OR REG-DATA-CADASTRO-ARQ-USUARIO
                     < WS-CADASTRO-INICIAL
                  OR REG-DATA-CADASTRO-ARQ-USUARIO
                     > WS-CADASTRO-FINAL
                  MOVE 6 TO WS-CRITERIO-FALHO
               END-IF
            END-IF

            IF WS-CRITERIO-FALHO = ZERO AND WS-FILTRA-ACESSO = 'S'
               IF REG-DATA-ULT-ACESSO-ARQ-USUARIO IS NOT NUMERIC
                  OR REG-DATA-ULT-ACESSO-ARQ-USUARIO = ZERO
                  OR REG-DATA-ULT-ACESSO-ARQ-USUARIO
                     < WS-ACESSO-INICIAL
                  OR REG-DATA-ULT-ACESSO-ARQ-USUARIO
                     > WS-ACESSO-FINAL
                  MOVE 7 TO WS-CRITERIO-FALHO
               END-IF
            END-IF
            .
       P200-FIM.

       P205-PROCURA-SITUACAO.

            IF REG-SITUACAO-ARQ-USUARIO = TAB-SITUACAO(WS-IND-TAB)
               MOVE 'S' TO WS-ACHOU
            END-IF
            .
       P205-FIM.

       P210-PROCURA-UF.

            IF REG-UF-ARQ-USUARIO = TAB-UF(WS-IND-TAB)
               MOVE 'S' TO WS-ACHOU
            END-IF
            .
       P210-FIM.

       P215-PROCURA-CIDADE.

            IF WS-CIDADE-USUARIO = TAB-CIDADE(WS-IND-TAB)
               MOVE 'S' TO WS-ACHOU
            END-IF
            .
       P215-FIM.

       P220-PROCURA-DOMINIO.

            IF WS-DOMINIO-USUARIO = TAB-DOMINIO(WS-IND-TAB)
               MOVE 'S' TO WS-ACHOU
            END-IF
            .
       P220-FIM.

       P300-CONFERE-EXCLUSOES.
      * Regras fixas na ordem da tabela TAB-REGRAS; nenhum
      * parametro as desliga.

            MOVE ZERO TO WS-REGRA-EXCLUSAO

            EVALUATE TRUE
                WHEN EMAIL-DEVOLVIDO
                    MOVE 1 TO WS-REGRA-EXCLUSAO
                WHEN ACESSO-BLOQUEADO
                    MOVE 2 TO WS-REGRA-EXCLUSAO
                WHEN OTHER
                    MOVE REG-ID-ARQ-USUARIO TO CNS-ID-USUARIO
                    READ CNS-USUARIO
                       INVALID KEY
                          MOVE 3 TO WS-REGRA-EXCLUSAO
                       NOT INVALID KEY
                          IF CNS-OPCAO(WS-IND-CANAL) NOT = 'S'
                             MOVE 3 TO WS-REGRA-EXCLUSAO
                          END-IF
                    END-READ
            END-EVALUATE

            IF WS-REGRA-EXCLUSAO = ZERO AND WS-EXIGE-ENDERECO = 'S'
               IF REG-LOGRADOURO-ARQ-USUARIO = SPACES
                  OR REG-CIDADE-ARQ-USUARIO = SPACES
                  OR REG-UF-ARQ-USUARIO = SPACES
                  OR REG-CEP-ARQ-USUARIO = SPACES
                  MOVE 4 TO WS-REGRA-EXCLUSAO
               END-IF
            END-IF

            IF WS-REGRA-EXCLUSAO = ZERO AND CANAL-TELEFONE
               IF REG-PHONE-ARQ-USUARIO = SPACES
                  MOVE 5 TO WS-REGRA-EXCLUSAO
               END-IF
            END-IF
            .
       P300-FIM.

       P350-GRAVA-DETALHE.
      * So o contato do canal da campanha sai preenchido.

            MOVE SPACES TO CMP-DETALHE
            MOVE 'D' TO CMP-DET-TIPO
            MOVE REG-ID-ARQ-USUARIO   TO CMP-DET-ID
            MOVE REG-NAME-ARQ-USUARIO TO CMP-DET-NOME

            EVALUATE TRUE
                WHEN CANAL-EMAIL
                    MOVE REG-EMAIL-ARQ-USUARIO TO CMP-DET-EMAIL
                WHEN CANAL-TELEFONE
                    MOVE REG-PHONE-ARQ-USUARIO TO CMP-DET-TELEFONE
                WHEN CANAL-CORREIO
                    MOVE REG-LOGRADOURO-ARQ-USUARIO
                      TO CMP-DET-LOGRADOURO
                    MOVE REG-NUMERO-END-ARQ-USUARIO
                      TO CMP-DET-NUMERO-END
                    MOVE REG-COMPLEMENTO-ARQ-USUARIO
                      TO CMP-DET-COMPLEMENTO
                    MOVE REG-CIDADE-ARQ-USUARIO TO CMP-DET-CIDADE
                    MOVE REG-UF-ARQ-USUARIO     TO CMP-DET-UF
                    MOVE REG-CEP-ARQ-USUARIO    TO CMP-DET-CEP
            END-EVALUATE

            WRITE REG-CAMPANHA FROM CMP-DETALHE
            ADD 1 TO WS-TOTAL-SELECIONADOS
            .
       P350-FIM.

       P400-REGISTRA-CAMPANHA.

            MOVE SPACES TO REG-CMP-CONTROLE
            MOVE WS-CAMPANHA           TO CTL-CAMPANHA
            MOVE WS-DATA-SISTEMA       TO CTL-DATA
            MOVE WS-HORA-SISTEMA       TO CTL-HORA
            MOVE WS-CANAL              TO CTL-CANAL
            MOVE WS-TOTAL-SELECIONADOS TO CTL-SELECIONADOS
            MOVE WS-SOLICITANTE        TO CTL-SOLICITANTE
            MOVE WS-DESCRICAO          TO CTL-DESCRICAO
            WRITE REG-CMP-CONTROLE
            IF STATUS-CONTROLE NOT = '00'
               DISPLAY 'ERRO: falha ao registrar a campanha '
                       WS-CAMPANHA ' no controle (status '
                       STATUS-CONTROLE ').'
               MOVE 8 TO RETURN-CODE
            END-IF
            .
       P400-FIM.

       P500-EMITE-RESUMO.

            OPEN OUTPUT RELATORIO

            MOVE WS-CAMPANHA TO WS-CAB-CAMPANHA
            MOVE WS-DATA-SISTEMA TO WS-DATA-FORMATAR
            PERFORM P800-FORMATA-DATA
            MOVE WS-DATA-EDITADA TO WS-CAB-DATA
            WRITE REG-RELATORIO FROM WS-CAB-TITULO

            MOVE 'DESCRICAO...:' TO WS-CAB-ROTULO
            MOVE WS-DESCRICAO TO WS-CAB-VALOR
            WRITE REG-RELATORIO FROM WS-CAB-DADO
            MOVE 'SOLICITANTE.:' TO WS-CAB-ROTULO
            MOVE WS-SOLICITANTE TO WS-CAB-VALOR
            WRITE REG-RELATORIO FROM WS-CAB-DADO
            MOVE 'CANAL.......:' TO WS-CAB-ROTULO
            EVALUATE TRUE
                WHEN CANAL-EMAIL
                    MOVE 'E - E-MAIL' TO WS-CAB-VALOR
                WHEN CANAL-TELEFONE
                    MOVE 'T - TELEFONE' TO WS-CAB-VALOR
                WHEN CANAL-CORREIO
                    MOVE 'C - CORREIO (ENDERECO)' TO WS-CAB-VALOR
            END-EVALUATE
            WRITE REG-RELATORIO FROM WS-CAB-DADO

            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE 'PARAMETROS INFORMADOS:' TO WS-LINHA-TEXTO
            WRITE REG-RELATORIO FROM WS-LINHA-TEXTO
            IF WS-QTD-LINHAS-PARM = ZERO
               MOVE '(NENHUM - TODOS OS USUARIOS ATIVOS)'
                 TO WS-LPA-TEXTO
               WRITE REG-RELATORIO FROM WS-LINHA-PARM
            END-IF
            PERFORM P510-EMITE-PARAMETRO
               VARYING WS-IND-LINHA FROM 1 BY 1
                 UNTIL WS-IND-LINHA > WS-QTD-LINHAS-PARM

            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE 'RESUMO DA SELECAO:' TO WS-LINHA-TEXTO
            WRITE REG-RELATORIO FROM WS-LINHA-TEXTO

            MOVE 'USUARIOS LIDOS NA BASE' TO WS-RES-DESCRICAO
            MOVE WS-TOTAL-LIDOS TO WS-RES-QTD
            WRITE REG-RELATORIO FROM WS-LINHA-RESUMO

            MOVE 'FORA DOS CRITERIOS DE SELECAO' TO WS-RES-DESCRICAO
            MOVE WS-TOTAL-FORA TO WS-RES-QTD
            WRITE REG-RELATORIO FROM WS-LINHA-RESUMO
            PERFORM P520-EMITE-CRITERIO
               VARYING WS-IND-TAB FROM 1 BY 1
                 UNTIL WS-IND-TAB > 7

            MOVE 'ATENDEM AOS CRITERIOS' TO WS-RES-DESCRICAO
            MOVE WS-TOTAL-CANDIDATOS TO WS-RES-QTD
            WRITE REG-RELATORIO FROM WS-LINHA-RESUMO

            MOVE 'EXCLUIDOS PELAS REGRAS FIXAS' TO WS-RES-DESCRICAO
            MOVE WS-TOTAL-EXCLUIDOS TO WS-RES-QTD
            WRITE REG-RELATORIO FROM WS-LINHA-RESUMO
            PERFORM P530-EMITE-REGRA
               VARYING WS-IND-TAB FROM 1 BY 1
                 UNTIL WS-IND-TAB > 5

            MOVE 'SELECIONADOS PARA A CAMPANHA' TO WS-RES-DESCRICAO
            MOVE WS-TOTAL-SELECIONADOS TO WS-RES-QTD
            WRITE REG-RELATORIO FROM WS-LINHA-RESUMO

            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE 'CADA USUARIO E CONTADO SO NO PRIMEIRO CRITERIO OU '
              TO WS-LINHA-TEXTO
            MOVE 'REGRA QUE O TIROU DA LISTA.'
              TO WS-LINHA-TEXTO(51:27)
            WRITE REG-RELATORIO FROM WS-LINHA-TEXTO

            CLOSE RELATORIO
            .
       P500-FIM.

       P510-EMITE-PARAMETRO.

            MOVE TAB-LINHA-PARM(WS-IND-LINHA) TO WS-LPA-TEXTO
            WRITE REG-RELATORIO FROM WS-LINHA-PARM
            .
       P510-FIM.

       P520-EMITE-CRITERIO.

            MOVE SPACES TO WS-RES-DESCRICAO
            MOVE TAB-CRITERIO-DESCRICAO(WS-IND-TAB)
              TO WS-RES-DESCRICAO(5:30)
            MOVE WS-QTD-CRITERIO(WS-IND-TAB) TO WS-RES-QTD
            WRITE REG-RELATORIO FROM WS-LINHA-RESUMO
            .
       P520-FIM.

       P530-EMITE-REGRA.

            MOVE SPACES TO WS-RES-DESCRICAO
            MOVE TAB-REGRA-DESCRICAO(WS-IND-TAB)
              TO WS-RES-DESCRICAO(5:30)
            MOVE WS-QTD-REGRA(WS-IND-TAB) TO WS-RES-QTD
            WRITE REG-RELATORIO FROM WS-LINHA-RESUMO
            .
       P530-FIM.

       P800-FORMATA-DATA.

            MOVE WS-DTF-DIA TO WS-DTE-DIA
            MOVE WS-DTF-MES TO WS-DTE-MES
            MOVE WS-DTF-ANO TO WS-DTE-ANO
            .
       P800-FIM.

       END PROGRAM GERA-CAMPANHA.
