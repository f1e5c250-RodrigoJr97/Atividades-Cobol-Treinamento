      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monta a base de usuarios do ambiente de homologacao
      *          (ARQ-USUARIO, CTL-USUARIO e HIST-USUARIO de teste) a
      *          partir da base de producao - ou de uma geracao de
      *          COPIA-USUARIO, informada em MASGER - com os dados
      *          pessoais trocados por valores sinteticos, para os
      *          testes terem volume real sem copia de dado pessoal.
      *          Nome, e-mail, telefone e endereco de correspondencia
      *          sao substituidos no registro e nas imagens antes/
      *          depois do historico; ID, situacao, datas, contadores
      *          e operador ficam como estao. O mesmo valor real vira
      *          sempre o mesmo valor sintetico (na base e no
      *          historico), entao os grupos de duplicados e a
      *          reconstrucao pelo historico se comportam no teste
      *          como em producao. No nome, "o mesmo valor" e a
      *          mesma chave fonetica de CODIFICA-NOME, a regra com
      *          que RELATORIO-DUPLICADOS agrupa: grafias como
      *          "Joao  Souza" e "JOAO SOUSA" viram o mesmo nome
      *          sintetico e continuam no mesmo grupo. Os valores
      *          gerados passam em VALIDA-DADOS: o e-mail fica no
      *          dominio real quando ele esta na tabela DOMUSU (senao
      *          no primeiro da tabela), o telefone no DDD real quando
      *          ele esta em DDDUSU (senao no primeiro) e o CEP dentro
      *          da primeira faixa de CEPUSU da UF do endereco (UF fora
      *          da tabela vai para a primeira faixa). Registros
      *          anonimizados (marcador) e campos em branco ficam como
      *          estao.
      *          Toda senha vira a senha de teste MASSEN (conferida
      *          pela politica de VALIDA-SENHA), ofuscada por
      *          OFUSCA-SENHA com a chave apontada por CHVUSU - no job
      *          de homologacao, a chave de teste.
      *          A correspondencia real x sintetico fica no arquivo de
      *          trabalho MASMAP, recriado vazio a cada execucao; ele
      *          guarda valores reais e nao sai do ambiente de
      *          producao (o job o apaga no fim).
      *          O historico vem sempre do HISUSU de producao; os
      *          movimentos de consentimento (C) e de papel (P) nao
      *          tem dado pessoal e passam sem tratamento.
      *          Roda sob a trava TRAVA-USUARIO de producao. Termina
      *          com RC 0 (base de teste gerada), 8 (origem, tabela,
      *          senha de teste ou arquivo de saida com problema) ou
      *          12 (trava em andamento).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASCARA-USUARIO.
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

           SELECT CTL-USUARIO ASSIGN TO DYNAMIC
              WS-DSN-CTL-USUARIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-CTL-USUARIO.

           SELECT BKP-ARQ ASSIGN TO DYNAMIC
              WS-DSN-BKP-ARQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-BKP-ARQ.

           SELECT BKP-CTL ASSIGN TO DYNAMIC
              WS-DSN-BKP-CTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-BKP-CTL.

           SELECT HIST-USUARIO ASSIGN TO DYNAMIC
              WS-DSN-HISTORICO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-HISTORICO.

           SELECT HOM-USUARIO ASSIGN TO DYNAMIC
              WS-DSN-HOM-USUARIO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOM-ID-USUARIO
               ALTERNATE RECORD KEY IS HOM-EMAIL-USUARIO
                  WITH DUPLICATES
               FILE STATUS IS STATUS-HOM-USUARIO.

           SELECT HOM-CONTROLE ASSIGN TO DYNAMIC
              WS-DSN-HOM-CONTROLE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-HOM-CONTROLE.

           SELECT HOM-HISTORICO ASSIGN TO DYNAMIC
              WS-DSN-HOM-HISTORICO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-HOM-HISTORICO.

           SELECT MAPA-MASCARA ASSIGN TO DYNAMIC
              WS-DSN-MAPA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MAP-CHAVE
               FILE STATUS IS STATUS-MAPA.

           SELECT DOMINIOS-VALIDOS ASSIGN TO DYNAMIC
              WS-DSN-DOMINIOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-DOMINIOS.

           SELECT DDD-VALIDOS ASSIGN TO DYNAMIC
              WS-DSN-DDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-DDD.

           SELECT CEP-VALIDOS ASSIGN TO DYNAMIC
              WS-DSN-CEP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-CEP.

       DATA DIVISION.
       FILE SECTION.

       FD ARQ-USUARIO.
       COPY ARQUSU.

       FD CTL-USUARIO.
       01 REG-CTL-USUARIO.
           03 CTL-ULTIMO-ID            PIC 9(07).

       FD BKP-ARQ.
       01 REG-BKP-ARQ.
           03 BKP-ARQ-TIPO             PIC X(01).
           03 BKP-ARQ-DADOS            PIC X(300).

       FD BKP-CTL.
       01 REG-BKP-CTL.
           03 BKP-CTL-ULTIMO-ID        PIC 9(07).

       FD HIST-USUARIO.
       COPY HISTUSU.

      * Base de teste: mesmo layout de ARQUSU (o copybook ja esta no
      * FD da base de producao), so com as chaves nomeadas.
       FD HOM-USUARIO.
       01 REG-HOM-USUARIO.
           03 HOM-ID-USUARIO           PIC 9(07).
           03 HOM-EMAIL-USUARIO        PIC X(30).
           03 FILLER                   PIC X(216).

       FD HOM-CONTROLE.
       01 REG-HOM-CONTROLE.
           03 HOM-ULTIMO-ID            PIC 9(07).

       FD HOM-HISTORICO.
       01 REG-HOM-HISTORICO           PIC X(638).

      * Correspondencia valor real x numero sintetico, por tipo de
      * dado (E = e-mail, N = nome, F = telefone, L = endereco).
       FD MAPA-MASCARA.
       01 REG-MAPA-MASCARA.
           03 MAP-CHAVE.
               05 MAP-TIPO             PIC X(01).
               05 MAP-VALOR            PIC X(81).
           03 MAP-SEQUENCIA            PIC 9(07).

       FD DOMINIOS-VALIDOS.
       01 REG-DOMINIO-VALIDO          PIC X(20).

       FD DDD-VALIDOS.
       01 REG-DDD-VALIDO              PIC X(02).

       FD CEP-VALIDOS.
       01 REG-CEP-VALIDO.
           03 CEP-TAB-UF               PIC X(02).
           03 FILLER                   PIC X(01).
           03 CEP-TAB-INICIO           PIC 9(08).
           03 FILLER                   PIC X(01).
           03 CEP-TAB-FIM              PIC 9(08).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS             PIC X(2).
       01 STATUS-CTL-USUARIO      PIC X(2).
       01 STATUS-BKP-ARQ          PIC X(2).
       01 STATUS-BKP-CTL          PIC X(2).
       01 STATUS-HISTORICO        PIC X(2).
       01 STATUS-HOM-USUARIO      PIC X(2).
       01 STATUS-HOM-CONTROLE     PIC X(2).
       01 STATUS-HOM-HISTORICO    PIC X(2).
       01 STATUS-MAPA             PIC X(2).
       01 STATUS-DOMINIOS         PIC X(2).
       01 STATUS-DDD              PIC X(2).
       01 STATUS-CEP              PIC X(2).

       01 WS-DSN-ARQ-USUARIO      PIC X(100).
       01 WS-DSN-CTL-USUARIO      PIC X(100).
       01 WS-DSN-BKP-ARQ          PIC X(100).
       01 WS-DSN-BKP-CTL          PIC X(100).
       01 WS-DSN-HISTORICO        PIC X(100).
       01 WS-DSN-HOM-USUARIO      PIC X(100).
       01 WS-DSN-HOM-CONTROLE     PIC X(100).
       01 WS-DSN-HOM-HISTORICO    PIC X(100).
       01 WS-DSN-MAPA             PIC X(100).
       01 WS-DSN-DOMINIOS         PIC X(100).
       01 WS-DSN-DDD              PIC X(100).
       01 WS-DSN-CEP              PIC X(100).
       01 WS-PREFIXO-BACKUP       PIC X(60).

      * Origem: base de producao (MASGER vazio) ou a geracao de
      * COPIA-USUARIO informada.
       01 WS-ORIGEM-BACKUP        PIC X(1) VALUE 'N'.
       01 WS-GERACAO-INFORMADA    PIC X(04).
       01 WS-GERACAO-TRABALHO     PIC X(04).
       01 WS-GERACAO-EDIT         PIC 9(04).

       01 WS-EOF-ORIGEM           PIC X(1).
       01 WS-EOF-HISTORICO        PIC X(1).
       01 WS-EOF-TABELA           PIC X(1).

       01 WS-SENHA-TESTE          PIC X(11).
       01 WS-SENHA-OFUSCADA       PIC X(11).
       01 WS-STATUS-SENHA         PIC 9(01).

       01 WS-QTD-DOMINIOS         PIC 9(02) VALUE ZERO.
       01 WS-IND-DOMINIO          PIC 9(02).
       01 TAB-DOMINIOS-VALIDOS.
           03 TAB-DOMINIO OCCURS 20 TIMES   PIC X(20).

       01 WS-QTD-DDD              PIC 9(03) VALUE ZERO.
       01 WS-IND-DDD              PIC 9(03).
       01 TAB-DDDS-VALIDOS.
           03 TAB-DDD OCCURS 100 TIMES      PIC X(02).

       01 WS-QTD-CEP              PIC 9(03) VALUE ZERO.
       01 WS-IND-CEP              PIC 9(03).
       01 WS-CEP-ESCOLHIDO        PIC 9(03).
       01 TAB-CEPS-VALIDOS.
           03 TAB-CEP-ENTRADA OCCURS 150 TIMES.
               05 TAB-CEP-UF          PIC X(02).
               05 TAB-CEP-INICIO      PIC 9(08).
               05 TAB-CEP-FIM         PIC 9(08).

      * Nomes sinteticos: primeiro nome e tres sobrenomes escolhidos
      * pelos digitos em base 20 do numero sintetico - 160.000 nomes
      * distintos, todos com menos de 30 posicoes.
       01 TAB-PRENOMES-VALORES.
           03 FILLER              PIC X(08) VALUE 'ANA'.
           03 FILLER              PIC X(08) VALUE 'BRUNO'.
           03 FILLER              PIC X(08) VALUE 'CARLA'.
           03 FILLER              PIC X(08) VALUE 'DANIEL'.
           03 FILLER              PIC X(08) VALUE 'EDUARDO'.
           03 FILLER              PIC X(08) VALUE 'FERNANDA'.
           03 FILLER              PIC X(08) VALUE 'GABRIEL'.
           03 FILLER              PIC X(08) VALUE 'HELENA'.
           03 FILLER              PIC X(08) VALUE 'IGOR'.
           03 FILLER              PIC X(08) VALUE 'JULIANA'.
           03 FILLER              PIC X(08) VALUE 'LUCAS'.
           03 FILLER              PIC X(08) VALUE 'MARIANA'.
           03 FILLER              PIC X(08) VALUE 'NICOLAS'.
           03 FILLER              PIC X(08) VALUE 'OLIVIA'.
           03 FILLER              PIC X(08) VALUE 'PAULO'.
           03 FILLER              PIC X(08) VALUE 'RAFAELA'.
           03 FILLER              PIC X(08) VALUE 'SERGIO'.
           03 FILLER              PIC X(08) VALUE 'TATIANA'.
           03 FILLER              PIC X(08) VALUE 'VITOR'.
           03 FILLER              PIC X(08) VALUE 'ISABELA'.
       01 TAB-PRENOMES REDEFINES TAB-PRENOMES-VALORES.
           03 TAB-PRENOME OCCURS 20 TIMES   PIC X(08).

       01 TAB-SOBRENOMES-VALORES.
           03 FILLER              PIC X(06) VALUE 'ALVES'.
           03 FILLER              PIC X(06) VALUE 'BRITO'.
           03 FILLER              PIC X(06) VALUE 'CUNHA'.
           03 FILLER              PIC X(06) VALUE 'DIAS'.
           03 FILLER              PIC X(06) VALUE 'FARIA'.
           03 FILLER              PIC X(06) VALUE 'GOMES'.
           03 FILLER              PIC X(06) VALUE 'LIMA'.
           03 FILLER              PIC X(06) VALUE 'MELO'.
           03 FILLER              PIC X(06) VALUE 'NUNES'.
           03 FILLER              PIC X(06) VALUE 'PINTO'.
           03 FILLER              PIC X(06) VALUE 'RAMOS'.
           03 FILLER              PIC X(06) VALUE 'REIS'.
           03 FILLER              PIC X(06) VALUE 'ROCHA'.
           03 FILLER              PIC X(06) VALUE 'SALES'.
           03 FILLER              PIC X(06) VALUE 'SOUZA'.
           03 FILLER              PIC X(06) VALUE 'VAZ'.
           03 FILLER              PIC X(06) VALUE 'VIANA'.
           03 FILLER              PIC X(06) VALUE 'XAVIER'.
           03 FILLER              PIC X(06) VALUE 'COSTA'.
           03 FILLER              PIC X(06) VALUE 'LOPES'.
       01 TAB-SOBRENOMES REDEFINES TAB-SOBRENOMES-VALORES.
           03 TAB-SOBRENOME OCCURS 20 TIMES PIC X(06).

      * Ultimo numero sintetico dado a cada tipo de dado.
       01 WS-ULTIMO-EMAIL         PIC 9(07) VALUE ZERO.
       01 WS-ULTIMO-NOME          PIC 9(07) VALUE ZERO.
       01 WS-ULTIMO-FONE          PIC 9(07) VALUE ZERO.
       01 WS-ULTIMO-ENDERECO      PIC 9(07) VALUE ZERO.

       01 WS-MAP-TIPO             PIC X(01).
       01 WS-MAP-VALOR            PIC X(81).
       01 WS-CHAVE-NOME.
           03 WS-NOME-PALAVRA OCCURS 8 TIMES.
               05 WS-NOME-INICIAL     PIC X(01).
               05 WS-NOME-CODIGO      PIC X(09).
       01 WS-SEQUENCIA            PIC 9(07).
       01 WS-SEQUENCIA-FONE       PIC 9(08).
       01 WS-RESTO                PIC 9(07).
       01 WS-QUOCIENTE            PIC 9(07).
       01 WS-IND-PRENOME          PIC 9(02).
       01 WS-IND-SOBRENOME-1      PIC 9(02).
       01 WS-IND-SOBRENOME-2      PIC 9(02).
       01 WS-IND-SOBRENOME-3      PIC 9(02).
       01 WS-FAIXA-CEP            PIC 9(08).
       01 WS-CEP-NUMERICO         PIC 9(08).
       01 WS-NUMERO-EDIT          PIC ZZZ9.

       01 WS-DOMINIO-AUX          PIC X(30).
       01 WS-DOMINIO              PIC X(30).
       01 WS-DOMINIO-ESCOLHIDO    PIC X(20).
       01 WS-DDD-ESCOLHIDO        PIC X(02).
       01 WS-ACHOU                PIC X(1).

      * Marcador gravado por ANONIMIZA-USUARIO: nao e dado pessoal
      * e fica como esta.
       01 WS-MARCADOR             PIC X(13) VALUE '*ANONIMIZADO*'.

      * Imagem de trabalho no layout ARQUSU, usada tanto para o
      * registro da base quanto para as imagens do historico.
       01 WS-IMAGEM-TRABALHO.
           03 WS-IMG-ID           PIC 9(07).
           03 WS-IMG-EMAIL        PIC X(30).
           03 WS-IMG-NOME         PIC X(30).
           03 WS-IMG-SENHA        PIC X(11).
           03 WS-IMG-FONE         PIC X(15).
           03 FILLER              PIC X(71).
           03 WS-IMG-ENDERECO.
               05 WS-IMG-LOGRADOURO   PIC X(30).
               05 WS-IMG-NUMERO       PIC X(06).
               05 WS-IMG-COMPLEMENTO  PIC X(15).
               05 WS-IMG-CIDADE       PIC X(20).
               05 WS-IMG-UF           PIC X(02).
               05 WS-IMG-CEP          PIC X(08).
           03 FILLER              PIC X(55).

       01 WS-TOTAL-REGISTROS      PIC 9(07) VALUE ZERO.
       01 WS-TOTAL-MOVIMENTOS     PIC 9(08) VALUE ZERO.
       01 WS-TOTAL-IMAGENS        PIC 9(08) VALUE ZERO.

       01 WS-TRAVA-OPERACAO       PIC X(01).
       01 WS-TRAVA-STATUS         PIC 9(01).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY 'Geracao da Base de Homologacao Iniciada'

            MOVE ZERO TO RETURN-CODE

            PERFORM P000-RESOLVE-DSN
            PERFORM P005-ESCOLHE-ORIGEM
            PERFORM P010-CARREGA-TABELAS
            PERFORM P020-PREPARA-SENHA

            IF RETURN-CODE = ZERO
               MOVE '1' TO WS-TRAVA-OPERACAO
               CALL 'TRAVA-USUARIO' USING WS-TRAVA-OPERACAO
                                           WS-TRAVA-STATUS

               IF WS-TRAVA-STATUS NOT = 0
                  DISPLAY 'ERRO: arquivo de usuarios em uso por outra '
                          'execucao. Tente novamente mais tarde.'
                  MOVE 12 TO RETURN-CODE
               ELSE
                  PERFORM P100-MASCARA-BASE

                  IF RETURN-CODE = ZERO
                     PERFORM P200-COPIA-CONTROLE
                  END-IF

                  IF RETURN-CODE = ZERO
                     PERFORM P300-MASCARA-HISTORICO
                  END-IF

                  CLOSE MAPA-MASCARA

                  MOVE '2' TO WS-TRAVA-OPERACAO
                  CALL 'TRAVA-USUARIO' USING WS-TRAVA-OPERACAO
                                              WS-TRAVA-STATUS
               END-IF
            END-IF

            PERFORM P900-FINALIZA

            STOP RUN.

       P000-RESOLVE-DSN.

            MOVE SPACES TO WS-DSN-ARQ-USUARIO
            ACCEPT WS-DSN-ARQ-USUARIO FROM ENVIRONMENT 'ARQUSU'
            IF WS-DSN-ARQ-USUARIO = SPACES
               MOVE './ARQ-USUARIO.DAT' TO WS-DSN-ARQ-USUARIO
            END-IF

            MOVE SPACES TO WS-DSN-CTL-USUARIO
            ACCEPT WS-DSN-CTL-USUARIO FROM ENVIRONMENT 'CTLUSU'
            IF WS-DSN-CTL-USUARIO = SPACES
               MOVE './CTL-USUARIO.DAT' TO WS-DSN-CTL-USUARIO
            END-IF

            MOVE SPACES TO WS-DSN-HISTORICO
            ACCEPT WS-DSN-HISTORICO FROM ENVIRONMENT 'HISUSU'
            IF WS-DSN-HISTORICO = SPACES
               MOVE './HISTORICO-USUARIO.DAT' TO WS-DSN-HISTORICO
            END-IF

            MOVE SPACES TO WS-PREFIXO-BACKUP
            ACCEPT WS-PREFIXO-BACKUP FROM ENVIRONMENT 'BKPUSU'
            IF WS-PREFIXO-BACKUP = SPACES
               MOVE './BACKUP-USUARIO' TO WS-PREFIXO-BACKUP
            END-IF

            MOVE SPACES TO WS-DSN-HOM-USUARIO
            ACCEPT WS-DSN-HOM-USUARIO FROM ENVIRONMENT 'HOMARQ'
            IF WS-DSN-HOM-USUARIO = SPACES
               MOVE './HOMOLOGACAO-ARQ-USUARIO.DAT'
                 TO WS-DSN-HOM-USUARIO
            END-IF

            MOVE SPACES TO WS-DSN-HOM-CONTROLE
            ACCEPT WS-DSN-HOM-CONTROLE FROM ENVIRONMENT 'HOMCTL'
            IF WS-DSN-HOM-CONTROLE = SPACES
               MOVE './HOMOLOGACAO-CTL-USUARIO.DAT'
                 TO WS-DSN-HOM-CONTROLE
            END-IF

            MOVE SPACES TO WS-DSN-HOM-HISTORICO
            ACCEPT WS-DSN-HOM-HISTORICO FROM ENVIRONMENT 'HOMHIS'
            IF WS-DSN-HOM-HISTORICO = SPACES
               MOVE './HOMOLOGACAO-HISTORICO.DAT'
                 TO WS-DSN-HOM-HISTORICO
            END-IF

            MOVE SPACES TO WS-DSN-MAPA
            ACCEPT WS-DSN-MAPA FROM ENVIRONMENT 'MASMAP'
            IF WS-DSN-MAPA = SPACES
               MOVE './MASCARA-MAPA.TMP' TO WS-DSN-MAPA
            END-IF

            MOVE SPACES TO WS-DSN-DOMINIOS
            ACCEPT WS-DSN-DOMINIOS FROM ENVIRONMENT 'DOMUSU'
            IF WS-DSN-DOMINIOS = SPACES
               MOVE './DOMINIOS-VALIDOS.DAT' TO WS-DSN-DOMINIOS
            END-IF

            MOVE SPACES TO WS-DSN-DDD
            ACCEPT WS-DSN-DDD FROM ENVIRONMENT 'DDDUSU'
            IF WS-DSN-DDD = SPACES
               MOVE './DDD-VALIDOS.DAT' TO WS-DSN-DDD
            END-IF

            MOVE SPACES TO WS-DSN-CEP
            ACCEPT WS-DSN-CEP FROM ENVIRONMENT 'CEPUSU'
            IF WS-DSN-CEP = SPACES
               MOVE './CEP-VALIDOS.DAT' TO WS-DSN-CEP
            END-IF
            .
       P000-FIM.

       P005-ESCOLHE-ORIGEM.
      * MASGER aceita de um a quatro digitos, alinhados como o
      * RESGER de RESTAURA-USUARIO; vazio, a origem e a base de
      * producao.

            MOVE SPACES TO WS-GERACAO-INFORMADA
            ACCEPT WS-GERACAO-INFORMADA FROM ENVIRONMENT 'MASGER'

            IF WS-GERACAO-INFORMADA NOT = SPACES
               PERFORM P006-DESLOCA-GERACAO
                  UNTIL WS-GERACAO-INFORMADA(4:1) NOT = SPACE
               INSPECT WS-GERACAO-INFORMADA
                       REPLACING ALL SPACE BY '0'

               IF WS-GERACAO-INFORMADA IS NUMERIC
                  AND WS-GERACAO-INFORMADA NOT = '0000'
                  MOVE 'S' TO WS-ORIGEM-BACKUP
                  MOVE WS-GERACAO-INFORMADA TO WS-GERACAO-EDIT

                  MOVE SPACES TO WS-DSN-BKP-ARQ
                  STRING WS-PREFIXO-BACKUP DELIMITED BY SPACE
                         '-G' WS-GERACAO-EDIT '-ARQ.DAT'
                         DELIMITED BY SIZE
                         INTO WS-DSN-BKP-ARQ
                  END-STRING

                  MOVE SPACES TO WS-DSN-BKP-CTL
                  STRING WS-PREFIXO-BACKUP DELIMITED BY SPACE
                         '-G' WS-GERACAO-EDIT '-CTL.DAT'
                         DELIMITED BY SIZE
                         INTO WS-DSN-BKP-CTL
                  END-STRING

                  DISPLAY 'Origem: geracao ' WS-GERACAO-EDIT ' ('
                          WS-DSN-BKP-ARQ ')'
               ELSE
                  DISPLAY 'ERRO: geracao invalida (MASGER='
                          WS-GERACAO-INFORMADA ').'
                  MOVE 8 TO RETURN-CODE
               END-IF
            ELSE
               DISPLAY 'Origem: base de producao ('
                       WS-DSN-ARQ-USUARIO ')'
            END-IF
            .
       P005-FIM.

       P006-DESLOCA-GERACAO.

            MOVE WS-GERACAO-INFORMADA TO WS-GERACAO-TRABALHO
            MOVE WS-GERACAO-TRABALHO(1:3)
              TO WS-GERACAO-INFORMADA(2:3)
            MOVE '0' TO WS-GERACAO-INFORMADA(1:1)
            .
       P006-FIM.

       P010-CARREGA-TABELAS.
      * As mesmas tabelas que VALIDA-DADOS le no ambiente de teste.
      * Ao contrario da validacao, aqui uma tabela vazia e erro: sem
      * ela nao ha como gerar um valor que a validacao aceite.

            MOVE 'N' TO WS-EOF-TABELA
            OPEN INPUT DOMINIOS-VALIDOS
            IF STATUS-DOMINIOS = '00'
               PERFORM P011-LE-DOMINIO UNTIL WS-EOF-TABELA = 'S'
               CLOSE DOMINIOS-VALIDOS
            END-IF

            MOVE 'N' TO WS-EOF-TABELA
            OPEN INPUT DDD-VALIDOS
            IF STATUS-DDD = '00'
               PERFORM P012-LE-DDD UNTIL WS-EOF-TABELA = 'S'
               CLOSE DDD-VALIDOS
            END-IF

            MOVE 'N' TO WS-EOF-TABELA
            OPEN INPUT CEP-VALIDOS
            IF STATUS-CEP = '00'
               PERFORM P013-LE-CEP UNTIL WS-EOF-TABELA = 'S'
               CLOSE CEP-VALIDOS
            END-IF

            IF WS-QTD-DOMINIOS = ZERO
               DISPLAY 'ERRO: tabela de dominios vazia ou ausente: '
                       WS-DSN-DOMINIOS
               MOVE 8 TO RETURN-CODE
            END-IF

            IF WS-QTD-DDD = ZERO
               DISPLAY 'ERRO: tabela de DDDs vazia ou ausente: '
                       WS-DSN-DDD
               MOVE 8 TO RETURN-CODE
            END-IF

            IF WS-QTD-CEP = ZERO
               DISPLAY 'ERRO: tabela de CEPs vazia ou ausente: '
                       WS-DSN-CEP
               MOVE 8 TO RETURN-CODE
            END-IF
            .
       P010-FIM.

       P011-LE-DOMINIO.

            READ DOMINIOS-VALIDOS
               AT END
                  MOVE 'S' TO WS-EOF-TABELA
               NOT AT END
                  IF WS-QTD-DOMINIOS < 20
                     ADD 1 TO WS-QTD-DOMINIOS
                     MOVE REG-DOMINIO-VALIDO
                          TO TAB-DOMINIO(WS-QTD-DOMINIOS)
                  END-IF
            END-READ
            .
       P011-FIM.

       P012-LE-DDD.

            READ DDD-VALIDOS
               AT END
                  MOVE 'S' TO WS-EOF-TABELA
               NOT AT END
                  IF WS-QTD-DDD < 100
                     ADD 1 TO WS-QTD-DDD
                     MOVE REG-DDD-VALIDO TO TAB-DDD(WS-QTD-DDD)
                  END-IF
            END-READ
            .
       P012-FIM.

       P013-LE-CEP.

            READ CEP-VALIDOS
               AT END
                  MOVE 'S' TO WS-EOF-TABELA
               NOT AT END
                  IF WS-QTD-CEP < 150
                     ADD 1 TO WS-QTD-CEP
                     MOVE CEP-TAB-UF TO TAB-CEP-UF(WS-QTD-CEP)
                     MOVE CEP-TAB-INICIO
                       TO TAB-CEP-INICIO(WS-QTD-CEP)
                     MOVE CEP-TAB-FIM TO TAB-CEP-FIM(WS-QTD-CEP)
                  END-IF
            END-READ
            .
       P013-FIM.

       P020-PREPARA-SENHA.
      * A senha de teste e obrigatoria e passa pela mesma politica
      * do cadastro; ofuscada uma vez, vale para todos os registros.

            MOVE SPACES TO WS-SENHA-TESTE
            ACCEPT WS-SENHA-TESTE FROM ENVIRONMENT 'MASSEN'

            IF WS-SENHA-TESTE = SPACES
               DISPLAY 'ERRO: senha de teste nao informada (MASSEN).'
               MOVE 8 TO RETURN-CODE
            ELSE
               CALL 'VALIDA-SENHA' USING WS-SENHA-TESTE
                                          WS-STATUS-SENHA
               IF WS-STATUS-SENHA NOT = 0
                  DISPLAY 'ERRO: senha de teste fora da politica de '
                          'senha (MASSEN).'
                  MOVE 8 TO RETURN-CODE
               ELSE
                  CALL 'OFUSCA-SENHA' USING WS-SENHA-TESTE
                                             WS-SENHA-OFUSCADA
               END-IF
            END-IF
            .
       P020-FIM.

       P100-MASCARA-BASE.

            OPEN OUTPUT MAPA-MASCARA
            CLOSE MAPA-MASCARA
            OPEN I-O MAPA-MASCARA

            IF STATUS-MAPA NOT = '00'
               DISPLAY 'ERRO: arquivo de trabalho inacessivel: '
                       WS-DSN-MAPA
               MOVE 8 TO RETURN-CODE
            ELSE
               IF WS-ORIGEM-BACKUP = 'S'
                  OPEN INPUT BKP-ARQ
                  MOVE STATUS-BKP-ARQ TO FILE-STATUS
               ELSE
                  OPEN INPUT ARQ-USUARIO
               END-IF

               IF FILE-STATUS NOT = '00'
                  DISPLAY 'ERRO: base de origem inexistente ou '
                          'inacessivel.'
                  MOVE 8 TO RETURN-CODE
               ELSE
                  OPEN OUTPUT HOM-USUARIO
                  IF STATUS-HOM-USUARIO NOT = '00'
                     DISPLAY 'ERRO: base de homologacao inacessivel: '
                             WS-DSN-HOM-USUARIO
                     MOVE 8 TO RETURN-CODE
                  ELSE
                     MOVE 'N' TO WS-EOF-ORIGEM
                     PERFORM P110-LE-ORIGEM
                     PERFORM P120-TRATA-REGISTRO
                        UNTIL WS-EOF-ORIGEM = 'S'
                     CLOSE HOM-USUARIO
                  END-IF

                  IF WS-ORIGEM-BACKUP = 'S'
                     CLOSE BKP-ARQ
                  ELSE
                     CLOSE ARQ-USUARIO
                  END-IF
               END-IF
            END-IF
            .
       P100-FIM.

       P110-LE-ORIGEM.
      * Na copia, o header (tipo H) e pulado; o detalhe traz a
      * imagem do registro.

            IF WS-ORIGEM-BACKUP = 'S'
               MOVE 'H' TO BKP-ARQ-TIPO
               PERFORM P115-LE-BACKUP
                  UNTIL BKP-ARQ-TIPO = 'D'
                     OR WS-EOF-ORIGEM = 'S'
               IF WS-EOF-ORIGEM = 'N'
                  MOVE BKP-ARQ-DADOS TO WS-IMAGEM-TRABALHO
               END-IF
            ELSE
               READ ARQ-USUARIO NEXT RECORD
                  AT END
                     MOVE 'S' TO WS-EOF-ORIGEM
                  NOT AT END
                     MOVE SPACES TO WS-IMAGEM-TRABALHO
                     MOVE REG-ARQ-USUARIO TO WS-IMAGEM-TRABALHO
               END-READ
            END-IF
            .
       P110-FIM.

       P115-LE-BACKUP.

            READ BKP-ARQ
               AT END
                  MOVE 'S' TO WS-EOF-ORIGEM
               NOT AT END
                  CONTINUE
            END-READ
            .
       P115-FIM.

       P120-TRATA-REGISTRO.

            PERFORM P400-MASCARA-IMAGEM
            MOVE WS-SENHA-OFUSCADA TO WS-IMG-SENHA

            MOVE WS-IMAGEM-TRABALHO TO REG-HOM-USUARIO
            WRITE REG-HOM-USUARIO
               INVALID KEY
                  DISPLAY 'ERRO: falha ao gravar o ID ' WS-IMG-ID
                          ' na base de homologacao.'
                  MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                  ADD 1 TO WS-TOTAL-REGISTROS
            END-WRITE

            PERFORM P110-LE-ORIGEM
            .
       P120-FIM.

       P200-COPIA-CONTROLE.
      * O contador vai como esta: a base de teste continua a
      * numeracao de onde a origem parou.

            MOVE ZERO TO HOM-ULTIMO-ID

            IF WS-ORIGEM-BACKUP = 'S'
               OPEN INPUT BKP-CTL
               IF STATUS-BKP-CTL = '00'
                  READ BKP-CTL
                     AT END
                        CONTINUE
                     NOT AT END
                        MOVE BKP-CTL-ULTIMO-ID TO HOM-ULTIMO-ID
                  END-READ
                  CLOSE BKP-CTL
               END-IF
            ELSE
               OPEN INPUT CTL-USUARIO
               IF STATUS-CTL-USUARIO = '00'
                  READ CTL-USUARIO
                     AT END
                        CONTINUE
                     NOT AT END
                        MOVE CTL-ULTIMO-ID TO HOM-ULTIMO-ID
                  END-READ
                  CLOSE CTL-USUARIO
               END-IF
            END-IF

            IF HOM-ULTIMO-ID = ZERO
               DISPLAY 'ERRO: contador de IDs da origem ausente.'
               MOVE 8 TO RETURN-CODE
            ELSE
               OPEN OUTPUT HOM-CONTROLE
               WRITE REG-HOM-CONTROLE
               CLOSE HOM-CONTROLE
            END-IF
            .
       P200-FIM.

       P300-MASCARA-HISTORICO.
      * Sem historico na origem a base de teste sai com o historico
      * vazio.

            OPEN OUTPUT HOM-HISTORICO
            OPEN INPUT HIST-USUARIO

            IF STATUS-HISTORICO NOT = '00'
               DISPLAY 'AVISO: historico inexistente ou inacessivel; '
                       'homologacao sem historico.'
            ELSE
               MOVE 'N' TO WS-EOF-HISTORICO
               PERFORM P310-LE-MOVIMENTO
               PERFORM P320-TRATA-MOVIMENTO
                  UNTIL WS-EOF-HISTORICO = 'S'
               CLOSE HIST-USUARIO
            END-IF

            CLOSE HOM-HISTORICO
            .
       P300-FIM.

       P310-LE-MOVIMENTO.

            READ HIST-USUARIO
               AT END
                  MOVE 'S' TO WS-EOF-HISTORICO
               NOT AT END
                  ADD 1 TO WS-TOTAL-MOVIMENTOS
            END-READ
            .
       P310-FIM.

       P320-TRATA-MOVIMENTO.
      * Imagem em branco (lado inexistente da operacao) fica como
      * esta; a senha da imagem ja vem mascarada por
      * HISTORICO-USUARIO.

            IF NOT HIST-CONSENTIMENTO
               AND NOT HIST-PAPEL
               IF REG-ANTES-HIST NOT = SPACES
                  MOVE REG-ANTES-HIST TO WS-IMAGEM-TRABALHO
                  PERFORM P400-MASCARA-IMAGEM
                  MOVE WS-IMAGEM-TRABALHO TO REG-ANTES-HIST
                  ADD 1 TO WS-TOTAL-IMAGENS
               END-IF

               IF REG-DEPOIS-HIST NOT = SPACES
                  MOVE REG-DEPOIS-HIST TO WS-IMAGEM-TRABALHO
                  PERFORM P400-MASCARA-IMAGEM
                  MOVE WS-IMAGEM-TRABALHO TO REG-DEPOIS-HIST
                  ADD 1 TO WS-TOTAL-IMAGENS
               END-IF
            END-IF

            WRITE REG-HOM-HISTORICO FROM REG-HIST-USUARIO

            PERFORM P310-LE-MOVIMENTO
            .
       P320-FIM.

       P400-MASCARA-IMAGEM.

            IF WS-IMG-EMAIL NOT = SPACES
               AND WS-IMG-EMAIL NOT = WS-MARCADOR
               PERFORM P410-MASCARA-EMAIL
            END-IF

            IF WS-IMG-NOME NOT = SPACES
               AND WS-IMG-NOME NOT = WS-MARCADOR
               PERFORM P420-MASCARA-NOME
            END-IF

            IF WS-IMG-FONE NOT = SPACES
               AND WS-IMG-FONE NOT = WS-MARCADOR
               PERFORM P430-MASCARA-FONE
            END-IF

            IF WS-IMG-ENDERECO NOT = SPACES
               PERFORM P440-MASCARA-ENDERECO
            END-IF
            .
       P400-FIM.

       P410-MASCARA-EMAIL.
      * u<numero>@<dominio>: o dominio real fica quando a tabela o
      * aceita (a cobranca e os relatorios por dominio continuam
      * batendo), senao vai o primeiro da tabela.

            MOVE 'E' TO WS-MAP-TIPO
            MOVE WS-IMG-EMAIL TO WS-MAP-VALOR
            PERFORM P450-OBTEM-SEQUENCIA

            MOVE SPACES TO WS-DOMINIO-AUX WS-DOMINIO
            UNSTRING WS-IMG-EMAIL DELIMITED BY '@'
               INTO WS-DOMINIO-AUX WS-DOMINIO
            END-UNSTRING

            MOVE TAB-DOMINIO(1) TO WS-DOMINIO-ESCOLHIDO
            MOVE 'N' TO WS-ACHOU
            PERFORM P411-PROCURA-DOMINIO
               VARYING WS-IND-DOMINIO FROM 1 BY 1
                 UNTIL WS-IND-DOMINIO > WS-QTD-DOMINIOS
                    OR WS-ACHOU = 'S'

            MOVE SPACES TO WS-IMG-EMAIL
            STRING 'u' WS-SEQUENCIA '@' DELIMITED BY SIZE
                   WS-DOMINIO-ESCOLHIDO DELIMITED BY SPACE
                   INTO WS-IMG-EMAIL
            END-STRING
            .
       P410-FIM.

       P411-PROCURA-DOMINIO.

            IF WS-DOMINIO = TAB-DOMINIO(WS-IND-DOMINIO)
               MOVE TAB-DOMINIO(WS-IND-DOMINIO)
                 TO WS-DOMINIO-ESCOLHIDO
               MOVE 'S' TO WS-ACHOU
            END-IF
            .
       P411-FIM.

       P420-MASCARA-NOME.
      * O mapa e chaveado pela chave fonetica do nome (ver o
      * proposito); um nome sem palavra codificavel (so particulas
      * ou pontuacao) entra pelo proprio texto.
      * Numero sintetico - 1 decomposto em base 20: o digito mais
      * baixo escolhe o primeiro nome e os tres seguintes os
      * sobrenomes.

            CALL 'CODIFICA-NOME' USING WS-IMG-NOME WS-CHAVE-NOME

            MOVE 'N' TO WS-MAP-TIPO
            IF WS-CHAVE-NOME = SPACES
               MOVE WS-IMG-NOME TO WS-MAP-VALOR
            ELSE
               MOVE WS-CHAVE-NOME TO WS-MAP-VALOR
            END-IF
            PERFORM P450-OBTEM-SEQUENCIA

            COMPUTE WS-QUOCIENTE = WS-SEQUENCIA - 1
            DIVIDE WS-QUOCIENTE BY 20 GIVING WS-QUOCIENTE
                   REMAINDER WS-RESTO
            COMPUTE WS-IND-PRENOME = WS-RESTO + 1
            DIVIDE WS-QUOCIENTE BY 20 GIVING WS-QUOCIENTE
                   REMAINDER WS-RESTO
            COMPUTE WS-IND-SOBRENOME-1 = WS-RESTO + 1
            DIVIDE WS-QUOCIENTE BY 20 GIVING WS-QUOCIENTE
                   REMAINDER WS-RESTO
            COMPUTE WS-IND-SOBRENOME-2 = WS-RESTO + 1
            DIVIDE WS-QUOCIENTE BY 20 GIVING WS-QUOCIENTE
                   REMAINDER WS-RESTO
            COMPUTE WS-IND-SOBRENOME-3 = WS-RESTO + 1

            MOVE SPACES TO WS-IMG-NOME
            STRING TAB-PRENOME(WS-IND-PRENOME) DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   TAB-SOBRENOME(WS-IND-SOBRENOME-1)
                       DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   TAB-SOBRENOME(WS-IND-SOBRENOME-2)
                       DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   TAB-SOBRENOME(WS-IND-SOBRENOME-3)
                       DELIMITED BY SPACE
                   INTO WS-IMG-NOME
            END-STRING
            .
       P420-FIM.

       P430-MASCARA-FONE.
      * (DD) 9XXXX-XXXX, no formato gravado por VALIDA-DADOS, com o
      * numero sintetico nos oito digitos finais.

            MOVE 'F' TO WS-MAP-TIPO
            MOVE WS-IMG-FONE TO WS-MAP-VALOR
            PERFORM P450-OBTEM-SEQUENCIA

            MOVE TAB-DDD(1) TO WS-DDD-ESCOLHIDO
            MOVE 'N' TO WS-ACHOU
            PERFORM P431-PROCURA-DDD
               VARYING WS-IND-DDD FROM 1 BY 1
                 UNTIL WS-IND-DDD > WS-QTD-DDD
                    OR WS-ACHOU = 'S'

            MOVE WS-SEQUENCIA TO WS-SEQUENCIA-FONE
            MOVE SPACES TO WS-IMG-FONE
            STRING '(' WS-DDD-ESCOLHIDO ') 9'
                   WS-SEQUENCIA-FONE(1:4) '-'
                   WS-SEQUENCIA-FONE(5:4)
                   DELIMITED BY SIZE
                   INTO WS-IMG-FONE
            END-STRING
            .
       P430-FIM.

       P431-PROCURA-DDD.

            IF WS-IMG-FONE(2:2) = TAB-DDD(WS-IND-DDD)
               MOVE TAB-DDD(WS-IND-DDD) TO WS-DDD-ESCOLHIDO
               MOVE 'S' TO WS-ACHOU
            END-IF
            .
       P431-FIM.

       P440-MASCARA-ENDERECO.
      * O bloco inteiro e um valor so: o mesmo endereco real vira o
      * mesmo endereco sintetico. A UF fica quando a tabela de CEPs
      * a conhece; o CEP cai dentro da primeira faixa dela.

            MOVE 'L' TO WS-MAP-TIPO
            MOVE WS-IMG-ENDERECO TO WS-MAP-VALOR
            PERFORM P450-OBTEM-SEQUENCIA

            MOVE 1 TO WS-CEP-ESCOLHIDO
            MOVE 'N' TO WS-ACHOU
            PERFORM P441-PROCURA-UF
               VARYING WS-IND-CEP FROM 1 BY 1
                 UNTIL WS-IND-CEP > WS-QTD-CEP
                    OR WS-ACHOU = 'S'

            COMPUTE WS-FAIXA-CEP =
                    TAB-CEP-FIM(WS-CEP-ESCOLHIDO)
                    - TAB-CEP-INICIO(WS-CEP-ESCOLHIDO) + 1
            DIVIDE WS-SEQUENCIA BY WS-FAIXA-CEP GIVING WS-QUOCIENTE
                   REMAINDER WS-RESTO
            COMPUTE WS-CEP-NUMERICO =
                    TAB-CEP-INICIO(WS-CEP-ESCOLHIDO) + WS-RESTO

            DIVIDE WS-SEQUENCIA BY 9999 GIVING WS-QUOCIENTE
                   REMAINDER WS-RESTO
            COMPUTE WS-NUMERO-EDIT = WS-RESTO + 1

            MOVE SPACES TO WS-IMG-ENDERECO
            STRING 'RUA HOMOLOGACAO ' WS-SEQUENCIA
                   DELIMITED BY SIZE
                   INTO WS-IMG-LOGRADOURO
            END-STRING
            MOVE WS-NUMERO-EDIT TO WS-IMG-NUMERO
            MOVE 'CIDADE TESTE' TO WS-IMG-CIDADE
            MOVE TAB-CEP-UF(WS-CEP-ESCOLHIDO) TO WS-IMG-UF
            MOVE WS-CEP-NUMERICO TO WS-IMG-CEP
            .
       P440-FIM.

       P441-PROCURA-UF.

            IF WS-IMG-UF = TAB-CEP-UF(WS-IND-CEP)
               MOVE WS-IND-CEP TO WS-CEP-ESCOLHIDO
               MOVE 'S' TO WS-ACHOU
            END-IF
            .
       P441-FIM.

       P450-OBTEM-SEQUENCIA.
      * Valor ja visto devolve o numero dado da primeira vez; valor
      * novo recebe o proximo numero do tipo.

            MOVE WS-MAP-TIPO  TO MAP-TIPO
            MOVE WS-MAP-VALOR TO MAP-VALOR

            READ MAPA-MASCARA
               INVALID KEY
                  EVALUATE WS-MAP-TIPO
                      WHEN 'E'
                          ADD 1 TO WS-ULTIMO-EMAIL
                          MOVE WS-ULTIMO-EMAIL TO MAP-SEQUENCIA
                      WHEN 'N'
                          ADD 1 TO WS-ULTIMO-NOME
                          MOVE WS-ULTIMO-NOME TO MAP-SEQUENCIA
                      WHEN 'F'
                          ADD 1 TO WS-ULTIMO-FONE
                          MOVE WS-ULTIMO-FONE TO MAP-SEQUENCIA
                      WHEN OTHER
                          ADD 1 TO WS-ULTIMO-ENDERECO
                          MOVE WS-ULTIMO-ENDERECO TO MAP-SEQUENCIA
                  END-EVALUATE
                  WRITE REG-MAPA-MASCARA
                     INVALID KEY
                        DISPLAY 'ERRO: falha no arquivo de trabalho '
                                WS-DSN-MAPA
                        MOVE 8 TO RETURN-CODE
                  END-WRITE
               NOT INVALID KEY
                  CONTINUE
            END-READ

            MOVE MAP-SEQUENCIA TO WS-SEQUENCIA
            .
       P450-FIM.

       P900-FINALIZA.

            DISPLAY 'Registros gravados.....: ' WS-TOTAL-REGISTROS
            DISPLAY 'Movimentos do historico: ' WS-TOTAL-MOVIMENTOS
            DISPLAY 'Imagens mascaradas.....: ' WS-TOTAL-IMAGENS
            DISPLAY 'E-mails distintos......: ' WS-ULTIMO-EMAIL
            DISPLAY 'Nomes distintos........: ' WS-ULTIMO-NOME
            DISPLAY 'Telefones distintos....: ' WS-ULTIMO-FONE
            DISPLAY 'Enderecos distintos....: ' WS-ULTIMO-ENDERECO
            .
       P900-FIM.

       END PROGRAM MASCARA-USUARIO.
