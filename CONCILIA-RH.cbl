      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conciliacao diaria de ARQ-USUARIO com o extrato de
      *          funcionarios do RH (DD/variavel RHUSU), passo de
      *          decisao do CADUSU antes da manutencao em lote: gera
      *          as transacoes do dia no layout de MNTUSU, para os
      *          desligados perderem o acesso na mesma noite em que o
      *          RH os registra, sem ninguem montar o arquivo a mao.
      *          Layout do extrato (campos separados por ';'):
      *            EMAIL      X(30)  e-mail corporativo
      *            NOME       X(30)
      *            FONE       X(11)  DDD + numero, so digitos
      *            SITUACAO   X(01)  A=ativo  F=afastado (vinculo
      *                              mantido)  D=desligado
      *          Cada funcionario e localizado pela chave alternativa
      *          de e-mail (valendo o registro nao cancelado, como em
      *          MANUTENCAO-LOTE):
      *          - desligado com usuario ativo: transacao S
      *            (suspender); ja suspenso, nada a fazer;
      *          - ativo/afastado com nome ou telefone diferente do
      *            RH: transacao A so com o campo divergente (o nome
      *            e comparado sem diferenca de maiusculas; um
      *            telefone do RH fora do formato nao e proposto);
      *          - ativo/afastado sem usuario: so no relatorio.
      *          Ao final, os usuarios nao cancelados cujo e-mail nao
      *          aparece no extrato saem no relatorio (RELRH), para
      *          a seguranca decidir - nada e gerado para eles, o
      *          e-mail pode ser de servico ou de terceiro.
      *          As transacoes avulsas do dia (DD/variavel MNTMAN,
      *          montadas a mao, como a lista de descadastro da mala
      *          direta) sao copiadas na frente das geradas, e a
      *          saida (MNTUSU) e o que o passo MANUTEN aplica; sem
      *          avulsas no dia, so as geradas. A reativacao de quem
      *          volta ao RH continua manual (SITUACAO-USUARIO).
      *          A base so e lida; quem grava e MANUTENCAO-LOTE, com
      *          as mesmas validacoes das transacoes digitadas.
      *          O e-mail sai mascarado no relatorio, salvo pedido do
      *          job por um operador autorizado (DADCOM/OPRUSU, ver
      *          CONTROLE-DADOS-PESSOAIS); o cabecalho diz de que
      *          forma saiu.
      *          Termina com RC 0 (base e RH conciliados, nada
      *          gerado), 4 (ha transacoes geradas ou divergencias no
      *          relatorio) ou 8 (extrato do RH ausente ou base
      *          inacessivel: a saida leva so as avulsas, e a
      *          manutencao do dia segue com elas; ou a propria
      *          saida MNTUSU inacessivel: nada e gravado, e o passo
      *          deve ser repetido antes da manutencao).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIA-RH.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-USUARIO ASSIGN TO DYNAMIC
              WS-DSN-ARQ-USUARIO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ID-ARQ-USUARIO
               ALTERNATE RECORD KEY IS REG-EMAIL-ARQ-USUARIO
                  WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.

           SELECT EXTRATO-RH ASSIGN TO DYNAMIC
              WS-DSN-EXTRATO-RH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-EXTRATO-RH.

           SELECT MANUT-AVULSAS ASSIGN TO DYNAMIC
              WS-DSN-MANUT-AVULSAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-MANUT-AVULSAS.

           SELECT MANUTENCOES ASSIGN TO DYNAMIC
              WS-DSN-MANUTENCOES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-MANUTENCOES.

           SELECT RELATORIO ASSIGN TO DYNAMIC
              WS-DSN-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.

       FD ARQ-USUARIO.
       COPY ARQUSU.

       FD EXTRATO-RH.
       01 REG-EXTRATO-RH.
           03 RH-EMAIL                 PIC X(30).
           03 FILLER                   PIC X(01).
           03 RH-NOME                  PIC X(30).
           03 FILLER                   PIC X(01).
           03 RH-FONE                  PIC X(11).
           03 FILLER                   PIC X(01).
           03 RH-SITUACAO              PIC X(01).
               88 RH-DESLIGADO             VALUE 'D' 'd'.
               88 RH-VINCULADO             VALUE 'A' 'a' 'F' 'f'.

      * Mesmo registro de MANUTENCAO-LOTE, com a folga do motivo.
       FD MANUT-AVULSAS.
       01 REG-MANUT-AVULSA            PIC X(208).

       FD MANUTENCOES.
       01 REG-MANUTENCOES             PIC X(208).

       FD RELATORIO.
       01 REG-RELATORIO               PIC X(100).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS             PIC X(2).
       01 STATUS-EXTRATO-RH       PIC X(2).
       01 STATUS-MANUT-AVULSAS    PIC X(2).
       01 STATUS-MANUTENCOES      PIC X(2).
       01 STATUS-RELATORIO        PIC X(2).
       01 WS-DSN-ARQ-USUARIO      PIC X(100).
       01 WS-DSN-EXTRATO-RH       PIC X(100).
       01 WS-DSN-MANUT-AVULSAS    PIC X(100).
       01 WS-DSN-MANUTENCOES      PIC X(100).
       01 WS-DSN-RELATORIO        PIC X(100).

       01 WS-EOF-ARQ-USUARIO      PIC X(1).
       01 WS-EOF-EXTRATO          PIC X(1).
       01 WS-EOF-AVULSAS          PIC X(1).
       01 WS-FIM-EMAIL            PIC X(1).
       01 WS-USUARIO-ACHADO       PIC X(1).

      * Usuarios nao cancelados da base, em ordem de ID (a leitura
      * segue a chave primaria), marcados quando o e-mail aparece
      * no extrato; o que sobra desmarcado sai como "sem RH". A
      * ordem de ID permite a busca binaria a cada funcionario
      * localizado. Um registro alem do teto fica fora da
      * conferencia "sem RH" e sai avisado no SYSOUT.
       01 WS-QTD-USUARIOS         PIC 9(05) VALUE ZERO.
       01 WS-TOTAL-FORA-TABELA    PIC 9(07) VALUE ZERO.
       01 WS-IND-USUARIO          PIC 9(05).
       01 TAB-USUARIOS.
           03 TAB-USU-ENTRADA OCCURS 1 TO 30000 TIMES
                              DEPENDING ON WS-QTD-USUARIOS
                              ASCENDING KEY IS TAB-USU-ID
                              INDEXED BY IND-TAB-USU.
               05 TAB-USU-ID          PIC 9(07).
               05 TAB-USU-EMAIL       PIC X(30).
               05 TAB-USU-NOME        PIC X(30).
               05 TAB-USU-SITUACAO    PIC X(01).
               05 TAB-USU-NO-RH       PIC X(01).

      * Copias de comparacao: o nome sem diferenca de maiusculas e o
      * telefone do RH no formato gravado em ARQ-USUARIO.
       01 WS-NOME-RH-CMP          PIC X(30).
       01 WS-NOME-BASE-CMP        PIC X(30).
       01 WS-MINUSCULAS           PIC X(26) VALUE
          'abcdefghijklmnopqrstuvwxyz'.
       01 WS-MAIUSCULAS           PIC X(26) VALUE
          'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01 WS-TELEFONE-FORMATADO.
           03 WS-TEL-ABRE          PIC X(01).
           03 WS-TEL-DDD           PIC X(02).
           03 WS-TEL-FECHA-ESP     PIC X(02).
           03 WS-TEL-PREFIXO       PIC X(05).
           03 WS-TEL-HIFEN         PIC X(01).
           03 WS-TEL-SUFIXO        PIC X(04).

      * Transacao gerada, no layout lido por MANUTENCAO-LOTE.
       01 WS-TRANSACAO-MNT.
           03 WS-MNT-OPERACAO     PIC X(01).
           03 FILLER              PIC X VALUE ';'.
           03 WS-MNT-ID           PIC X(07).
           03 FILLER              PIC X VALUE ';'.
           03 WS-MNT-EMAIL        PIC X(30).
           03 FILLER              PIC X VALUE ';'.
           03 WS-MNT-NOVO-NOME    PIC X(30).
           03 FILLER              PIC X VALUE ';'.
           03 WS-MNT-NOVA-SENHA   PIC X(11).
           03 FILLER              PIC X VALUE ';'.
           03 WS-MNT-NOVO-FONE    PIC X(11).
           03 FILLER              PIC X VALUE ';'.
           03 WS-MNT-ENDERECO.
               05 WS-MNT-LOGRADOURO   PIC X(30).
               05 FILLER              PIC X VALUE ';'.
               05 WS-MNT-NUMERO-END   PIC X(06).
               05 FILLER              PIC X VALUE ';'.
               05 WS-MNT-COMPLEMENTO  PIC X(15).
               05 FILLER              PIC X VALUE ';'.
               05 WS-MNT-CIDADE       PIC X(20).
               05 FILLER              PIC X VALUE ';'.
               05 WS-MNT-UF           PIC X(02).
               05 FILLER              PIC X VALUE ';'.
               05 WS-MNT-CEP          PIC X(08).
           03 FILLER              PIC X VALUE ';'.
           03 WS-MNT-CONSENTIMENTO.
               05 WS-MNT-CNS-EMAIL    PIC X(01).
               05 FILLER              PIC X VALUE ';'.
               05 WS-MNT-CNS-FONE     PIC X(01).
               05 FILLER              PIC X VALUE ';'.
               05 WS-MNT-CNS-END      PIC X(01).
           03 FILLER              PIC X VALUE ';'.
           03 WS-MNT-EXPIRA       PIC X(08).

       01 WS-ID-EDITADO           PIC 9(07).

       01 WS-TOTAL-FUNCIONARIOS   PIC 9(07) VALUE ZERO.
       01 WS-TOTAL-AVULSAS        PIC 9(07) VALUE ZERO.
       01 WS-TOTAL-SUSPENSOES     PIC 9(07) VALUE ZERO.
       01 WS-TOTAL-ALTERACOES     PIC 9(07) VALUE ZERO.
       01 WS-TOTAL-SEM-USUARIO    PIC 9(07) VALUE ZERO.
       01 WS-TOTAL-SEM-RH         PIC 9(07) VALUE ZERO.
       01 WS-TOTAL-INVALIDOS      PIC 9(07) VALUE ZERO.
       01 WS-TOTAL-GERADAS        PIC 9(07) VALUE ZERO.

       01 WS-DATA-SISTEMA.
           03 WS-DATA-ANO         PIC 9(04).
           03 WS-DATA-MES         PIC 9(02).
           03 WS-DATA-DIA         PIC 9(02).

       01 WS-CAB-TITULO.
           03 FILLER              PIC X(40) VALUE
              'CONCILIACAO COM O EXTRATO DO RH - '.
           03 WS-CAB-DIA          PIC 99.
           03 FILLER              PIC X     VALUE '/'.
           03 WS-CAB-MES          PIC 99.
           03 FILLER              PIC X     VALUE '/'.
           03 WS-CAB-ANO          PIC 9999.

       01 WS-CAB-DADOS.
           03 FILLER              PIC X(16) VALUE 'DADOS PESSOAIS: '.
           03 WS-CAB-DADOS-TEXTO  PIC X(50).

      * Uma linha por funcionario ou usuario com algo a relatar, com
      * a situacao na propria linha: o extrato sai na ordem do RH e
      * as situacoes se intercalam; os "sem RH" vem no fim.
       01 WS-LINHA-DETALHE.
           03 WS-DET-SITUACAO     PIC X(12).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-DET-ID           PIC ZZZZZZ9.
           03 FILLER              PIC X(02) VALUE SPACES.
           03 WS-DET-EMAIL        PIC X(30).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-DET-NOME         PIC X(30).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-DET-OBS          PIC X(15).

       01 WS-RODAPE.
           03 FILLER              PIC X(13) VALUE 'SUSPENSOES: '.
           03 WS-ROD-SUSPENSOES   PIC ZZZZZZ9.
           03 FILLER              PIC X(14) VALUE '  ALTERACOES: '.
           03 WS-ROD-ALTERACOES   PIC ZZZZZZ9.
           03 FILLER              PIC X(15) VALUE '  SEM USUARIO: '.
           03 WS-ROD-SEM-USUARIO  PIC ZZZZZZ9.
           03 FILLER              PIC X(10) VALUE '  SEM RH: '.
           03 WS-ROD-SEM-RH       PIC ZZZZZZ9.
           03 FILLER              PIC X(13) VALUE '  INVALIDOS: '.
           03 WS-ROD-INVALIDOS    PIC ZZZZZZ9.

       01 WS-MOV-OPERACAO         PIC X(01).
       01 WS-MOV-PASSO            PIC X(08) VALUE 'CONCRH'.
       01 WS-MOV-RC               PIC 9(02).
       01 WS-MOV-CONTAGEM         PIC 9(07).
       01 WS-MOV-STATUS           PIC 9(01).

       01 WS-DPE-OPERACAO         PIC X(01).
       01 WS-DPE-PROGRAMA         PIC X(20) VALUE 'CONCILIA-RH'.
       01 WS-DPE-ID               PIC 9(07).
       01 WS-DPE-COMPLETO         PIC X(01).
       01 WS-OPERADOR-PEDIDO      PIC X(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY 'Conciliacao com o RH Iniciada'

            MOVE ZERO TO RETURN-CODE

            PERFORM P000-RESOLVE-DSN
            PERFORM P002-ABRE-MOVIMENTO

            IF WS-MOV-STATUS = 1
               MOVE 16 TO RETURN-CODE
            ELSE
      * Sem a saida, nem as avulsas chegam ao MANUTEN: o passo
      * termina ja aqui, sem ler o extrato nem gerar relatorio.
               OPEN OUTPUT MANUTENCOES
               IF STATUS-MANUTENCOES NOT = '00'
                  DISPLAY '*** Arquivo de manutencoes inacessivel: '
                          WS-DSN-MANUTENCOES ' (file status '
                          STATUS-MANUTENCOES ') ***'
                  MOVE 8 TO RETURN-CODE
               ELSE
                  PERFORM P010-COPIA-AVULSAS
                  PERFORM P100-CONCILIA
                  CLOSE MANUTENCOES
                  PERFORM P190-EXIBE-RESUMO
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
            MOVE WS-TOTAL-GERADAS TO WS-MOV-CONTAGEM
            CALL 'CONTROLE-MOVIMENTO' USING WS-MOV-OPERACAO
                                             WS-MOV-PASSO
                                             WS-MOV-RC
                                             WS-MOV-CONTAGEM
                                             WS-MOV-STATUS
            .
       P090-FIM.

       P000-RESOLVE-DSN.

            MOVE SPACES TO WS-DSN-ARQ-USUARIO
            ACCEPT WS-DSN-ARQ-USUARIO FROM ENVIRONMENT 'ARQUSU'
            IF WS-DSN-ARQ-USUARIO = SPACES
               MOVE './ARQ-USUARIO.DAT' TO WS-DSN-ARQ-USUARIO
            END-IF

            MOVE SPACES TO WS-DSN-EXTRATO-RH
            ACCEPT WS-DSN-EXTRATO-RH FROM ENVIRONMENT 'RHUSU'
            IF WS-DSN-EXTRATO-RH = SPACES
               MOVE './EXTRATO-RH.DAT' TO WS-DSN-EXTRATO-RH
            END-IF

            MOVE SPACES TO WS-DSN-MANUT-AVULSAS
            ACCEPT WS-DSN-MANUT-AVULSAS FROM ENVIRONMENT 'MNTMAN'
            IF WS-DSN-MANUT-AVULSAS = SPACES
               MOVE './MANUTENCAO-AVULSAS.DAT' TO WS-DSN-MANUT-AVULSAS
            END-IF

      * A saida e o arquivo de entrada de MANUTENCAO-LOTE: mesma
      * variavel e mesmo padrao.
            MOVE SPACES TO WS-DSN-MANUTENCOES
            ACCEPT WS-DSN-MANUTENCOES FROM ENVIRONMENT 'MNTUSU'
            IF WS-DSN-MANUTENCOES = SPACES
               MOVE './MANUTENCAO-USUARIOS.DAT' TO WS-DSN-MANUTENCOES
            END-IF

            MOVE SPACES TO WS-DSN-RELATORIO
            ACCEPT WS-DSN-RELATORIO FROM ENVIRONMENT 'RELRH'
            IF WS-DSN-RELATORIO = SPACES
               MOVE './RELATORIO-RH.TXT' TO WS-DSN-RELATORIO
            END-IF
            .
       P000-FIM.

       P010-COPIA-AVULSAS.
      * Sem arquivo de avulsas nao ha avulsas no dia; nao e erro.

            MOVE 'N' TO WS-EOF-AVULSAS

            OPEN INPUT MANUT-AVULSAS
            IF STATUS-MANUT-AVULSAS = '00'
               PERFORM P015-LE-AVULSA
               PERFORM P016-COPIA-AVULSA
                  UNTIL WS-EOF-AVULSAS = 'S'
               CLOSE MANUT-AVULSAS
            ELSE
               DISPLAY 'Sem transacoes avulsas no dia: '
                       WS-DSN-MANUT-AVULSAS
            END-IF
            .
       P010-FIM.

       P015-LE-AVULSA.

            READ MANUT-AVULSAS
               AT END
                  MOVE 'S' TO WS-EOF-AVULSAS
               NOT AT END
                  CONTINUE
            END-READ
            .
       P015-FIM.

       P016-COPIA-AVULSA.

            WRITE REG-MANUTENCOES FROM REG-MANUT-AVULSA
            ADD 1 TO WS-TOTAL-AVULSAS

            PERFORM P015-LE-AVULSA
            .
       P016-FIM.

       P100-CONCILIA.

            OPEN INPUT EXTRATO-RH

            IF STATUS-EXTRATO-RH NOT = '00'
               DISPLAY '*** Extrato do RH nao encontrado: '
                       WS-DSN-EXTRATO-RH ' ***'
               MOVE 8 TO RETURN-CODE
            ELSE
               OPEN INPUT ARQ-USUARIO
               IF FILE-STATUS NOT = '00'
                  DISPLAY '*** Base de usuarios inexistente ou '
                          'inacessivel. ***'
                  MOVE 8 TO RETURN-CODE
               ELSE
                  PERFORM P104-VERIFICA-DADOS-PESSOAIS
                  PERFORM P105-ABRE-RELATORIO
                  PERFORM P110-CARREGA-USUARIOS

                  MOVE 'N' TO WS-EOF-EXTRATO
                  PERFORM P120-LE-EXTRATO
                  PERFORM P130-CONFERE-FUNCIONARIO
                     UNTIL WS-EOF-EXTRATO = 'S'

                  PERFORM P170-LISTA-SEM-RH
                     VARYING WS-IND-USUARIO FROM 1 BY 1
                       UNTIL WS-IND-USUARIO > WS-QTD-USUARIOS

                  CLOSE ARQ-USUARIO
                  PERFORM P180-FECHA-RELATORIO
                  MOVE '3' TO WS-DPE-OPERACAO
                  CALL 'CONTROLE-DADOS-PESSOAIS' USING WS-DPE-OPERACAO
                                                       WS-DPE-PROGRAMA
                                                       WS-DPE-ID
                                                       WS-DPE-COMPLETO
               END-IF
               CLOSE EXTRATO-RH
            END-IF
            .
       P100-FIM.

       P104-VERIFICA-DADOS-PESSOAIS.
      * Mascarado, salvo pedido explicito do job por um operador
      * autorizado (ver CONTROLE-DADOS-PESSOAIS).

            MOVE '1' TO WS-DPE-OPERACAO
            MOVE ZERO TO WS-DPE-ID
            CALL 'CONTROLE-DADOS-PESSOAIS' USING WS-DPE-OPERACAO
                                                 WS-DPE-PROGRAMA
                                                 WS-DPE-ID
                                                 WS-DPE-COMPLETO

            MOVE SPACES TO WS-CAB-DADOS-TEXTO
            IF WS-DPE-COMPLETO = 'S'
               MOVE SPACES TO WS-OPERADOR-PEDIDO
               ACCEPT WS-OPERADOR-PEDIDO FROM ENVIRONMENT 'OPRUSU'
               STRING 'COMPLETOS, A PEDIDO DO OPERADOR '
                         DELIMITED BY SIZE
                      WS-OPERADOR-PEDIDO DELIMITED BY SIZE
                 INTO WS-CAB-DADOS-TEXTO
               END-STRING
            ELSE
               MOVE 'MASCARADOS' TO WS-CAB-DADOS-TEXTO
            END-IF
            .
       P104-FIM.

       P105-ABRE-RELATORIO.

            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD

            MOVE WS-DATA-DIA TO WS-CAB-DIA
            MOVE WS-DATA-MES TO WS-CAB-MES
            MOVE WS-DATA-ANO TO WS-CAB-ANO

            OPEN OUTPUT RELATORIO
            WRITE REG-RELATORIO FROM WS-CAB-TITULO
            WRITE REG-RELATORIO FROM WS-CAB-DADOS
            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P105-FIM.

       P110-CARREGA-USUARIOS.

            MOVE ZERO TO WS-QTD-USUARIOS
            MOVE 'N' TO WS-EOF-ARQ-USUARIO

            PERFORM P112-LE-USUARIO
            PERFORM P114-GUARDA-USUARIO
               UNTIL WS-EOF-ARQ-USUARIO = 'S'
            .
       P110-FIM.

       P112-LE-USUARIO.

            READ ARQ-USUARIO NEXT RECORD
               AT END
                  MOVE 'S' TO WS-EOF-ARQ-USUARIO
               NOT AT END
                  CONTINUE
            END-READ
            .
       P112-FIM.

       P114-GUARDA-USUARIO.
      * Cancelado e so historico: nao tem acesso a tirar.

            IF NOT SITUACAO-CANCELADO
               IF WS-QTD-USUARIOS < 30000
                  ADD 1 TO WS-QTD-USUARIOS
                  MOVE REG-ID-ARQ-USUARIO
                    TO TAB-USU-ID(WS-QTD-USUARIOS)
                  MOVE REG-EMAIL-ARQ-USUARIO
                    TO TAB-USU-EMAIL(WS-QTD-USUARIOS)
                  MOVE REG-NAME-ARQ-USUARIO
                    TO TAB-USU-NOME(WS-QTD-USUARIOS)
                  MOVE REG-SITUACAO-ARQ-USUARIO
                    TO TAB-USU-SITUACAO(WS-QTD-USUARIOS)
                  MOVE 'N' TO TAB-USU-NO-RH(WS-QTD-USUARIOS)
               ELSE
                  ADD 1 TO WS-TOTAL-FORA-TABELA
               END-IF
            END-IF

            PERFORM P112-LE-USUARIO
            .
       P114-FIM.

       P120-LE-EXTRATO.

            READ EXTRATO-RH
               AT END
                  MOVE 'S' TO WS-EOF-EXTRATO
               NOT AT END
                  ADD 1 TO WS-TOTAL-FUNCIONARIOS
            END-READ
            .
       P120-FIM.

       P130-CONFERE-FUNCIONARIO.
      * Uma linha sem e-mail ou com situacao desconhecida nao decide
      * nada; sai no relatorio para o RH corrigir o extrato. Mesmo
      * assim, o usuario do e-mail conta como presente no RH.

            IF RH-EMAIL NOT = SPACES
               PERFORM P135-LOCALIZA-POR-EMAIL
            ELSE
               MOVE 'N' TO WS-USUARIO-ACHADO
            END-IF

            IF WS-USUARIO-ACHADO = 'S'
               PERFORM P138-MARCA-NO-RH
            END-IF

            EVALUATE TRUE
                WHEN RH-EMAIL = SPACES
                  OR (NOT RH-DESLIGADO AND NOT RH-VINCULADO)
                    ADD 1 TO WS-TOTAL-INVALIDOS
                    MOVE 'RH INVALIDO' TO WS-DET-SITUACAO
                    MOVE 'SITUACAO/EMAIL' TO WS-DET-OBS
                    PERFORM P160-DETALHE-EXTRATO
                WHEN RH-DESLIGADO
                    IF WS-USUARIO-ACHADO = 'S'
                       AND SITUACAO-ATIVO
                       PERFORM P140-GERA-SUSPENSAO
                    END-IF
                WHEN WS-USUARIO-ACHADO = 'N'
                    ADD 1 TO WS-TOTAL-SEM-USUARIO
                    MOVE 'SEM USUARIO' TO WS-DET-SITUACAO
                    MOVE SPACES TO WS-DET-OBS
                    PERFORM P160-DETALHE-EXTRATO
                WHEN OTHER
                    PERFORM P150-CONFERE-DADOS
            END-EVALUATE

            PERFORM P120-LE-EXTRATO
            .
       P130-FIM.

       P135-LOCALIZA-POR-EMAIL.
      * Mesma localizacao de MANUTENCAO-LOTE: a chave alternativa
      * leva direto aos registros do e-mail, valendo o nao
      * cancelado.

            MOVE 'N' TO WS-USUARIO-ACHADO
            MOVE 'N' TO WS-FIM-EMAIL

            MOVE RH-EMAIL TO REG-EMAIL-ARQ-USUARIO
            START ARQ-USUARIO KEY = REG-EMAIL-ARQ-USUARIO
               INVALID KEY
                  MOVE 'S' TO WS-FIM-EMAIL
            END-START

            PERFORM P136-LE-POR-EMAIL
               UNTIL WS-FIM-EMAIL = 'S'
                  OR WS-USUARIO-ACHADO = 'S'
            .
       P135-FIM.

       P136-LE-POR-EMAIL.

            READ ARQ-USUARIO NEXT RECORD
               AT END
                  MOVE 'S' TO WS-FIM-EMAIL
               NOT AT END
                  IF REG-EMAIL-ARQ-USUARIO NOT = RH-EMAIL
                     MOVE 'S' TO WS-FIM-EMAIL
                  ELSE
                     IF NOT SITUACAO-CANCELADO
                        MOVE 'S' TO WS-USUARIO-ACHADO
                     END-IF
                  END-IF
            END-READ
            .
       P136-FIM.

       P138-MARCA-NO-RH.

            SEARCH ALL TAB-USU-ENTRADA
               AT END
                  CONTINUE
               WHEN TAB-USU-ID(IND-TAB-USU) = REG-ID-ARQ-USUARIO
                  MOVE 'S' TO TAB-USU-NO-RH(IND-TAB-USU)
            END-SEARCH
            .
       P138-FIM.

       P140-GERA-SUSPENSAO.

            PERFORM P145-INICIA-TRANSACAO
            MOVE 'S' TO WS-MNT-OPERACAO
            PERFORM P148-GRAVA-TRANSACAO

            ADD 1 TO WS-TOTAL-SUSPENSOES
            MOVE 'SUSPENDER' TO WS-DET-SITUACAO
            MOVE 'DESLIGADO NO RH' TO WS-DET-OBS
            PERFORM P165-DETALHE-USUARIO
            .
       P140-FIM.

       P145-INICIA-TRANSACAO.
      * Destino pelo ID (o registro localizado agora) e o e-mail so
      * como referencia para quem le o arquivo de rejeitados.

            MOVE SPACES TO WS-MNT-OPERACAO
            MOVE SPACES TO WS-MNT-NOVO-NOME WS-MNT-NOVA-SENHA
                           WS-MNT-NOVO-FONE
            MOVE SPACES TO WS-MNT-LOGRADOURO WS-MNT-NUMERO-END
                           WS-MNT-COMPLEMENTO WS-MNT-CIDADE
                           WS-MNT-UF WS-MNT-CEP
            MOVE SPACES TO WS-MNT-CNS-EMAIL WS-MNT-CNS-FONE
                           WS-MNT-CNS-END WS-MNT-EXPIRA
            MOVE REG-ID-ARQ-USUARIO TO WS-ID-EDITADO
            MOVE WS-ID-EDITADO TO WS-MNT-ID
            MOVE REG-EMAIL-ARQ-USUARIO TO WS-MNT-EMAIL
            .
       P145-FIM.

       P148-GRAVA-TRANSACAO.

            MOVE SPACES TO REG-MANUTENCOES
            MOVE WS-TRANSACAO-MNT TO REG-MANUTENCOES
            WRITE REG-MANUTENCOES
            ADD 1 TO WS-TOTAL-GERADAS
            .
       P148-FIM.

       P150-CONFERE-DADOS.
      * So o que diverge vai na transacao; o resto fica em branco e
      * MANUTENCAO-LOTE mantem o valor atual. Um suspenso tambem
      * recebe a correcao: o cadastro continua valendo para a
      * reativacao.

            PERFORM P145-INICIA-TRANSACAO
            MOVE 'A' TO WS-MNT-OPERACAO

            MOVE RH-NOME TO WS-NOME-RH-CMP
            MOVE REG-NAME-ARQ-USUARIO TO WS-NOME-BASE-CMP
            INSPECT WS-NOME-RH-CMP
               CONVERTING WS-MINUSCULAS TO WS-MAIUSCULAS
            INSPECT WS-NOME-BASE-CMP
               CONVERTING WS-MINUSCULAS TO WS-MAIUSCULAS

            IF RH-NOME NOT = SPACES
               AND WS-NOME-RH-CMP NOT = WS-NOME-BASE-CMP
               MOVE RH-NOME TO WS-MNT-NOVO-NOME
            END-IF

            IF RH-FONE IS NUMERIC
               MOVE '('          TO WS-TEL-ABRE
               MOVE RH-FONE(1:2) TO WS-TEL-DDD
               MOVE ') '         TO WS-TEL-FECHA-ESP
               MOVE RH-FONE(3:5) TO WS-TEL-PREFIXO
               MOVE '-'          TO WS-TEL-HIFEN
               MOVE RH-FONE(8:4) TO WS-TEL-SUFIXO
               IF WS-TELEFONE-FORMATADO NOT = REG-PHONE-ARQ-USUARIO
                  MOVE RH-FONE TO WS-MNT-NOVO-FONE
               END-IF
            END-IF

            IF WS-MNT-NOVO-NOME NOT = SPACES
               OR WS-MNT-NOVO-FONE NOT = SPACES
               PERFORM P148-GRAVA-TRANSACAO
               ADD 1 TO WS-TOTAL-ALTERACOES
               MOVE 'ALTERAR' TO WS-DET-SITUACAO
               EVALUATE TRUE
                   WHEN WS-MNT-NOVO-FONE = SPACES
                       MOVE 'NOME' TO WS-DET-OBS
                   WHEN WS-MNT-NOVO-NOME = SPACES
                       MOVE 'TELEFONE' TO WS-DET-OBS
                   WHEN OTHER
                       MOVE 'NOME E TELEFONE' TO WS-DET-OBS
               END-EVALUATE
               PERFORM P165-DETALHE-USUARIO
            END-IF
            .
       P150-FIM.

       P160-DETALHE-EXTRATO.

            MOVE ZERO     TO WS-DET-ID
            MOVE RH-EMAIL TO WS-DET-EMAIL
            MOVE RH-NOME  TO WS-DET-NOME
            MOVE ZERO     TO WS-DPE-ID
            PERFORM P168-PROTEGE-EMAIL
            WRITE REG-RELATORIO FROM WS-LINHA-DETALHE
            .
       P160-FIM.

       P165-DETALHE-USUARIO.

            MOVE REG-ID-ARQ-USUARIO    TO WS-DET-ID
            MOVE REG-EMAIL-ARQ-USUARIO TO WS-DET-EMAIL
            MOVE REG-NAME-ARQ-USUARIO  TO WS-DET-NOME
            MOVE REG-ID-ARQ-USUARIO    TO WS-DPE-ID
            PERFORM P168-PROTEGE-EMAIL
            WRITE REG-RELATORIO FROM WS-LINHA-DETALHE
            .
       P165-FIM.

       P168-PROTEGE-EMAIL.
      * Com a saida completa, cada linha impressa fica registrada
      * pelo ID (zero na linha do extrato sem usuario na base);
      * senao o e-mail da linha sai mascarado.

            IF WS-DPE-COMPLETO = 'S'
               MOVE '2' TO WS-DPE-OPERACAO
               CALL 'CONTROLE-DADOS-PESSOAIS' USING WS-DPE-OPERACAO
                                                    WS-DPE-PROGRAMA
                                                    WS-DPE-ID
                                                    WS-DPE-COMPLETO
            ELSE
               CALL 'MASCARA-DADOS-PESSOAIS' USING WS-DET-EMAIL
                                                   OMITTED
                                                   OMITTED OMITTED
                                                   OMITTED
            END-IF
            .
       P168-FIM.

       P170-LISTA-SEM-RH.

            IF TAB-USU-NO-RH(WS-IND-USUARIO) = 'N'
               ADD 1 TO WS-TOTAL-SEM-RH
               MOVE 'SEM RH' TO WS-DET-SITUACAO
               MOVE TAB-USU-ID(WS-IND-USUARIO)    TO WS-DET-ID
               MOVE TAB-USU-EMAIL(WS-IND-USUARIO) TO WS-DET-EMAIL
               MOVE TAB-USU-NOME(WS-IND-USUARIO)  TO WS-DET-NOME
               MOVE TAB-USU-ID(WS-IND-USUARIO)    TO WS-DPE-ID
               PERFORM P168-PROTEGE-EMAIL
               IF TAB-USU-SITUACAO(WS-IND-USUARIO) = 'S'
                  MOVE 'SUSPENSO' TO WS-DET-OBS
               ELSE
                  MOVE 'ATIVO' TO WS-DET-OBS
               END-IF
               WRITE REG-RELATORIO FROM WS-LINHA-DETALHE
            END-IF
            .
       P170-FIM.

       P180-FECHA-RELATORIO.

            MOVE WS-TOTAL-SUSPENSOES  TO WS-ROD-SUSPENSOES
            MOVE WS-TOTAL-ALTERACOES  TO WS-ROD-ALTERACOES
            MOVE WS-TOTAL-SEM-USUARIO TO WS-ROD-SEM-USUARIO
            MOVE WS-TOTAL-SEM-RH      TO WS-ROD-SEM-RH
            MOVE WS-TOTAL-INVALIDOS   TO WS-ROD-INVALIDOS

            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            WRITE REG-RELATORIO FROM WS-RODAPE
            CLOSE RELATORIO

            IF WS-TOTAL-FORA-TABELA NOT = ZERO
               DISPLAY 'AVISO: ' WS-TOTAL-FORA-TABELA
                       ' usuario(s) alem da capacidade da tabela,'
                       ' fora da conferencia sem RH.'
            END-IF

            IF WS-TOTAL-GERADAS NOT = ZERO
               OR WS-TOTAL-SEM-USUARIO NOT = ZERO
               OR WS-TOTAL-SEM-RH NOT = ZERO
               OR WS-TOTAL-INVALIDOS NOT = ZERO
               MOVE 4 TO RETURN-CODE
            END-IF
            .
       P180-FIM.

       P190-EXIBE-RESUMO.

            DISPLAY ' '
            DISPLAY '--- Resumo da conciliacao com o RH ---'
            DISPLAY 'Funcionarios no extrato.: ' WS-TOTAL-FUNCIONARIOS
            DISPLAY 'Transacoes avulsas......: ' WS-TOTAL-AVULSAS
            DISPLAY 'Suspensoes geradas......: ' WS-TOTAL-SUSPENSOES
            DISPLAY 'Alteracoes geradas......: ' WS-TOTAL-ALTERACOES
            DISPLAY 'Funcionarios sem usuario: ' WS-TOTAL-SEM-USUARIO
            DISPLAY 'Usuarios sem RH.........: ' WS-TOTAL-SEM-RH
            DISPLAY 'Linhas invalidas no RH..: ' WS-TOTAL-INVALIDOS
            DISPLAY 'Arquivo de manutencoes..: ' WS-DSN-MANUTENCOES
            .
       P190-FIM.

       END PROGRAM CONCILIA-RH.
