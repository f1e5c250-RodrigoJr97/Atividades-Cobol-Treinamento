      ******************************************************************
      * Author:
      * Date:
      * Purpose: Relatorio trimestral de recertificacao de acessos dos
      *          operadores: para cada operador do cadastro de
      *          operadores (OPRCAD, o mesmo de MENU-USUARIO) lista
      *          cada opcao do menu autorizada nos flags e, ao lado, a
      *          ultima vez que o operador a usou segundo o codigo de
      *          operador gravado no historico de movimentacao
      *          (REG-OPERADOR-HIST). A operacao do historico indica
      *          a opcao: I = 1 (cadastrar), A = 2 e 8 (alteracao e
      *          troca de e-mail gravam a mesma operacao), S = 4
      *          (situacao), C = 9 (consentimento), P = B (papeis) e
      *          E = A (a exclusao fisica e aplicada na aprovacao).
      *          O arquivo de solicitacoes (APRPEN, ver APRUSU)
      *          completa a trilha: o solicitante de uma exclusao
      *          usou a opcao 3 e o aprovador da decisao a opcao A.
      *          A posicao 12 dos flags nao e opcao do menu: e a
      *          autorizacao de ver dados pessoais sem mascara, e o
      *          ultimo uso sai do registro de visualizacoes (DPELOG,
      *          ver DPEUSU).
      *          As opcoes de consulta (5, 6 e 7) nao deixam trilha
      *          e saem como tal, para o revisor decidir.
      *          Sinaliza como candidata a revogacao a autorizacao
      *          rastreavel nunca usada ou sem uso ha mais que a
      *          janela RECDIA (em dias, padrao 90), o flag ligado
      *          numa posicao que nao corresponde a opcao nenhuma do
      *          menu e o operador sem atividade nenhuma no historico
      *          e nas solicitacoes. Os codigos de operador que
      *          aparecem no historico ou nas solicitacoes e nao
      *          estao mais no cadastro saem numa secao propria. O
      *          rodape traz o periodo coberto pelo historico e o
      *          bloco de assinatura do revisor: o relatorio assinado
      *          e a evidencia da recertificacao para a auditoria.
      *          Movimentos do batch (operador em branco) nao contam.
      *          Termina com RC 0 (nada sinalizado), 4 (ha candidatos
      *          a revogacao ou operadores fora do cadastro) ou 8
      *          (cadastro de operadores ou historico inacessivel).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-RECERTIFICACAO.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPERADORES ASSIGN TO DYNAMIC
              WS-DSN-OPERADORES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-OPERADORES.

           SELECT HIST-USUARIO ASSIGN TO DYNAMIC
              WS-DSN-HISTORICO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-HISTORICO.

           SELECT APROVACOES ASSIGN TO DYNAMIC
              WS-DSN-APROVACOES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-APROVACOES.

           SELECT VISUALIZACOES ASSIGN TO DYNAMIC
              WS-DSN-VISUALIZACOES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-VISUALIZACOES.

           SELECT RELATORIO ASSIGN TO DYNAMIC
              WS-DSN-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.

      * Cadastro de operadores, no layout lido por MENU-USUARIO.
       FD OPERADORES.
       01 REG-OPERADOR.
           03 OPR-CODIGO               PIC X(08).
           03 FILLER                   PIC X(01).
           03 OPR-NOME                 PIC X(30).
           03 FILLER                   PIC X(01).
           03 OPR-SENHA                PIC X(11).
           03 FILLER                   PIC X(01).
           03 OPR-AUTORIZACOES         PIC X(20).

       FD HIST-USUARIO.
       COPY HISTUSU.

       FD APROVACOES.
       COPY APRUSU.

       FD VISUALIZACOES.
       COPY DPEUSU.

       FD RELATORIO.
       01 REG-RELATORIO               PIC X(100).

       WORKING-STORAGE SECTION.
       01 STATUS-OPERADORES       PIC X(2).
       01 STATUS-HISTORICO        PIC X(2).
       01 STATUS-APROVACOES       PIC X(2).
       01 STATUS-VISUALIZACOES    PIC X(2).
       01 STATUS-RELATORIO        PIC X(2).
       01 WS-DSN-OPERADORES       PIC X(100).
       01 WS-DSN-HISTORICO        PIC X(100).
       01 WS-DSN-APROVACOES       PIC X(100).
       01 WS-DSN-VISUALIZACOES    PIC X(100).
       01 WS-DSN-RELATORIO        PIC X(100).

       01 WS-EOF-OPERADORES       PIC X(1).
       01 WS-EOF-HISTORICO        PIC X(1).
       01 WS-EOF-APROVACOES       PIC X(1).
       01 WS-EOF-VISUALIZACOES    PIC X(1).

      * Janela sem uso (RECDIA), em dias, ate 4 digitos; vazia ou
      * invalida cai no padrao de 90 (um trimestre).
       01 WS-JANELA-DIAS          PIC 9(04) VALUE 0090.
       01 WS-PARM-TXT             PIC X(04).
       01 WS-PARM-TRABALHO        PIC X(04).

       01 WS-DATA-SISTEMA         PIC 9(08).
       01 WS-DIAS-HOJE            PIC S9(09) COMP.
       01 WS-DIAS-SEM-USO         PIC S9(09) COMP.
       01 WS-HIST-PRIMEIRA        PIC 9(08) VALUE ZERO.
       01 WS-HIST-ULTIMA          PIC 9(08) VALUE ZERO.

      * Opcoes do menu, na ordem das posicoes dos flags de
      * autorizacao (1 a 9, A = 10, B = 11); a marca de trilha diz se
      * o uso da opcao fica registrado em algum arquivo. A posicao 12
      * e a autorizacao de ver dados pessoais, sem opcao no menu.
       01 TAB-OPCOES-VALORES.
           03 FILLER              PIC X(32) VALUE
              '1SCADASTRAR USUARIO'.
           03 FILLER              PIC X(32) VALUE
              '2SALTERAR USUARIO'.
           03 FILLER              PIC X(32) VALUE
              '3SEXCLUIR USUARIO'.
           03 FILLER              PIC X(32) VALUE
              '4SSITUACAO DO USUARIO'.
           03 FILLER              PIC X(32) VALUE
              '5NRELATORIO DE USUARIOS'.
           03 FILLER              PIC X(32) VALUE
              '6NHISTORICO DE MOVIMENTACAO'.
           03 FILLER              PIC X(32) VALUE
              '7NCONSULTAR USUARIO'.
           03 FILLER              PIC X(32) VALUE
              '8STROCAS DE E-MAIL PENDENTES'.
           03 FILLER              PIC X(32) VALUE
              '9SCONSENTIMENTO DE COMUNICACAO'.
           03 FILLER              PIC X(32) VALUE
              'ASAPROVAR SOLICITACOES'.
           03 FILLER              PIC X(32) VALUE
              'BSPAPEIS DE ACESSO'.
           03 FILLER              PIC X(32) VALUE
              '*SVER DADOS PESSOAIS SEM MASCARA'.
       01 TAB-OPCOES REDEFINES TAB-OPCOES-VALORES.
           03 TAB-OPCAO OCCURS 12 TIMES.
               05 TAB-OPC-CODIGO      PIC X(01).
               05 TAB-OPC-TRILHA      PIC X(01).
               05 TAB-OPC-DESCRICAO   PIC X(30).
       01 WS-QTD-OPCOES           PIC 9(02) VALUE 12.

      * Operadores do cadastro, com a ultima atividade geral e a
      * ultima por opcao. Operador alem da capacidade sai avisado
      * no SYSOUT e fica fora do relatorio.
       01 WS-QTD-OPERADORES       PIC 9(03) VALUE ZERO.
       01 WS-IND-OPERADOR         PIC 9(03).
       01 TAB-OPERADORES.
           03 TAB-OPR-ENTRADA OCCURS 300 TIMES.
               05 TAB-OPR-CODIGO      PIC X(08).
               05 TAB-OPR-NOME        PIC X(30).
               05 TAB-OPR-AUTORIZ     PIC X(20).
               05 TAB-OPR-ULT-ATIV    PIC 9(08).
               05 TAB-OPR-ULT-USO OCCURS 12 TIMES
                                      PIC 9(08).

      * Codigos que tem movimento e nao estao no cadastro.
       01 WS-QTD-FORA             PIC 9(03) VALUE ZERO.
       01 WS-IND-FORA             PIC 9(03).
       01 TAB-FORA-CADASTRO.
           03 TAB-FORA-ENTRADA OCCURS 300 TIMES.
               05 TAB-FORA-CODIGO     PIC X(08).
               05 TAB-FORA-ULT-ATIV   PIC 9(08).
               05 TAB-FORA-MOVIMENTOS PIC 9(07).

      * Uso a registrar: operador, data e ate duas posicoes de
      * opcao (zero = so atividade).
       01 WS-USO-OPERADOR         PIC X(08).
       01 WS-USO-DATA             PIC 9(08).
       01 WS-USO-POSICAO-1        PIC 9(02).
       01 WS-USO-POSICAO-2        PIC 9(02).
       01 WS-ACHOU                PIC X(1).

       01 WS-IND-POSICAO          PIC 9(02).

       01 WS-DATA-FORMATAR        PIC 9(08).
       01 WS-DATA-PARTES REDEFINES WS-DATA-FORMATAR.
           03 WS-DTF-ANO          PIC 9(04).
           03 WS-DTF-MES          PIC 9(02).
           03 WS-DTF-DIA          PIC 9(02).
       01 WS-DATA-EDITADA.
           03 WS-DTE-DIA          PIC 99.
           03 FILLER              PIC X     VALUE '/'.
           03 WS-DTE-MES          PIC 99.
           03 FILLER              PIC X     VALUE '/'.
           03 WS-DTE-ANO          PIC 9999.
       01 WS-DIAS-EDIT            PIC ZZZZZ9.

       01 WS-TOTAL-MOVIMENTOS     PIC 9(08) VALUE ZERO.
       01 WS-TOTAL-SOLICITACOES   PIC 9(06) VALUE ZERO.
       01 WS-TOTAL-AUTORIZACOES   PIC 9(05) VALUE ZERO.
       01 WS-TOTAL-CANDIDATAS     PIC 9(05) VALUE ZERO.
       01 WS-TOTAL-SEM-TRILHA     PIC 9(05) VALUE ZERO.
       01 WS-TOTAL-OPR-INATIVOS   PIC 9(03) VALUE ZERO.

       01 WS-CAB-TITULO.
           03 FILLER              PIC X(42) VALUE
              'RECERTIFICACAO DE ACESSOS DE OPERADORES - '.
           03 WS-CAB-DATA         PIC X(10).

       01 WS-CAB-JANELA.
           03 FILLER              PIC X(23) VALUE
              'SEM USO HA MAIS DE    '.
           03 WS-CAB-JANELA-DIAS  PIC ZZZ9.
           03 FILLER              PIC X(30) VALUE
              ' DIAS = CANDIDATA A REVOGACAO'.

       01 WS-CAB-COLUNAS.
           03 FILLER              PIC X(50) VALUE
              '    OPCAO                               ULTIMO USO'.
           03 FILLER              PIC X(50) VALUE
              '   DIAS  SITUACAO'.

       01 WS-LINHA-OPERADOR.
           03 FILLER              PIC X(10) VALUE 'OPERADOR: '.
           03 WS-OPL-CODIGO       PIC X(08).
           03 FILLER              PIC X(02) VALUE SPACES.
           03 WS-OPL-NOME         PIC X(30).
           03 FILLER              PIC X(18) VALUE
              '  ULT. ATIVIDADE: '.
           03 WS-OPL-ATIVIDADE    PIC X(10).

       01 WS-LINHA-AUTORIZACAO.
           03 FILLER              PIC X(04) VALUE SPACES.
           03 WS-AUL-OPCAO        PIC X(01).
           03 FILLER              PIC X(03) VALUE ' - '.
           03 WS-AUL-DESCRICAO    PIC X(30).
           03 FILLER              PIC X(02) VALUE SPACES.
           03 WS-AUL-ULTIMO-USO   PIC X(10).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-AUL-DIAS         PIC X(06).
           03 FILLER              PIC X(02) VALUE SPACES.
           03 WS-AUL-SITUACAO     PIC X(30).

       01 WS-LINHA-FORA.
           03 FILLER              PIC X(04) VALUE SPACES.
           03 WS-FRL-CODIGO       PIC X(08).
           03 FILLER              PIC X(18) VALUE
              '  ULT. ATIVIDADE: '.
           03 WS-FRL-ATIVIDADE    PIC X(10).
           03 FILLER              PIC X(14) VALUE
              '  MOVIMENTOS: '.
           03 WS-FRL-MOVIMENTOS   PIC ZZZZZZ9.

       01 WS-LINHA-SECAO          PIC X(100).

       01 WS-LINHA-SEM-ATIVIDADE.
           03 FILLER              PIC X(33) VALUE
              '    *** OPERADOR SEM ATIVIDADE - '.
           03 FILLER              PIC X(36) VALUE
              'CANDIDATO A REVOGACAO DO ACESSO ***'.

       01 WS-RODAPE-1.
           03 FILLER              PIC X(12) VALUE 'OPERADORES: '.
           03 WS-ROD-OPERADORES   PIC ZZ9.
           03 FILLER              PIC X(17) VALUE
              '  AUTORIZACOES: '.
           03 WS-ROD-AUTORIZACOES PIC ZZZZ9.
           03 FILLER              PIC X(14) VALUE '  CANDIDATAS: '.
           03 WS-ROD-CANDIDATAS   PIC ZZZZ9.
           03 FILLER              PIC X(14) VALUE '  SEM TRILHA: '.
           03 WS-ROD-SEM-TRILHA   PIC ZZZZ9.

       01 WS-RODAPE-2.
           03 FILLER              PIC X(26) VALUE
              'OPERADORES SEM ATIVIDADE: '.
           03 WS-ROD-INATIVOS     PIC ZZ9.
           03 FILLER              PIC X(21) VALUE
              '  FORA DO CADASTRO: '.
           03 WS-ROD-FORA         PIC ZZ9.

       01 WS-RODAPE-3.
           03 FILLER              PIC X(20) VALUE
              'HISTORICO ANALISADO:'.
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-ROD-PRIMEIRA     PIC X(10).
           03 FILLER              PIC X(03) VALUE ' A '.
           03 WS-ROD-ULTIMA       PIC X(10).
           03 FILLER              PIC X(14) VALUE '  MOVIMENTOS: '.
           03 WS-ROD-MOVIMENTOS   PIC ZZZZZZZ9.
           03 FILLER              PIC X(16) VALUE
              '  SOLICITACOES: '.
           03 WS-ROD-SOLICITACOES PIC ZZZZZ9.

       01 WS-ASSINATURA-1.
           03 FILLER              PIC X(50) VALUE
              'REVISADO POR: ___________________________________'.
           03 FILLER              PIC X(50) VALUE
              '  DATA: ____/____/________'.

       01 WS-ASSINATURA-2.
           03 FILLER              PIC X(50) VALUE
              'ASSINATURA..: ___________________________________'.
           03 FILLER              PIC X(50) VALUE
              '  AREA: __________________'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY 'Recertificacao de Acessos de Operadores Iniciada'

            MOVE ZERO TO RETURN-CODE

            PERFORM P000-RESOLVE-DSN
            PERFORM P005-CARREGA-PARAMETROS
            PERFORM P010-CARREGA-OPERADORES

            IF RETURN-CODE = ZERO
               PERFORM P100-LE-HISTORICO
            END-IF

            IF RETURN-CODE = ZERO
               PERFORM P150-LE-SOLICITACOES
               PERFORM P170-LE-VISUALIZACOES
               PERFORM P300-EMITE-RELATORIO
            END-IF

            STOP RUN.

       P000-RESOLVE-DSN.

            MOVE SPACES TO WS-DSN-OPERADORES
            ACCEPT WS-DSN-OPERADORES FROM ENVIRONMENT 'OPRCAD'
            IF WS-DSN-OPERADORES = SPACES
               MOVE './OPERADORES.DAT' TO WS-DSN-OPERADORES
            END-IF

            MOVE SPACES TO WS-DSN-HISTORICO
            ACCEPT WS-DSN-HISTORICO FROM ENVIRONMENT 'HISUSU'
            IF WS-DSN-HISTORICO = SPACES
               MOVE './HISTORICO-USUARIO.DAT' TO WS-DSN-HISTORICO
            END-IF

            MOVE SPACES TO WS-DSN-APROVACOES
            ACCEPT WS-DSN-APROVACOES FROM ENVIRONMENT 'APRPEN'
            IF WS-DSN-APROVACOES = SPACES
               MOVE './SOLICITACOES-APROVACAO.DAT'
                 TO WS-DSN-APROVACOES
            END-IF

            MOVE SPACES TO WS-DSN-VISUALIZACOES
            ACCEPT WS-DSN-VISUALIZACOES FROM ENVIRONMENT 'DPELOG'
            IF WS-DSN-VISUALIZACOES = SPACES
               MOVE './VISUALIZACOES.DAT' TO WS-DSN-VISUALIZACOES
            END-IF

            MOVE SPACES TO WS-DSN-RELATORIO
            ACCEPT WS-DSN-RELATORIO FROM ENVIRONMENT 'RELREC'
            IF WS-DSN-RELATORIO = SPACES
               MOVE './RELATORIO-RECERTIFICACAO.TXT'
                 TO WS-DSN-RELATORIO
            END-IF
            .
       P000-FIM.

       P005-CARREGA-PARAMETROS.
      * RECDIA aceita de um a quatro digitos, alinhados a direita
      * com zeros a esquerda antes da conferencia.

            MOVE SPACES TO WS-PARM-TXT
            ACCEPT WS-PARM-TXT FROM ENVIRONMENT 'RECDIA'
            PERFORM P006-DESLOCA-PARM
               UNTIL WS-PARM-TXT(4:1) NOT = SPACE
                  OR WS-PARM-TXT = SPACES
            IF WS-PARM-TXT IS NUMERIC
               AND WS-PARM-TXT NOT = '0000'
               MOVE WS-PARM-TXT TO WS-JANELA-DIAS
            END-IF

            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            COMPUTE WS-DIAS-HOJE =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-SISTEMA)
            .
       P005-FIM.

       P006-DESLOCA-PARM.

            MOVE WS-PARM-TXT TO WS-PARM-TRABALHO
            MOVE WS-PARM-TRABALHO(1:3) TO WS-PARM-TXT(2:3)
            MOVE '0' TO WS-PARM-TXT(1:1)
            .
       P006-FIM.

       P010-CARREGA-OPERADORES.

            OPEN INPUT OPERADORES

            IF STATUS-OPERADORES NOT = '00'
               DISPLAY 'ERRO: cadastro de operadores inexistente ou '
                       'inacessivel: ' WS-DSN-OPERADORES
               MOVE 8 TO RETURN-CODE
            ELSE
               MOVE 'N' TO WS-EOF-OPERADORES
               PERFORM P011-LE-OPERADOR
                  UNTIL WS-EOF-OPERADORES = 'S'
               CLOSE OPERADORES
            END-IF
            .
       P010-FIM.

       P011-LE-OPERADOR.
      * Flags de um registro antigo, mais curto, chegam com espaco
      * nas posicoes novas: nao autorizadas, como no menu.

            READ OPERADORES
               AT END
                  MOVE 'S' TO WS-EOF-OPERADORES
               NOT AT END
                  IF OPR-CODIGO NOT = SPACES
                     IF WS-QTD-OPERADORES < 300
                        ADD 1 TO WS-QTD-OPERADORES
                        MOVE OPR-CODIGO
                          TO TAB-OPR-CODIGO(WS-QTD-OPERADORES)
                        MOVE OPR-NOME
                          TO TAB-OPR-NOME(WS-QTD-OPERADORES)
                        MOVE OPR-AUTORIZACOES
                          TO TAB-OPR-AUTORIZ(WS-QTD-OPERADORES)
                        MOVE ZERO
                          TO TAB-OPR-ULT-ATIV(WS-QTD-OPERADORES)
                        PERFORM P012-ZERA-USO
                           VARYING WS-IND-POSICAO FROM 1 BY 1
                             UNTIL WS-IND-POSICAO > WS-QTD-OPCOES
                     ELSE
                        DISPLAY 'AVISO: operador alem da capacidade '
                                'do relatorio: ' OPR-CODIGO
                     END-IF
                  END-IF
            END-READ
            .
       P011-FIM.

       P012-ZERA-USO.

            MOVE ZERO TO TAB-OPR-ULT-USO(WS-QTD-OPERADORES,
                                         WS-IND-POSICAO)
            .
       P012-FIM.

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
      * O periodo coberto conta todo movimento; o uso, so os de
      * operador identificado.

            IF WS-HIST-PRIMEIRA = ZERO
               OR REG-DATA-HIST < WS-HIST-PRIMEIRA
               MOVE REG-DATA-HIST TO WS-HIST-PRIMEIRA
            END-IF
            IF REG-DATA-HIST > WS-HIST-ULTIMA
               MOVE REG-DATA-HIST TO WS-HIST-ULTIMA
            END-IF

            IF REG-OPERADOR-HIST NOT = SPACES
               MOVE REG-OPERADOR-HIST TO WS-USO-OPERADOR
               MOVE REG-DATA-HIST     TO WS-USO-DATA
               MOVE ZERO TO WS-USO-POSICAO-1 WS-USO-POSICAO-2

               EVALUATE TRUE
                   WHEN HIST-INCLUSAO
                       MOVE 1 TO WS-USO-POSICAO-1
                   WHEN HIST-ALTERACAO
                       MOVE 2 TO WS-USO-POSICAO-1
                       MOVE 8 TO WS-USO-POSICAO-2
                   WHEN HIST-SITUACAO
                       MOVE 4 TO WS-USO-POSICAO-1
                   WHEN HIST-CONSENTIMENTO
                       MOVE 9 TO WS-USO-POSICAO-1
                   WHEN HIST-PAPEL
                       MOVE 11 TO WS-USO-POSICAO-1
                   WHEN HIST-EXCLUSAO
                       MOVE 10 TO WS-USO-POSICAO-1
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

               PERFORM P200-REGISTRA-USO
            END-IF

            PERFORM P110-LE-MOVIMENTO
            .
       P120-FIM.

       P150-LE-SOLICITACOES.
      * Sem o arquivo de solicitacoes a recertificacao segue so com
      * o historico; as opcoes 3 e A ficam sem o uso registrado ali.

            OPEN INPUT APROVACOES

            IF STATUS-APROVACOES NOT = '00'
               DISPLAY 'AVISO: arquivo de solicitacoes ausente ('
                       WS-DSN-APROVACOES '); opcoes 3 e A avaliadas '
                       'so pelo historico.'
            ELSE
               MOVE 'N' TO WS-EOF-APROVACOES
               PERFORM P160-TRATA-SOLICITACAO
                  UNTIL WS-EOF-APROVACOES = 'S'
               CLOSE APROVACOES
            END-IF
            .
       P150-FIM.

       P160-TRATA-SOLICITACAO.
      * O solicitante de uma exclusao usou a opcao 3; o de uma
      * unificacao veio do batch de unificacao e so conta como
      * atividade. A decisao conta para o aprovador, exceto a
      * retirada pelo proprio solicitante.

            READ APROVACOES
               AT END
                  MOVE 'S' TO WS-EOF-APROVACOES
               NOT AT END
                  ADD 1 TO WS-TOTAL-SOLICITACOES

                  IF APR-SOLICITANTE NOT = SPACES
                     AND APR-DATA-PEDIDO IS NUMERIC
                     MOVE APR-SOLICITANTE TO WS-USO-OPERADOR
                     MOVE APR-DATA-PEDIDO TO WS-USO-DATA
                     MOVE ZERO TO WS-USO-POSICAO-1 WS-USO-POSICAO-2
                     IF APR-EXCLUSAO
                        MOVE 3 TO WS-USO-POSICAO-1
                     END-IF
                     PERFORM P200-REGISTRA-USO
                  END-IF

                  IF APR-APROVADOR NOT = SPACES
                     AND APR-DATA-DECISAO IS NUMERIC
                     AND APR-DATA-DECISAO NOT = ZERO
                     MOVE APR-APROVADOR    TO WS-USO-OPERADOR
                     MOVE APR-DATA-DECISAO TO WS-USO-DATA
                     MOVE ZERO TO WS-USO-POSICAO-1 WS-USO-POSICAO-2
                     IF APR-APROVADOR NOT = APR-SOLICITANTE
                        MOVE 10 TO WS-USO-POSICAO-1
                     END-IF
                     PERFORM P200-REGISTRA-USO
                  END-IF
            END-READ
            .
       P160-FIM.

       P170-LE-VISUALIZACOES.
      * O registro so existe depois da primeira visualizacao sem
      * mascara; ausente, ninguem usou a posicao 12 ainda.

            OPEN INPUT VISUALIZACOES

            IF STATUS-VISUALIZACOES NOT = '00'
               DISPLAY 'AVISO: registro de visualizacoes ausente ('
                       WS-DSN-VISUALIZACOES '); posicao 12 sem uso '
                       'registrado.'
            ELSE
               MOVE 'N' TO WS-EOF-VISUALIZACOES
               PERFORM P180-TRATA-VISUALIZACAO
                  UNTIL WS-EOF-VISUALIZACOES = 'S'
               CLOSE VISUALIZACOES
            END-IF
            .
       P170-FIM.

       P180-TRATA-VISUALIZACAO.

            READ VISUALIZACOES
               AT END
                  MOVE 'S' TO WS-EOF-VISUALIZACOES
               NOT AT END
                  IF DPE-OPERADOR NOT = SPACES
                     AND DPE-DATA IS NUMERIC
                     MOVE DPE-OPERADOR TO WS-USO-OPERADOR
                     MOVE DPE-DATA     TO WS-USO-DATA
                     MOVE ZERO TO WS-USO-POSICAO-2
                     MOVE 12 TO WS-USO-POSICAO-1
                     PERFORM P200-REGISTRA-USO
                  END-IF
            END-READ
            .
       P180-FIM.

       P200-REGISTRA-USO.

            MOVE 'N' TO WS-ACHOU
            PERFORM P210-PROCURA-OPERADOR
               VARYING WS-IND-OPERADOR FROM 1 BY 1
                 UNTIL WS-IND-OPERADOR > WS-QTD-OPERADORES
                    OR WS-ACHOU = 'S'

            IF WS-ACHOU = 'S'
               SUBTRACT 1 FROM WS-IND-OPERADOR

               IF WS-USO-DATA > TAB-OPR-ULT-ATIV(WS-IND-OPERADOR)
                  MOVE WS-USO-DATA
                    TO TAB-OPR-ULT-ATIV(WS-IND-OPERADOR)
               END-IF

               IF WS-USO-POSICAO-1 NOT = ZERO
                  AND WS-USO-DATA > TAB-OPR-ULT-USO(WS-IND-OPERADOR,
                                                    WS-USO-POSICAO-1)
                  MOVE WS-USO-DATA TO TAB-OPR-ULT-USO(WS-IND-OPERADOR,
                                                     WS-USO-POSICAO-1)
               END-IF

               IF WS-USO-POSICAO-2 NOT = ZERO
                  AND WS-USO-DATA > TAB-OPR-ULT-USO(WS-IND-OPERADOR,
                                                    WS-USO-POSICAO-2)
                  MOVE WS-USO-DATA TO TAB-OPR-ULT-USO(WS-IND-OPERADOR,
                                                     WS-USO-POSICAO-2)
               END-IF
            ELSE
               PERFORM P220-REGISTRA-FORA
            END-IF
            .
       P200-FIM.

       P210-PROCURA-OPERADOR.

            IF TAB-OPR-CODIGO(WS-IND-OPERADOR) = WS-USO-OPERADOR
               MOVE 'S' TO WS-ACHOU
            END-IF
            .
       P210-FIM.

       P220-REGISTRA-FORA.

            MOVE 'N' TO WS-ACHOU
            PERFORM P230-PROCURA-FORA
               VARYING WS-IND-FORA FROM 1 BY 1
                 UNTIL WS-IND-FORA > WS-QTD-FORA
                    OR WS-ACHOU = 'S'

            IF WS-ACHOU = 'S'
               SUBTRACT 1 FROM WS-IND-FORA
               ADD 1 TO TAB-FORA-MOVIMENTOS(WS-IND-FORA)
               IF WS-USO-DATA > TAB-FORA-ULT-ATIV(WS-IND-FORA)
                  MOVE WS-USO-DATA TO TAB-FORA-ULT-ATIV(WS-IND-FORA)
               END-IF
            ELSE
               IF WS-QTD-FORA < 300
                  ADD 1 TO WS-QTD-FORA
                  MOVE WS-USO-OPERADOR
                    TO TAB-FORA-CODIGO(WS-QTD-FORA)
                  MOVE WS-USO-DATA TO TAB-FORA-ULT-ATIV(WS-QTD-FORA)
                  MOVE 1 TO TAB-FORA-MOVIMENTOS(WS-QTD-FORA)
               ELSE
                  DISPLAY 'AVISO: operador fora do cadastro alem da '
                          'capacidade do relatorio: ' WS-USO-OPERADOR
               END-IF
            END-IF
            .
       P220-FIM.

       P230-PROCURA-FORA.

            IF TAB-FORA-CODIGO(WS-IND-FORA) = WS-USO-OPERADOR
               MOVE 'S' TO WS-ACHOU
            END-IF
            .
       P230-FIM.

       P300-EMITE-RELATORIO.

            OPEN OUTPUT RELATORIO

            MOVE WS-DATA-SISTEMA TO WS-DATA-FORMATAR
            PERFORM P700-FORMATA-DATA
            MOVE WS-DATA-EDITADA TO WS-CAB-DATA
            WRITE REG-RELATORIO FROM WS-CAB-TITULO
            MOVE WS-JANELA-DIAS TO WS-CAB-JANELA-DIAS
            WRITE REG-RELATORIO FROM WS-CAB-JANELA
            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            WRITE REG-RELATORIO FROM WS-CAB-COLUNAS

            PERFORM P310-EMITE-OPERADOR
               VARYING WS-IND-OPERADOR FROM 1 BY 1
                 UNTIL WS-IND-OPERADOR > WS-QTD-OPERADORES

            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE 'OPERADORES COM MOVIMENTO E FORA DO CADASTRO:'
              TO WS-LINHA-SECAO
            WRITE REG-RELATORIO FROM WS-LINHA-SECAO
            IF WS-QTD-FORA = ZERO
               MOVE '    (nenhum)' TO WS-LINHA-SECAO
               WRITE REG-RELATORIO FROM WS-LINHA-SECAO
            ELSE
               PERFORM P330-EMITE-FORA
                  VARYING WS-IND-FORA FROM 1 BY 1
                    UNTIL WS-IND-FORA > WS-QTD-FORA
            END-IF

            PERFORM P390-FINALIZA

            CLOSE RELATORIO
            .
       P300-FIM.

       P310-EMITE-OPERADOR.

            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE TAB-OPR-CODIGO(WS-IND-OPERADOR) TO WS-OPL-CODIGO
            MOVE TAB-OPR-NOME(WS-IND-OPERADOR)   TO WS-OPL-NOME
            IF TAB-OPR-ULT-ATIV(WS-IND-OPERADOR) = ZERO
               MOVE 'NENHUMA' TO WS-OPL-ATIVIDADE
            ELSE
               MOVE TAB-OPR-ULT-ATIV(WS-IND-OPERADOR)
                 TO WS-DATA-FORMATAR
               PERFORM P700-FORMATA-DATA
               MOVE WS-DATA-EDITADA TO WS-OPL-ATIVIDADE
            END-IF
            WRITE REG-RELATORIO FROM WS-LINHA-OPERADOR

            IF TAB-OPR-ULT-ATIV(WS-IND-OPERADOR) = ZERO
               ADD 1 TO WS-TOTAL-OPR-INATIVOS
               WRITE REG-RELATORIO FROM WS-LINHA-SEM-ATIVIDADE
            END-IF

            PERFORM P320-EMITE-AUTORIZACAO
               VARYING WS-IND-POSICAO FROM 1 BY 1
                 UNTIL WS-IND-POSICAO > 20
            .
       P310-FIM.

       P320-EMITE-AUTORIZACAO.
      * Uma linha por flag ligado. Alem da ultima opcao do menu o
      * flag nao autoriza nada e deve ser desligado.

            IF TAB-OPR-AUTORIZ(WS-IND-OPERADOR)(WS-IND-POSICAO:1)
               = 'S'
               ADD 1 TO WS-TOTAL-AUTORIZACOES
               MOVE SPACES TO WS-AUL-ULTIMO-USO WS-AUL-DIAS
                              WS-AUL-SITUACAO

               IF WS-IND-POSICAO > WS-QTD-OPCOES
                  MOVE '?' TO WS-AUL-OPCAO
                  MOVE 'POSICAO     SEM OPCAO NO MENU'
                    TO WS-AUL-DESCRICAO
                  MOVE WS-IND-POSICAO TO WS-AUL-DESCRICAO(9:2)
                  MOVE 'CANDIDATA A REVOGACAO' TO WS-AUL-SITUACAO
                  ADD 1 TO WS-TOTAL-CANDIDATAS
               ELSE
                  MOVE TAB-OPC-CODIGO(WS-IND-POSICAO) TO WS-AUL-OPCAO
                  MOVE TAB-OPC-DESCRICAO(WS-IND-POSICAO)
                    TO WS-AUL-DESCRICAO
                  PERFORM P325-AVALIA-USO
               END-IF

               WRITE REG-RELATORIO FROM WS-LINHA-AUTORIZACAO
            END-IF
            .
       P320-FIM.

       P325-AVALIA-USO.

            IF TAB-OPC-TRILHA(WS-IND-POSICAO) = 'N'
               MOVE 'SEM TRILHA' TO WS-AUL-ULTIMO-USO
               MOVE 'AVALIAR COM O GESTOR' TO WS-AUL-SITUACAO
               ADD 1 TO WS-TOTAL-SEM-TRILHA
            ELSE
               IF TAB-OPR-ULT-USO(WS-IND-OPERADOR, WS-IND-POSICAO)
                  = ZERO
                  MOVE 'NUNCA' TO WS-AUL-ULTIMO-USO
                  MOVE 'CANDIDATA A REVOGACAO' TO WS-AUL-SITUACAO
                  ADD 1 TO WS-TOTAL-CANDIDATAS
               ELSE
                  MOVE TAB-OPR-ULT-USO(WS-IND-OPERADOR, WS-IND-POSICAO)
                    TO WS-DATA-FORMATAR
                  PERFORM P700-FORMATA-DATA
                  MOVE WS-DATA-EDITADA TO WS-AUL-ULTIMO-USO
                  COMPUTE WS-DIAS-SEM-USO =
                          WS-DIAS-HOJE
                          - FUNCTION INTEGER-OF-DATE(WS-DATA-FORMATAR)
                  MOVE WS-DIAS-SEM-USO TO WS-DIAS-EDIT
                  MOVE WS-DIAS-EDIT TO WS-AUL-DIAS
                  IF WS-DIAS-SEM-USO > WS-JANELA-DIAS
                     MOVE 'CANDIDATA A REVOGACAO' TO WS-AUL-SITUACAO
                     ADD 1 TO WS-TOTAL-CANDIDATAS
                  ELSE
                     MOVE 'EM USO' TO WS-AUL-SITUACAO
                  END-IF
               END-IF
            END-IF
            .
       P325-FIM.

       P330-EMITE-FORA.

            MOVE TAB-FORA-CODIGO(WS-IND-FORA) TO WS-FRL-CODIGO
            MOVE TAB-FORA-ULT-ATIV(WS-IND-FORA) TO WS-DATA-FORMATAR
            PERFORM P700-FORMATA-DATA
            MOVE WS-DATA-EDITADA TO WS-FRL-ATIVIDADE
            MOVE TAB-FORA-MOVIMENTOS(WS-IND-FORA)
              TO WS-FRL-MOVIMENTOS
            WRITE REG-RELATORIO FROM WS-LINHA-FORA
            .
       P330-FIM.

       P390-FINALIZA.

            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE WS-QTD-OPERADORES     TO WS-ROD-OPERADORES
            MOVE WS-TOTAL-AUTORIZACOES TO WS-ROD-AUTORIZACOES
            MOVE WS-TOTAL-CANDIDATAS   TO WS-ROD-CANDIDATAS
            MOVE WS-TOTAL-SEM-TRILHA   TO WS-ROD-SEM-TRILHA
            WRITE REG-RELATORIO FROM WS-RODAPE-1

            MOVE WS-TOTAL-OPR-INATIVOS TO WS-ROD-INATIVOS
            MOVE WS-QTD-FORA           TO WS-ROD-FORA
            WRITE REG-RELATORIO FROM WS-RODAPE-2

            IF WS-HIST-PRIMEIRA = ZERO
               MOVE 'VAZIO' TO WS-ROD-PRIMEIRA
               MOVE SPACES TO WS-ROD-ULTIMA
            ELSE
               MOVE WS-HIST-PRIMEIRA TO WS-DATA-FORMATAR
               PERFORM P700-FORMATA-DATA
               MOVE WS-DATA-EDITADA TO WS-ROD-PRIMEIRA
               MOVE WS-HIST-ULTIMA TO WS-DATA-FORMATAR
               PERFORM P700-FORMATA-DATA
               MOVE WS-DATA-EDITADA TO WS-ROD-ULTIMA
            END-IF
            MOVE WS-TOTAL-MOVIMENTOS   TO WS-ROD-MOVIMENTOS
            MOVE WS-TOTAL-SOLICITACOES TO WS-ROD-SOLICITACOES
            WRITE REG-RELATORIO FROM WS-RODAPE-3

            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            WRITE REG-RELATORIO
            WRITE REG-RELATORIO FROM WS-ASSINATURA-1
            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            WRITE REG-RELATORIO FROM WS-ASSINATURA-2

            DISPLAY 'Operadores..........: ' WS-QTD-OPERADORES
            DISPLAY 'Autorizacoes........: ' WS-TOTAL-AUTORIZACOES
            DISPLAY 'Candidatas revogacao: ' WS-TOTAL-CANDIDATAS
            DISPLAY 'Operadores inativos.: ' WS-TOTAL-OPR-INATIVOS
            DISPLAY 'Fora do cadastro....: ' WS-QTD-FORA

            IF WS-TOTAL-CANDIDATAS > ZERO
               OR WS-TOTAL-OPR-INATIVOS > ZERO
               OR WS-QTD-FORA > ZERO
               MOVE 4 TO RETURN-CODE
            END-IF
            .
       P390-FIM.

       P700-FORMATA-DATA.

            MOVE WS-DTF-DIA TO WS-DTE-DIA
            MOVE WS-DTF-MES TO WS-DTE-MES
            MOVE WS-DTF-ANO TO WS-DTE-ANO
            .
       P700-FIM.

       END PROGRAM RELATORIO-RECERTIFICACAO.
