      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cancelamento noturno automatico das contas de prazo
      *          determinado (terceiros, estagiarios, temporarios):
      *          varre ARQ-USUARIO e cancela (situacao C, a mesma
      *          regra da acao C de SITUACAO-USUARIO, com estampa de
      *          alteracao e historico de movimentacao) toda conta
      *          ativa ou suspensa cuja data de expiracao (ver
      *          ARQUSU) ja passou - a data gravada e o ultimo dia
      *          valido. O relatorio lista quem foi cancelado e as
      *          contas ativas que expiram nos proximos EXPAVI dias
      *          (DD/variavel, padrao 15), para o gestor renovar o
      *          prazo pela alteracao antes do corte.
      *          Conta com a data zerada nao expira e fica fora. Uma
      *          data gravada que nao existe no calendario (31/04,
      *          29/02 fora de ano bissexto) nao cancela nada: sai no
      *          relatorio como DT INVALIDA, para ser corrigida pela
      *          alteracao.
      *          O e-mail sai mascarado no relatorio, salvo pedido do
      *          job por um operador autorizado (DADCOM/OPRUSU, ver
      *          CONTROLE-DADOS-PESSOAIS); o cabecalho diz de que
      *          forma saiu.
      *          VERIFICA-ACESSO ja recusa a conta vencida mesmo
      *          antes desta execucao; o cancelamento aqui e o que
      *          a tira dos relatorios, interfaces e contagens de
      *          licenca.
      *          Roda sob a trava TRAVA-USUARIO e registra o passo no
      *          controle de movimento (CONTROLE-MOVIMENTO). Termina
      *          com RC 0 (nada cancelado nem a expirar), 4 (ha
      *          cancelados, avisos ou datas invalidas), 8 (base
      *          inacessivel), 12
      *          (trava em andamento) ou 16 (data de movimento ja
      *          encerrada).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CANCELA-EXPIRADOS.
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

           SELECT RELATORIO ASSIGN TO DYNAMIC
              WS-DSN-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.

       FD ARQ-USUARIO.
       COPY ARQUSU.

       FD RELATORIO.
       01 REG-RELATORIO               PIC X(100).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS             PIC X(2).
       01 STATUS-RELATORIO        PIC X(2).
       01 WS-DSN-ARQ-USUARIO      PIC X(100).
       01 WS-DSN-RELATORIO        PIC X(100).

       01 WS-EOF-ARQ-USUARIO      PIC X(1) VALUE 'N'.

      * Antecedencia do aviso de expiracao (EXPAVI), em dias, ate 4
      * digitos; vazia ou invalida cai no padrao 15.
       01 WS-AVISO-DIAS           PIC 9(04) VALUE 0015.
       01 WS-PARM-TXT             PIC X(04).
       01 WS-PARM-TRABALHO        PIC X(04).

       01 WS-DATA-SISTEMA         PIC 9(08).
       01 WS-DIAS-HOJE            PIC S9(09) COMP.
       01 WS-DIAS-RESTANTES       PIC S9(09) COMP.

       01 WS-TOTAL-COM-PRAZO      PIC 9(07) VALUE ZERO.
       01 WS-TOTAL-CANCELADOS     PIC 9(07) VALUE ZERO.
       01 WS-TOTAL-AVISOS         PIC 9(07) VALUE ZERO.
       01 WS-TOTAL-INVALIDAS      PIC 9(07) VALUE ZERO.

       01 WS-TRAVA-OPERACAO       PIC X(01).
       01 WS-TRAVA-STATUS         PIC 9(01).

       01 WS-MOV-OPERACAO         PIC X(01).
       01 WS-MOV-PASSO            PIC X(08) VALUE 'EXPIRA'.
       01 WS-MOV-RC               PIC 9(02).
       01 WS-MOV-CONTAGEM         PIC 9(07).
       01 WS-MOV-STATUS           PIC 9(01).

       01 WS-DPE-OPERACAO         PIC X(01).
       01 WS-DPE-PROGRAMA         PIC X(20) VALUE 'CANCELA-EXPIRADOS'.
       01 WS-DPE-ID               PIC 9(07).
       01 WS-DPE-COMPLETO         PIC X(01).
       01 WS-OPERADOR-PEDIDO      PIC X(08).

       01 WS-HIST-OPERACAO        PIC X(01).
       01 WS-HIST-ID              PIC 9(07).
       01 WS-IMAGEM-ANTES         PIC X(300).
       01 WS-IMAGEM-DEPOIS        PIC X(300).

       01 WS-DATA-CABECALHO.
           03 WS-DATA-ANO         PIC 9(04).
           03 WS-DATA-MES         PIC 9(02).
           03 WS-DATA-DIA         PIC 9(02).

       01 WS-CAB-TITULO.
           03 FILLER              PIC X(40) VALUE
              'CANCELAMENTO DE CONTAS EXPIRADAS - '.
           03 WS-CAB-DIA          PIC 99.
           03 FILLER              PIC X     VALUE '/'.
           03 WS-CAB-MES          PIC 99.
           03 FILLER              PIC X     VALUE '/'.
           03 WS-CAB-ANO          PIC 9999.

       01 WS-CAB-DADOS.
           03 FILLER              PIC X(16) VALUE 'DADOS PESSOAIS: '.
           03 WS-CAB-DADOS-TEXTO  PIC X(50).

      * Uma linha por conta cancelada ou avisada, com a situacao na
      * propria linha: a leitura sai em ordem de ID e as duas
      * situacoes se intercalam.
       01 WS-LINHA-DETALHE.
           03 WS-DET-SITUACAO     PIC X(11).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-DET-ID           PIC ZZZZZZ9.
           03 FILLER              PIC X(02) VALUE SPACES.
           03 WS-DET-EMAIL        PIC X(30).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-DET-NOME         PIC X(30).
           03 FILLER              PIC X(08) VALUE ' EXPIRA '.
           03 WS-DET-DIA          PIC 99.
           03 FILLER              PIC X     VALUE '/'.
           03 WS-DET-MES          PIC 99.
           03 FILLER              PIC X     VALUE '/'.
           03 WS-DET-ANO          PIC 9999.

       01 WS-DATA-EXPIRA.
           03 WS-EXP-ANO          PIC 9(04).
           03 WS-EXP-MES          PIC 9(02).
           03 WS-EXP-DIA          PIC 9(02).

       01 WS-RODAPE.
           03 FILLER              PIC X(13) VALUE 'CANCELADAS: '.
           03 WS-ROD-CANCELADOS   PIC ZZZZZZ9.
           03 FILLER              PIC X(13) VALUE '  A EXPIRAR: '.
           03 WS-ROD-AVISOS       PIC ZZZZZZ9.
           03 FILLER              PIC X(14) VALUE '  COM PRAZO: '.
           03 WS-ROD-COM-PRAZO    PIC ZZZZZZ9.
           03 FILLER              PIC X(14) VALUE '  INVALIDAS: '.
           03 WS-ROD-INVALIDAS    PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY 'Cancelamento de Contas Expiradas Iniciado'

            MOVE ZERO TO RETURN-CODE

            PERFORM P000-RESOLVE-DSN
            PERFORM P005-CARREGA-PARAMETROS
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
                  PERFORM P100-VARRE-BASE

                  MOVE '2' TO WS-TRAVA-OPERACAO
                  CALL 'TRAVA-USUARIO' USING WS-TRAVA-OPERACAO
                                              WS-TRAVA-STATUS
               END-IF

               PERFORM P090-FECHA-MOVIMENTO
            END-IF

            STOP RUN.

       P000-RESOLVE-DSN.

            MOVE SPACES TO WS-DSN-ARQ-USUARIO
            ACCEPT WS-DSN-ARQ-USUARIO FROM ENVIRONMENT 'ARQUSU'
            IF WS-DSN-ARQ-USUARIO = SPACES
               MOVE './ARQ-USUARIO.DAT' TO WS-DSN-ARQ-USUARIO
            END-IF

            MOVE SPACES TO WS-DSN-RELATORIO
            ACCEPT WS-DSN-RELATORIO FROM ENVIRONMENT 'RELEXA'
            IF WS-DSN-RELATORIO = SPACES
               MOVE './RELATORIO-EXPIRACAO.TXT' TO WS-DSN-RELATORIO
            END-IF
            .
       P000-FIM.

       P005-CARREGA-PARAMETROS.
      * EXPAVI aceita de um a quatro digitos; o valor e alinhado a
      * direita com zeros a esquerda antes da conferencia.

            MOVE SPACES TO WS-PARM-TXT
            ACCEPT WS-PARM-TXT FROM ENVIRONMENT 'EXPAVI'
            PERFORM P006-DESLOCA-PARM
               UNTIL WS-PARM-TXT(4:1) NOT = SPACE
                  OR WS-PARM-TXT = SPACES
            IF WS-PARM-TXT IS NUMERIC
               AND WS-PARM-TXT NOT = '0000'
               MOVE WS-PARM-TXT TO WS-AVISO-DIAS
            END-IF
            .
       P005-FIM.

       P006-DESLOCA-PARM.

            MOVE WS-PARM-TXT TO WS-PARM-TRABALHO
            MOVE WS-PARM-TRABALHO(1:3) TO WS-PARM-TXT(2:3)
            MOVE '0' TO WS-PARM-TXT(1:1)
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
            MOVE WS-TOTAL-CANCELADOS TO WS-MOV-CONTAGEM
            CALL 'CONTROLE-MOVIMENTO' USING WS-MOV-OPERACAO
                                             WS-MOV-PASSO
                                             WS-MOV-RC
                                             WS-MOV-CONTAGEM
                                             WS-MOV-STATUS
            .
       P090-FIM.

       P100-VARRE-BASE.

            OPEN I-O ARQ-USUARIO

            IF FILE-STATUS NOT = '00'
               DISPLAY 'Arquivo de usuarios inexistente ou inacessivel.'
               MOVE 8 TO RETURN-CODE
            ELSE
               PERFORM P105-VERIFICA-DADOS-PESSOAIS
               PERFORM P110-ABRE-RELATORIO
               PERFORM P120-LE-PROXIMO
               PERFORM P130-CONFERE-REGISTRO
                  UNTIL WS-EOF-ARQ-USUARIO = 'S'
               CLOSE ARQ-USUARIO
               PERFORM P190-FINALIZA
               MOVE '3' TO WS-DPE-OPERACAO
               CALL 'CONTROLE-DADOS-PESSOAIS' USING WS-DPE-OPERACAO
                                                    WS-DPE-PROGRAMA
                                                    WS-DPE-ID
                                                    WS-DPE-COMPLETO
            END-IF
            .
       P100-FIM.

       P105-VERIFICA-DADOS-PESSOAIS.
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
       P105-FIM.

       P110-ABRE-RELATORIO.

            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            MOVE WS-DATA-SISTEMA TO WS-DATA-CABECALHO
            MOVE WS-DATA-DIA TO WS-CAB-DIA
            MOVE WS-DATA-MES TO WS-CAB-MES
            MOVE WS-DATA-ANO TO WS-CAB-ANO

            COMPUTE WS-DIAS-HOJE =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-SISTEMA)

            OPEN OUTPUT RELATORIO
            WRITE REG-RELATORIO FROM WS-CAB-TITULO
            WRITE REG-RELATORIO FROM WS-CAB-DADOS
            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P110-FIM.

       P120-LE-PROXIMO.

            READ ARQ-USUARIO NEXT RECORD
               AT END
                  MOVE 'S' TO WS-EOF-ARQ-USUARIO
               NOT AT END
                  CONTINUE
            END-READ
            .
       P120-FIM.

       P130-CONFERE-REGISTRO.
      * Cancelados e contas sem prazo ficam fora ate da contagem do
      * rodape. Um suspenso vencido tambem e cancelado (o prazo
      * acabou de qualquer jeito), mas so o ativo recebe aviso: a
      * reativacao de um suspenso ja passa pela mao do operador.
      * O vencimento e a mesma comparacao direta de VERIFICA-ACESSO;
      * a contagem de dias, so para o aviso, exige uma data que
      * exista no calendario. Data inexistente nunca cancela: sai
      * como excecao no relatorio.

            IF NOT SITUACAO-CANCELADO
               AND REG-DATA-EXPIRA-ARQ-USUARIO NOT = ZERO
               ADD 1 TO WS-TOTAL-COM-PRAZO

               EVALUATE TRUE
                   WHEN FUNCTION TEST-DATE-YYYYMMDD
                        (REG-DATA-EXPIRA-ARQ-USUARIO) NOT = 0
                       ADD 1 TO WS-TOTAL-INVALIDAS
                       MOVE 'DT INVALIDA' TO WS-DET-SITUACAO
                       PERFORM P150-GRAVA-DETALHE
                   WHEN REG-DATA-EXPIRA-ARQ-USUARIO < WS-DATA-SISTEMA
                       PERFORM P140-CANCELA-CONTA
                   WHEN SITUACAO-ATIVO
                       COMPUTE WS-DIAS-RESTANTES =
                               FUNCTION INTEGER-OF-DATE
                               (REG-DATA-EXPIRA-ARQ-USUARIO)
                               - WS-DIAS-HOJE
                       IF WS-DIAS-RESTANTES <= WS-AVISO-DIAS
                          ADD 1 TO WS-TOTAL-AVISOS
                          MOVE 'A EXPIRAR' TO WS-DET-SITUACAO
                          PERFORM P150-GRAVA-DETALHE
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
            END-IF

            PERFORM P120-LE-PROXIMO
            .
       P130-FIM.

       P140-CANCELA-CONTA.
      * Mesma mecanica da acao C de SITUACAO-USUARIO: estampa de
      * alteracao e historico de movimentacao com as imagens antes e
      * depois; a operadora do historico sai como a OPRUSU da
      * execucao (em branco no batch agendado). A data de expiracao
      * fica gravada, para o cancelamento ser rastreavel ao prazo.

            MOVE REG-ARQ-USUARIO TO WS-IMAGEM-ANTES

            MOVE 'C' TO REG-SITUACAO-ARQ-USUARIO
            ACCEPT REG-DATA-ALTERACAO-ARQ-USUARIO FROM DATE YYYYMMDD
            ACCEPT REG-HORA-ALTERACAO-ARQ-USUARIO FROM TIME

            MOVE REG-ARQ-USUARIO TO WS-IMAGEM-DEPOIS

            REWRITE REG-ARQ-USUARIO
               INVALID KEY
                  DISPLAY 'ERRO: falha ao cancelar o ID '
                          REG-ID-ARQ-USUARIO
               NOT INVALID KEY
                  ADD 1 TO WS-TOTAL-CANCELADOS
                  MOVE 'S' TO WS-HIST-OPERACAO
                  MOVE REG-ID-ARQ-USUARIO TO WS-HIST-ID
                  CALL 'HISTORICO-USUARIO' USING WS-HIST-OPERACAO
                                                  WS-HIST-ID
                                                  WS-IMAGEM-ANTES
                                                  WS-IMAGEM-DEPOIS
                  MOVE 'CANCELADA  ' TO WS-DET-SITUACAO
                  PERFORM P150-GRAVA-DETALHE
            END-REWRITE
            .
       P140-FIM.

       P150-GRAVA-DETALHE.

            MOVE REG-DATA-EXPIRA-ARQ-USUARIO TO WS-DATA-EXPIRA
            MOVE REG-ID-ARQ-USUARIO    TO WS-DET-ID
            MOVE REG-EMAIL-ARQ-USUARIO TO WS-DET-EMAIL

            IF WS-DPE-COMPLETO = 'S'
               MOVE '2' TO WS-DPE-OPERACAO
               MOVE REG-ID-ARQ-USUARIO TO WS-DPE-ID
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

            MOVE REG-NAME-ARQ-USUARIO  TO WS-DET-NOME
            MOVE WS-EXP-DIA            TO WS-DET-DIA
            MOVE WS-EXP-MES            TO WS-DET-MES
            MOVE WS-EXP-ANO            TO WS-DET-ANO
            WRITE REG-RELATORIO FROM WS-LINHA-DETALHE
            .
       P150-FIM.

       P190-FINALIZA.

            MOVE WS-TOTAL-CANCELADOS TO WS-ROD-CANCELADOS
            MOVE WS-TOTAL-AVISOS     TO WS-ROD-AVISOS
            MOVE WS-TOTAL-COM-PRAZO  TO WS-ROD-COM-PRAZO
            MOVE WS-TOTAL-INVALIDAS  TO WS-ROD-INVALIDAS

            MOVE SPACES TO REG-RELATORIO
            WRITE REG-RELATORIO
            WRITE REG-RELATORIO FROM WS-RODAPE
            CLOSE RELATORIO

            DISPLAY 'Contas canceladas....: ' WS-TOTAL-CANCELADOS
            DISPLAY 'Expiram em breve.....: ' WS-TOTAL-AVISOS
            DISPLAY 'Datas invalidas......: ' WS-TOTAL-INVALIDAS

            IF WS-TOTAL-CANCELADOS NOT = ZERO
               OR WS-TOTAL-AVISOS NOT = ZERO
               OR WS-TOTAL-INVALIDAS NOT = ZERO
               MOVE 4 TO RETURN-CODE
            END-IF
            .
       P190-FIM.

       END PROGRAM CANCELA-EXPIRADOS.
