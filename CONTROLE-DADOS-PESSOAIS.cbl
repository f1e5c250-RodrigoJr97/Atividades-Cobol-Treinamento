      ******************************************************************
      * Author:
      * Date:
      * Purpose: Rotina unica que decide se um programa de consulta
      *          ou de relatorio mostra os dados pessoais do usuario
      *          (e-mail, telefone, endereco) completos ou mascarados
      *          (ver MASCARA-DADOS-PESSOAIS), e que registra cada
      *          usuario mostrado sem mascara, no molde de
      *          CONTROLE-MOVIMENTO: operacao 1 no inicio do
      *          programa, operacao 2 para cada usuario exibido ou
      *          impresso, operacao 3 no fim.
      *          O padrao e mascarar. A saida so vem completa quando
      *          a variavel DADCOM vale 'S' e o operador de OPRUSU
      *          tem, no cadastro de operadores (DD/variavel OPRCAD),
      *          a autorizacao de ver dados pessoais (posicao 12 dos
      *          flags). O menu preenche as duas variaveis na
      *          abertura da sessao; um job batch que precise do dado
      *          completo informa as duas no STDENV. Pedido recusado
      *          vira aviso e saida mascarada, nunca erro: o
      *          relatorio sai do mesmo jeito, so que sem o dado.
      *          Cada usuario mostrado sem mascara gera um registro
      *          no arquivo de visualizacoes (DD/variavel DPELOG) com
      *          operador, programa, data/hora e ID. Sem esse arquivo
      *          acessivel a saida tambem fica mascarada: visualizacao
      *          completa sem registro nao acontece.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROLE-DADOS-PESSOAIS.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPERADORES ASSIGN TO DYNAMIC
              WS-DSN-OPERADORES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-OPERADORES.

           SELECT VISUALIZACOES ASSIGN TO DYNAMIC
              WS-DSN-VISUALIZACOES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-VISUALIZACOES.

       DATA DIVISION.
       FILE SECTION.

      * Mesmo layout do cadastro de operadores lido por MENU-USUARIO;
      * aqui so interessa a posicao 12 das autorizacoes.
       FD OPERADORES.
       01 REG-OPERADOR.
           03 OPR-CODIGO               PIC X(08).
           03 FILLER                   PIC X(01).
           03 OPR-NOME                 PIC X(30).
           03 FILLER                   PIC X(01).
           03 OPR-SENHA                PIC X(11).
           03 FILLER                   PIC X(01).
           03 OPR-AUTORIZACOES         PIC X(20).

       FD VISUALIZACOES.
       COPY DPEUSU.

       WORKING-STORAGE SECTION.
       01 STATUS-OPERADORES       PIC X(2).
       01 WS-DSN-OPERADORES       PIC X(100).
       01 STATUS-VISUALIZACOES    PIC X(2).
       01 WS-DSN-VISUALIZACOES    PIC X(100).
       01 VISUALIZACOES-EXISTE    PIC X(1).

      * O arquivo de visualizacoes fica aberto entre a operacao 1 e
      * a 3; a working storage sobrevive entre as chamadas.
       01 WS-REGISTRO-ABERTO      PIC X(1) VALUE 'N'.
       01 WS-OPERADOR-SESSAO      PIC X(08).

       01 WS-DADOS-PEDIDOS        PIC X(01).
       01 WS-EOF-OPERADORES       PIC X(1).
       01 WS-PRIVILEGIO           PIC X(1).

       LINKAGE SECTION.
       01 LNK-DPE-OPERACAO        PIC X(01).
           88 DPE-VERIFICAR           VALUE '1'.
           88 DPE-REGISTRAR           VALUE '2'.
           88 DPE-ENCERRAR            VALUE '3'.
       01 LNK-DPE-PROGRAMA        PIC X(20).
       01 LNK-DPE-ID              PIC 9(07).
       01 LNK-DPE-COMPLETO        PIC X(01).
      * Devolvido na operacao 1:
      * S = mostrar os dados completos e registrar cada usuario
      *     mostrado (operacao 2)
      * N = mostrar mascarado; a operacao 2 nao grava nada

       PROCEDURE DIVISION USING LNK-DPE-OPERACAO LNK-DPE-PROGRAMA
                                 LNK-DPE-ID LNK-DPE-COMPLETO.
       MAIN-PROCEDURE.

            EVALUATE TRUE
                WHEN DPE-VERIFICAR
                    PERFORM P010-VERIFICA-PEDIDO
                WHEN DPE-REGISTRAR
                    PERFORM P040-REGISTRA-VISUALIZACAO
                WHEN DPE-ENCERRAR
                    PERFORM P050-FECHA-REGISTRO
            END-EVALUATE

            GOBACK.

       P010-VERIFICA-PEDIDO.
      * Sem DADCOM = 'S' nao houve pedido: mascarado, sem aviso.

            MOVE 'N' TO LNK-DPE-COMPLETO
            PERFORM P050-FECHA-REGISTRO

            MOVE SPACES TO WS-DADOS-PEDIDOS
            ACCEPT WS-DADOS-PEDIDOS FROM ENVIRONMENT 'DADCOM'

            IF WS-DADOS-PEDIDOS = 'S'
               PERFORM P020-CONFERE-PRIVILEGIO
               IF WS-PRIVILEGIO = 'S'
                  PERFORM P030-ABRE-REGISTRO
               END-IF
               IF WS-REGISTRO-ABERTO = 'S'
                  MOVE 'S' TO LNK-DPE-COMPLETO
                  DISPLAY 'Dados pessoais sem mascara para o '
                          'operador ' WS-OPERADOR-SESSAO
                          '; cada usuario mostrado fica registrado.'
               END-IF
            END-IF
            .
       P010-FIM.

       P020-CONFERE-PRIVILEGIO.
      * O pedido precisa nomear o operador, e o operador precisa
      * existir no cadastro com a posicao 12 autorizada. Cadastro
      * inacessivel nega, como no menu.

            MOVE 'N' TO WS-PRIVILEGIO
            MOVE SPACES TO WS-OPERADOR-SESSAO
            ACCEPT WS-OPERADOR-SESSAO FROM ENVIRONMENT 'OPRUSU'

            IF WS-OPERADOR-SESSAO = SPACES
               DISPLAY 'AVISO: dados completos pedidos (DADCOM) sem '
                       'o operador solicitante (OPRUSU); saida '
                       'mascarada.'
            ELSE
               MOVE SPACES TO WS-DSN-OPERADORES
               ACCEPT WS-DSN-OPERADORES FROM ENVIRONMENT 'OPRCAD'
               IF WS-DSN-OPERADORES = SPACES
                  MOVE './OPERADORES.DAT' TO WS-DSN-OPERADORES
               END-IF

               OPEN INPUT OPERADORES
               IF STATUS-OPERADORES = '00'
                  MOVE 'N' TO WS-EOF-OPERADORES
                  PERFORM P025-LE-OPERADOR
                     UNTIL WS-EOF-OPERADORES = 'S'
                  CLOSE OPERADORES
                  IF WS-PRIVILEGIO NOT = 'S'
                     DISPLAY 'AVISO: operador ' WS-OPERADOR-SESSAO
                             ' sem autorizacao de ver dados '
                             'pessoais; saida mascarada.'
                  END-IF
               ELSE
                  DISPLAY 'AVISO: cadastro de operadores '
                          'inacessivel (status ' STATUS-OPERADORES
                          '); saida mascarada.'
               END-IF
            END-IF
            .
       P020-FIM.

       P025-LE-OPERADOR.

            READ OPERADORES
               AT END
                  MOVE 'S' TO WS-EOF-OPERADORES
               NOT AT END
                  IF OPR-CODIGO = WS-OPERADOR-SESSAO
                     MOVE 'S' TO WS-EOF-OPERADORES
                     IF OPR-AUTORIZACOES(12:1) = 'S'
                        MOVE 'S' TO WS-PRIVILEGIO
                     END-IF
                  END-IF
            END-READ
            .
       P025-FIM.

       P030-ABRE-REGISTRO.
      * Mesmo esquema da trilha de auditoria: EXTEND quando o
      * arquivo ja existe, OUTPUT na primeira gravacao.

            MOVE SPACES TO WS-DSN-VISUALIZACOES
            ACCEPT WS-DSN-VISUALIZACOES FROM ENVIRONMENT 'DPELOG'
            IF WS-DSN-VISUALIZACOES = SPACES
               MOVE './VISUALIZACOES.DAT' TO WS-DSN-VISUALIZACOES
            END-IF

            MOVE 'N' TO VISUALIZACOES-EXISTE
            OPEN INPUT VISUALIZACOES
            IF STATUS-VISUALIZACOES = '00'
               MOVE 'S' TO VISUALIZACOES-EXISTE
               CLOSE VISUALIZACOES
            END-IF

            IF VISUALIZACOES-EXISTE = 'S'
               OPEN EXTEND VISUALIZACOES
            ELSE
               OPEN OUTPUT VISUALIZACOES
            END-IF

            IF STATUS-VISUALIZACOES = '00'
               MOVE 'S' TO WS-REGISTRO-ABERTO
            ELSE
               DISPLAY 'AVISO: registro de visualizacoes '
                       'inacessivel (status ' STATUS-VISUALIZACOES
                       '); saida mascarada.'
            END-IF
            .
       P030-FIM.

       P040-REGISTRA-VISUALIZACAO.

            IF WS-REGISTRO-ABERTO = 'S'
               MOVE SPACES TO REG-VISUALIZACAO
               ACCEPT DPE-DATA FROM DATE YYYYMMDD
               ACCEPT DPE-HORA FROM TIME
               MOVE WS-OPERADOR-SESSAO TO DPE-OPERADOR
               MOVE LNK-DPE-PROGRAMA   TO DPE-PROGRAMA
               MOVE LNK-DPE-ID         TO DPE-ID-USUARIO
               WRITE REG-VISUALIZACAO
               IF STATUS-VISUALIZACOES NOT = '00'
                  DISPLAY 'AVISO: falha ao registrar a visualizacao '
                          'do ID ' LNK-DPE-ID ' (status '
                          STATUS-VISUALIZACOES ').'
               END-IF
            END-IF
            .
       P040-FIM.

       P050-FECHA-REGISTRO.

            IF WS-REGISTRO-ABERTO = 'S'
               CLOSE VISUALIZACOES
               MOVE 'N' TO WS-REGISTRO-ABERTO
            END-IF
            .
       P050-FIM.

       END PROGRAM CONTROLE-DADOS-PESSOAIS.
