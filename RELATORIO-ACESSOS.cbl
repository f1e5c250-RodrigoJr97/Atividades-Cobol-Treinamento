      *          falhas ou bloqueios a analisar) ou 8 (log
      *          inexistente ou inacessivel).
      * Tectonics: cobc
      ******************************************************************
      * Alteracoes:
      * - Pedidos de codigo de redefinicao de senha (marcador R,
      *   SOLICITA-RESET-SENHA) e resgates do codigo (marcador T,
      *   CONFIRMA-RESET-SENHA) ficam fora das tentativas de acesso
      *   e saem numa linha propria do rodape; o resgate com codigo
      *   errado (status 1) conta como falha da conta e da hora,
      *   porque adivinhar codigo e tambem ataque a conta.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-ACESSOS.
           03 ACS-CONTEXTO             PIC X(08).
           03 FILLER                   PIC X(01).
           03 ACS-BLOQUEIO             PIC X(01).
               88 ACS-PEDIDO-RESET         VALUE 'R'.
               88 ACS-RESGATE-RESET        VALUE 'T'.

       FD RELATORIO.
       01 REG-RELATORIO               PIC X(100).
       01 WS-TOTAL-FALHAS         PIC 9(06) VALUE ZERO.
       01 WS-TOTAL-BLOQUEIOS      PIC 9(05) VALUE ZERO.
       01 WS-TOTAL-SEM-CADASTRO   PIC 9(06) VALUE ZERO.
       01 WS-TOTAL-PEDIDOS-RESET  PIC 9(06) VALUE ZERO.
       01 WS-TOTAL-RESGATES       PIC 9(06) VALUE ZERO.
       01 WS-TOTAL-CODIGO-ERRADO  PIC 9(06) VALUE ZERO.

      * Totais de falhas por conta; as contas surgem do proprio log,
      * entao a tabela nao precisa conhecer a base de antemao. Uma
           03 FILLER              PIC X(16) VALUE '  SEM CADASTRO: '.
           03 WS-ROD-SEM-CAD      PIC ZZZZZ9.

       01 WS-RODAPE-RESET.
           03 FILLER              PIC X(19) VALUE 'PEDIDOS DE RESET: '.
           03 WS-ROD-PEDIDOS      PIC ZZZZZ9.
           03 FILLER              PIC X(12) VALUE '  RESGATES: '.
           03 WS-ROD-RESGATES     PIC ZZZZZ9.
           03 FILLER              PIC X(18)
                                  VALUE '  CODIGO ERRADO: '.
           03 WS-ROD-COD-ERRADO   PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.


            IF ACS-DATA >= WS-DATA-INICIO
               AND ACS-DATA <= WS-DATA-FIM
               AND NOT ACS-PEDIDO-RESET
               AND NOT ACS-RESGATE-RESET
               ADD 1 TO WS-TOTAL-SELECIONADOS

               IF ACS-BLOQUEIO = 'B'
               END-EVALUATE
            END-IF

            IF ACS-DATA >= WS-DATA-INICIO
               AND ACS-DATA <= WS-DATA-FIM
               AND (ACS-PEDIDO-RESET OR ACS-RESGATE-RESET)
               PERFORM P035-CONTA-RESET
            END-IF

            PERFORM P020-LE-LOG
            .
       P030-FIM.

       P035-CONTA-RESET.
      * So o codigo errado e falha; os demais status do resgate
      * (expirado, senha fora da politica...) sao do proprio
      * titular e saem apenas no total de resgates.

            IF ACS-PEDIDO-RESET
               ADD 1 TO WS-TOTAL-PEDIDOS-RESET
            ELSE
               ADD 1 TO WS-TOTAL-RESGATES
               IF ACS-STATUS = 1
                  ADD 1 TO WS-TOTAL-CODIGO-ERRADO
                  PERFORM P040-ACUMULA-FALHA
               END-IF
            END-IF
            .
       P035-FIM.

       P040-ACUMULA-FALHA.

            ADD 1 TO WS-TOTAL-FALHAS
            WRITE REG-RELATORIO
            WRITE REG-RELATORIO FROM WS-RODAPE

            MOVE WS-TOTAL-PEDIDOS-RESET TO WS-ROD-PEDIDOS
            MOVE WS-TOTAL-RESGATES      TO WS-ROD-RESGATES
            MOVE WS-TOTAL-CODIGO-ERRADO TO WS-ROD-COD-ERRADO
            WRITE REG-RELATORIO FROM WS-RODAPE-RESET

            CLOSE RELATORIO
            .
       P050-FIM.
