      *   nao estampa alteracao). A estampa alimenta a suspensao
      *   automatica de contas inativas (SUSPENDE-INATIVOS) e o
      *   true-up de licenciamento por endereco ativo.
      * - A conta passou a ter data de expiracao opcional (ver
      *   ARQUSU): depois do ultimo dia valido a rotina devolve o
      *   status proprio 6 (conta expirada), sem conferir a senha,
      *   sem contar falha e sem estampar ultimo acesso - mesmo que
      *   o lote noturno CANCELA-EXPIRADOS ainda nao tenha cancelado
      *   a conta.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICA-ACESSO.
      * 4 = arquivo de usuarios em uso por outra execucao
      * 5 = senha correta mas expirada (janela SENVAL vencida); o
      *     chamador deve forcar a troca da senha
      * 6 = conta expirada (data de expiracao do registro anterior
      *     a hoje), ainda que o lote noturno nao a tenha cancelado
      * 9 = falha de acesso ao arquivo de usuarios

       PROCEDURE DIVISION USING LNK-EMAIL-ACESSO LNK-SENHA-ACESSO
       P030-CONFERE-ACESSO.
      * Um usuario bloqueado ou suspenso nao tem a senha conferida
      * nem a contagem de falhas mexida: a resposta e sempre
      * "bloqueado", sem revelar se a senha estaria certa. A conta
      * vencida segue a mesma regra com o status proprio 6: a senha
      * nao e conferida, nao conta falha nem estampa ultimo acesso.

            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD

            IF ACESSO-BLOQUEADO OR SITUACAO-SUSPENSO
               MOVE 3 TO LNK-STATUS-ACESSO
            ELSE
               IF REG-DATA-EXPIRA-ARQ-USUARIO NOT = ZERO
                  AND REG-DATA-EXPIRA-ARQ-USUARIO < WS-DATA-SISTEMA
                  MOVE 6 TO LNK-STATUS-ACESSO
               ELSE
                  CALL 'OFUSCA-SENHA' USING LNK-SENHA-ACESSO
                                             WS-SENHA-OFUSCADA

                  IF WS-SENHA-OFUSCADA = REG-PASSWORD-ARQ-USUARIO
                     PERFORM P040-REGISTRA-ACERTO
                  ELSE
                     PERFORM P050-REGISTRA-FALHA
                  END-IF
               END-IF
            END-IF
            .
