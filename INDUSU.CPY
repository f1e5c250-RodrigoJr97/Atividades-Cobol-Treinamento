      ******************************************************************
      * Copybook: INDUSU.CPY
      * Layout publicado dos indicadores mensais de gestao do
      * cadastro de usuarios (INDICADORES-MENSAIS): o mesmo registro
      * de detalhe e a foto de uma competencia no historico de
      * indicadores (INDHIS, um registro por mes, chave competencia)
      * e o detalhe do extrato dos ultimos 13 meses entregue ao time
      * de BI (INDEXT, LRECL 136), que o carrega direto por este
      * layout.
      * Extrato: um header (data/hora de geracao e a faixa de
      * competencias), um detalhe por competencia apurada na faixa,
      * em ordem crescente (mes sem apuracao nao sai), e um trailer
      * com a quantidade de detalhes.
      * Detalhe: situacao da base (ativos, suspensos, cancelados e
      * com e-mail devolvido) na data de posicao; rejeicoes de
      * cadastro por campo (TRILHA-AUDITORIA), falhas de acesso e
      * bloqueios (log de acessos) e suspensoes automaticas por
      * inatividade (historico de movimentacao), no mes.
      * IND-DET-VALOR da a mesma area como tabela, na ordem dos
      * campos, para quem percorre os indicadores em laco.
      ******************************************************************
       01 IND-HEADER.
           03 IND-HDR-TIPO             PIC X(01) VALUE 'H'.
           03 IND-HDR-DATA             PIC 9(08).
           03 IND-HDR-HORA             PIC 9(08).
           03 IND-HDR-COMP-INICIAL     PIC 9(06).
           03 IND-HDR-COMP-FINAL       PIC 9(06).

       01 IND-DETALHE.
           03 IND-DET-TIPO             PIC X(01) VALUE 'D'.
           03 IND-DET-COMPETENCIA      PIC 9(06).
           03 IND-DET-DATA-POSICAO     PIC 9(08).
           03 IND-DET-DATA-APURACAO    PIC 9(08).
           03 IND-DET-HORA-APURACAO    PIC 9(08).
           03 IND-DET-INDICADORES.
               05 IND-DET-ATIVOS           PIC 9(07).
               05 IND-DET-SUSPENSOS        PIC 9(07).
               05 IND-DET-CANCELADOS       PIC 9(07).
               05 IND-DET-DEVOLVIDOS       PIC 9(07).
               05 IND-DET-REJ-EMAIL        PIC 9(07).
               05 IND-DET-REJ-NOME         PIC 9(07).
               05 IND-DET-REJ-SENHA        PIC 9(07).
               05 IND-DET-REJ-TELEFONE     PIC 9(07).
               05 IND-DET-REJ-ENDERECO     PIC 9(07).
               05 IND-DET-REJ-EXPIRACAO    PIC 9(07).
               05 IND-DET-REJ-OUTROS       PIC 9(07).
               05 IND-DET-REJ-TOTAL        PIC 9(07).
               05 IND-DET-FALHAS-ACESSO    PIC 9(07).
               05 IND-DET-BLOQUEIOS        PIC 9(07).
               05 IND-DET-SUSP-INATIVOS    PIC 9(07).
           03 IND-DET-TABELA REDEFINES IND-DET-INDICADORES.
               05 IND-DET-VALOR            PIC 9(07) OCCURS 15 TIMES.

       01 IND-TRAILER.
           03 IND-TRL-TIPO             PIC X(01) VALUE 'T'.
           03 IND-TRL-TOTAL            PIC 9(04).
