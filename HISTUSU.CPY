      * as datas de troca de senha, e o ID acompanhou a base de 4
      * para 7 digitos; um historico gravado no formato antigo passa
      * pela conversao unica CONVERTE-ID-USUARIO antes de ser lido
      * com este layout. A folga foi ampliada de novo, de 250 para
      * 300, quando o registro ganhou a data de expiracao da conta
      * e passou das 250 posicoes; o historico gravado com imagens
      * de 250 passa pela conversao unica CONVERTE-EXPIRA-USUARIO.
      * A operacao C (consentimento de comunicacao, gravada por
      * GRAVA-CONSENTIMENTO) e a excecao: as imagens sao do registro
      * de CNS-USUARIO (copybook CNSUSU), nao de ARQUSU, e quem
      * reconstroi o cadastro a partir do historico deve ignora-la.
      * A operacao P (papel de acesso, gravada por PAPEL-USUARIO)
      * segue a mesma excecao, com imagens do registro de
      * atribuicao PAP-USUARIO (copybook PAPUSU).
      * Usado por: HISTORICO-USUARIO (gravacao), CONSULTA-HISTORICO
      *            (consulta).
      ******************************************************************
               88 HIST-SITUACAO            VALUE 'S'.
               88 HIST-DEVOLUCAO           VALUE 'D'.
               88 HIST-RECUPERACAO         VALUE 'R'.
               88 HIST-CONSENTIMENTO       VALUE 'C'.
               88 HIST-PAPEL               VALUE 'P'.
           03 FILLER                   PIC X(01).
           03 REG-OPERADOR-HIST        PIC X(08).
           03 FILLER                   PIC X(01).
           03 REG-ID-HIST              PIC 9(07).
           03 FILLER                   PIC X(01).
           03 REG-ANTES-HIST           PIC X(300).
           03 FILLER                   PIC X(01).
           03 REG-DEPOIS-HIST          PIC X(300).
