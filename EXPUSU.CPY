      * carga), A = alteracao, E = exclusao fisica, S = mudanca de
      * situacao. A senha nunca sai na interface.
      * O ID acompanhou a base e passou de 4 para 7 digitos.
      * E-mail, telefone e bloco de endereco so vem preenchidos para
      * os canais em que o usuario deu consentimento de comunicacao
      * (CNSUSU); canal sem consentimento vem em branco. A mudanca de
      * consentimento chega como alteracao (A).
      * O header leva o numero de sequencia do arquivo, registrado no
      * livro de entregas (ENTUSU) e devolvido pelo receptor no
      * arquivo de retorno para confirmar o recebimento; uma
      * regeracao sob demanda sai com o mesmo numero do arquivo
      * original. A sequencia entrou no fim do header, dentro do
      * mesmo LRECL.
      ******************************************************************
       01 EXP-HEADER.
           03 EXP-HDR-TIPO             PIC X(01) VALUE 'H'.
           03 EXP-HDR-DATA             PIC 9(08).
           03 EXP-HDR-HORA             PIC 9(08).
           03 EXP-HDR-MODO             PIC X(01).
           03 EXP-HDR-SEQUENCIA        PIC 9(07).

       01 EXP-DETALHE.
           03 EXP-DET-TIPO             PIC X(01) VALUE 'D'.
