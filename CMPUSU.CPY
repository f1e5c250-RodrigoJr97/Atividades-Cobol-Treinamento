      ******************************************************************
      * Copybook: CMPUSU.CPY
      * Layout publicado do arquivo de campanha de comunicacao
      * (CMPUSU), entregue a comunicacao corporativa para mala direta
      * dirigida; gravado por GERA-CAMPANHA em LRECL 164, no mesmo
      * esquema de EXPUSU: um header por arquivo, um detalhe por
      * usuario selecionado e um trailer com a quantidade de
      * detalhes, para o receptor validar que recebeu o arquivo
      * completo.
      * O header leva o numero da campanha (registrado no controle de
      * campanhas CMPCTL), o canal e a descricao informados no
      * arquivo de parametros, para a campanha ser identificada do
      * pedido ate o envio.
      * O detalhe so leva o contato do canal da campanha (E = e-mail,
      * T = telefone, C = correio, pelo bloco de endereco); os outros
      * contatos vem em branco, ja que o consentimento conferido foi
      * so o do canal. O nome sempre vem, para a saudacao. A senha
      * nunca sai.
      ******************************************************************
       01 CMP-HEADER.
           03 CMP-HDR-TIPO             PIC X(01) VALUE 'H'.
           03 CMP-HDR-DATA             PIC 9(08).
           03 CMP-HDR-HORA             PIC 9(08).
           03 CMP-HDR-CAMPANHA         PIC 9(07).
           03 CMP-HDR-CANAL            PIC X(01).
           03 CMP-HDR-DESCRICAO        PIC X(40).

       01 CMP-DETALHE.
           03 CMP-DET-TIPO             PIC X(01) VALUE 'D'.
           03 CMP-DET-ID               PIC 9(07).
           03 CMP-DET-NOME             PIC X(30).
           03 CMP-DET-EMAIL            PIC X(30).
           03 CMP-DET-TELEFONE         PIC X(15).
           03 CMP-DET-LOGRADOURO       PIC X(30).
           03 CMP-DET-NUMERO-END       PIC X(06).
           03 CMP-DET-COMPLEMENTO      PIC X(15).
           03 CMP-DET-CIDADE           PIC X(20).
           03 CMP-DET-UF               PIC X(02).
           03 CMP-DET-CEP              PIC X(08).

       01 CMP-TRAILER.
           03 CMP-TRL-TIPO             PIC X(01) VALUE 'T'.
           03 CMP-TRL-CAMPANHA         PIC 9(07).
           03 CMP-TRL-TOTAL            PIC 9(06).
