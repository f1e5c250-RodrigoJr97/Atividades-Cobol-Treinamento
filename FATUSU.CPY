      ******************************************************************
      * Copybook: FATUSU.CPY
      * Layout publicado do arquivo de interface de cobranca de
      * licencas por empresa (FATUSU), consumido pelo sistema da
      * Financas; e a descricao oficial para o receptor. Gravado por
      * FATURA-LICENCAS em LRECL 74, uma vez por competencia (mes).
      * A empresa e identificada pelo dominio de e-mail da tabela
      * DOMINIOS-VALIDOS; todo dominio da tabela sai com um detalhe,
      * mesmo zerado.
      * Um header por arquivo (competencia AAAAMM, data/hora de
      * geracao e remessa N = normal ou R = refaturamento de uma
      * competencia reaberta, que substitui a anterior), um detalhe
      * por dominio e um trailer com a quantidade de detalhes e os
      * totais, para o receptor validar que recebeu o arquivo
      * completo.
      * Detalhe: ativos no ultimo dia do mes, cadastrados e
      * cancelados no mes, com pelo menos um acesso no mes (e-mails
      * distintos com acesso liberado no log de acessos ACSLOG; se
      * o log nao cobre o mes inteiro o job avisa e termina com
      * RC 4, e este numero sai menor que o real), os valores
      * unitarios da tabela de tarifas (licencas = ativos no fim do
      * mes, ativacao = cadastrados no mes) e o valor cobrado.
      * Valores com duas casas decimais implicitas.
      ******************************************************************
       01 FAT-HEADER.
           03 FAT-HDR-TIPO             PIC X(01) VALUE 'H'.
           03 FAT-HDR-COMPETENCIA      PIC 9(06).
           03 FAT-HDR-DATA             PIC 9(08).
           03 FAT-HDR-HORA             PIC 9(08).
           03 FAT-HDR-REMESSA          PIC X(01).

       01 FAT-DETALHE.
           03 FAT-DET-TIPO             PIC X(01) VALUE 'D'.
           03 FAT-DET-DOMINIO          PIC X(20).
           03 FAT-DET-ATIVOS           PIC 9(07).
           03 FAT-DET-CADASTRADOS      PIC 9(07).
           03 FAT-DET-CANCELADOS       PIC 9(07).
           03 FAT-DET-COM-ACESSO       PIC 9(07).
           03 FAT-DET-VALOR-LICENCA    PIC 9(05)V99.
           03 FAT-DET-VALOR-ATIVACAO   PIC 9(05)V99.
           03 FAT-DET-VALOR-COBRADO    PIC 9(09)V99.

       01 FAT-TRAILER.
           03 FAT-TRL-TIPO             PIC X(01) VALUE 'T'.
           03 FAT-TRL-TOTAL            PIC 9(06).
           03 FAT-TRL-ATIVOS           PIC 9(09).
           03 FAT-TRL-VALOR-COBRADO    PIC 9(11)V99.
