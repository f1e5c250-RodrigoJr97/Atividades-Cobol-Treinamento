      ******************************************************************
      * Copybook: FONUSU.CPY
      * Layout do registro do indice fonetico de nomes (FON-USUARIO),
      * indexado pelo mesmo ID de ARQ-USUARIO: um registro por
      * usuario com a chave fonetica do nome, para a busca por nome
      * do atendimento (CONSULTA-USUARIO) tolerar acentos, iniciais
      * abreviadas e as grafias variantes comuns em portugues
      * (Luiz/Luis, Souza/Sousa, Thiago/Tiago).
      * A chave e calculada por CODIFICA-NOME: uma entrada por
      * palavra significativa do nome, na ordem do nome, sem as
      * particulas (da, de, do, das, dos, e), ate 8 palavras. Cada
      * entrada tem a inicial da palavra (ja sem acento) e o codigo
      * fonetico; uma palavra de uma letra so (inicial abreviada,
      * "J." ou "C") fica com o codigo em branco e casa pela
      * inicial. Entradas nao usadas ficam em branco.
      * O indice acompanha toda inclusao, alteracao de nome,
      * anonimizacao, recuperacao e exclusao fisica pela rotina
      * GRAVA-FONETICA; a restauracao de uma copia (RESTAURA-USUARIO)
      * e o batch GERA-FONETICA o reconstroem inteiro a partir da
      * base.
      * Usado por: GRAVA-FONETICA, GERA-FONETICA, RESTAURA-USUARIO
      *            (gravacao), CONSULTA-USUARIO (leitura).
      ******************************************************************
       01 REG-FON-USUARIO.
           03 FON-ID-USUARIO           PIC 9(07).
           03 FON-CHAVE.
               05 FON-PALAVRA OCCURS 8 TIMES.
                   07 FON-INICIAL          PIC X(01).
                   07 FON-CODIGO           PIC X(09).
