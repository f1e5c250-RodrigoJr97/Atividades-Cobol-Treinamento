      ******************************************************************
      * Copybook: ENTUSU.CPY
      * Layout do registro do livro de entregas de interface
      * (ENT-ENTREGAS): um registro por arquivo de interface gerado
      * para um sistema receptor (EXPUSU para mala direta/CRM, NOTUSU
      * para o gateway de correio), indexado pelo nome da interface
      * e pelo numero de sequencia que o arquivo leva no header.
      * O registro guarda quando o arquivo foi gerado, a data de
      * movimento (DATMOV) da execucao e a quantidade de detalhes do
      * trailer; o retorno do receptor (aceito ou rejeitado, com a
      * quantidade que ele recebeu) e marcado depois por
      * RETORNO-INTERFACE. Uma regeracao sob demanda reaproveita o
      * mesmo registro: a data/hora de geracao e a quantidade passam
      * a ser as da regeracao, o retorno volta a pendente e o
      * contador de regeracoes sobe.
      * Para EXPUSU o registro guarda tambem o modo (F/I) e a janela
      * do historico exportada no incremental (posicoes de
      * HIST-USUARIO depois de ENT-MOVTO-INICIAL ate
      * ENT-MOVTO-FINAL), para a regeracao reproduzir o mesmo
      * intervalo.
      * A sequencia zero de cada interface e o registro de controle
      * com a ultima sequencia registrada (ENT-CONTROLE).
      * Usado por: REGISTRA-ENTREGA (gravacao), RELATORIO-ENTREGAS
      *            (leitura), EXPORTA-USUARIOS, GERA-NOTIFICACOES e
      *            RETORNO-INTERFACE (area de passagem da rotina).
      ******************************************************************
       01 REG-ENT-INTERFACE.
           03 ENT-CHAVE.
               05 ENT-INTERFACE            PIC X(06).
               05 ENT-SEQUENCIA            PIC 9(07).
           03 ENT-DADOS.
               05 ENT-DATA-GERACAO         PIC 9(08).
               05 ENT-HORA-GERACAO         PIC 9(08).
               05 ENT-DATA-MOVIMENTO       PIC 9(08).
               05 ENT-TOTAL-DETALHES       PIC 9(06).
               05 ENT-MODO                 PIC X(01).
               05 ENT-MOVTO-INICIAL        PIC 9(08).
               05 ENT-MOVTO-FINAL          PIC 9(08).
               05 ENT-SITUACAO             PIC X(01).
                   88 ENT-PENDENTE             VALUE 'P'.
                   88 ENT-ACEITO               VALUE 'A'.
                   88 ENT-REJEITADO            VALUE 'R'.
               05 ENT-DATA-RETORNO         PIC 9(08).
               05 ENT-HORA-RETORNO         PIC 9(08).
               05 ENT-TOTAL-RECEBIDO       PIC 9(06).
               05 ENT-MOTIVO-REJEICAO      PIC X(30).
               05 ENT-REGERACOES           PIC 9(02).
           03 ENT-CONTROLE REDEFINES ENT-DADOS.
               05 ENT-ULTIMA-SEQUENCIA     PIC 9(07).
               05 FILLER                   PIC X(95).
