      *          O operador vem da variavel OPRUSU, preenchida pelo
      *          front-end de operacao; fora dele fica em branco.
      * Tectonics: cobc
      ******************************************************************
      * Alteracoes:
      * - Nova operacao C (consentimento de comunicacao, chamada por
      *   GRAVA-CONSENTIMENTO): as imagens sao do registro de
      *   consentimento (CNSUSU), que nao tem senha, e vao para o
      *   historico sem a mascara - aplicada sobre elas, a mascara
      *   apagaria a data e a origem de um dos canais.
      * - Nova operacao P (atribuicao de papel de acesso, chamada por
      *   PAPEL-USUARIO): imagens do registro PAPUSU, tambem sem
      *   senha, gravadas sem a mascara como as da operacao C.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTORICO-USUARIO.
       LINKAGE SECTION.
       01 LNK-OPERACAO-HIST       PIC X(01).
       01 LNK-ID-HIST             PIC 9(07).
       01 LNK-ANTES-HIST          PIC X(300).
       01 LNK-DEPOIS-HIST         PIC X(300).

       PROCEDURE DIVISION USING LNK-OPERACAO-HIST LNK-ID-HIST
                                 LNK-ANTES-HIST LNK-DEPOIS-HIST.
            ACCEPT WS-OPERADOR FROM ENVIRONMENT 'OPRUSU'
            MOVE WS-OPERADOR TO REG-OPERADOR-HIST

            IF HIST-CONSENTIMENTO OR HIST-PAPEL
               MOVE LNK-ANTES-HIST  TO REG-ANTES-HIST
               MOVE LNK-DEPOIS-HIST TO REG-DEPOIS-HIST
            ELSE
               MOVE LNK-ANTES-HIST TO REG-ARQ-USUARIO
               PERFORM P020-MASCARA-SENHA
               MOVE REG-ARQ-USUARIO TO REG-ANTES-HIST

               MOVE LNK-DEPOIS-HIST TO REG-ARQ-USUARIO
               PERFORM P020-MASCARA-SENHA
               MOVE REG-ARQ-USUARIO TO REG-DEPOIS-HIST
            END-IF

            WRITE REG-HIST-USUARIO

