      ******************************************************************
      * Author:
      * Date:
      * Purpose: Manutencao dos papeis de acesso pelo operador: o
      *          catalogo de papeis (DD/variavel PAPCAT, copybook
      *          PAPCAT - inclusao, descricao e ativacao/inativacao;
      *          um papel nunca e excluido) e as atribuicoes de papel
      *          a cada usuario (DD/variavel PAPUSU, copybook
      *          PAPUSU), com o periodo de validade de cada uma -
      *          atribuir, alterar a validade ou revogar.
      *          Toda mudanca de atribuicao vai para o historico de
      *          movimentacao pela HISTORICO-USUARIO (operacao P, com
      *          o registro de atribuicao antes e depois), com o
      *          operador da variavel OPRUSU; o catalogo nao e
      *          historiado, mas guarda data e operador da ultima
      *          mudanca. Os papeis vigentes sao devolvidos por
      *          PAPEIS-ACESSO e listados por RELATORIO-PAPEIS.
      *          O e-mail do usuario sai mascarado, salvo para o
      *          operador com a autorizacao de ver dados pessoais
      *          (ver CONTROLE-DADOS-PESSOAIS), que tem cada usuario
      *          mostrado registrado.
      *          Chamado pelo menu de operacao (opcao propria, com
      *          autorizacao); roda sob a trava TRAVA-USUARIO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAPEL-USUARIO.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-USUARIO ASSIGN TO DYNAMIC
              WS-DSN-ARQ-USUARIO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ID-ARQ-USUARIO
               ALTERNATE RECORD KEY IS REG-EMAIL-ARQ-USUARIO
                  WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.

           SELECT PAP-USUARIO ASSIGN TO DYNAMIC
              WS-DSN-PAP-USUARIO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBR-CHAVE
               ALTERNATE RECORD KEY IS MBR-PAPEL
                  WITH DUPLICATES
               FILE STATUS IS STATUS-PAP-USUARIO.

           SELECT CAT-PAPEIS ASSIGN TO DYNAMIC
              WS-DSN-CAT-PAPEL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-PAPEL
               FILE STATUS IS STATUS-CAT-PAPEL.

       DATA DIVISION.
       FILE SECTION.

       FD ARQ-USUARIO.
       COPY ARQUSU.

       FD PAP-USUARIO.
       COPY PAPUSU.

       FD CAT-PAPEIS.
       COPY PAPCAT.

       WORKING-STORAGE SECTION.
       01 FILE-STATUS             PIC X(2).
       01 STATUS-PAP-USUARIO      PIC X(2).
       01 STATUS-CAT-PAPEL        PIC X(2).
       01 WS-DSN-ARQ-USUARIO      PIC X(100).
       01 WS-DSN-PAP-USUARIO      PIC X(100).
       01 WS-DSN-CAT-PAPEL        PIC X(100).

       01 WS-CONTINUA             PIC X(1).
       01 WS-OPCAO                PIC X(1).
       01 WS-CONFIRMA             PIC X(1).
       01 WS-OPERADOR             PIC X(08).
       01 WS-DATA-SISTEMA         PIC 9(08).

       01 WS-ID-INFORMADO         PIC 9(07).
       01 WS-USUARIO-ACHADO       PIC X(1).
      * Situacao do usuario copiada com a base ainda aberta: a area
      * do FD fica indefinida depois do CLOSE.
       01 WS-SITUACAO-USUARIO     PIC X(1).
           88 WS-USUARIO-CANCELADO     VALUE 'C'.

       01 WS-PAPEL-INFORMADO      PIC X(08).
       01 WS-DESCRICAO-INFORMADA  PIC X(40).
       01 WS-SITUACAO-INFORMADA   PIC X(01).
       01 WS-FIM-CATALOGO         PIC X(1).
       01 WS-FIM-PAPEIS           PIC X(1).
       01 WS-QTD-LISTADOS         PIC 9(03).
       01 WS-VIGENCIA             PIC X(08).
       01 WS-DESCRICAO-EXIBIDA    PIC X(40).
       01 WS-FIM-EXIBIDO          PIC X(11).

      * Validade informada: ENTER mantem o valor sugerido (hoje e
      * sem termino numa atribuicao nova, os atuais numa alteracao).
       01 WS-ENTRADA-VALIDA       PIC X(1).
       01 WS-DATA-TXT             PIC X(08).
       01 WS-DATA-INFORMADA       PIC 9(08).
       01 WS-INICIO-NOVO          PIC 9(08).
       01 WS-FIM-NOVO             PIC 9(08).

       01 WS-HIST-OPERACAO        PIC X(01).
       01 WS-HIST-ID              PIC 9(07).
       01 WS-IMAGEM-ANTES         PIC X(300).
       01 WS-IMAGEM-DEPOIS        PIC X(300).

       01 WS-TRAVA-OPERACAO       PIC X(01).
       01 WS-TRAVA-STATUS         PIC 9(01).

       01 WS-EMAIL-EXIBIDO        PIC X(30).
       01 WS-DPE-OPERACAO         PIC X(01).
       01 WS-DPE-PROGRAMA         PIC X(20) VALUE 'PAPEL-USUARIO'.
       01 WS-DPE-ID               PIC 9(07).
       01 WS-DPE-COMPLETO         PIC X(01).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY 'Papeis de Acesso Iniciado'

      * Chamado pelo menu de operacao, o programa volta com a
      * working storage da chamada anterior; a sessao recomeca aqui.
            MOVE 'S' TO WS-CONTINUA

            PERFORM P000-RESOLVE-DSN

            MOVE SPACES TO WS-OPERADOR
            ACCEPT WS-OPERADOR FROM ENVIRONMENT 'OPRUSU'

            MOVE '1' TO WS-TRAVA-OPERACAO
            CALL 'TRAVA-USUARIO' USING WS-TRAVA-OPERACAO WS-TRAVA-STATUS

            IF WS-TRAVA-STATUS NOT = 0
               DISPLAY 'ERRO: arquivo de usuarios em uso por outra '
                       'execucao. Tente novamente mais tarde.'
            ELSE
               MOVE '1' TO WS-DPE-OPERACAO
               MOVE ZERO TO WS-DPE-ID
               CALL 'CONTROLE-DADOS-PESSOAIS' USING WS-DPE-OPERACAO
                                                    WS-DPE-PROGRAMA
                                                    WS-DPE-ID
                                                    WS-DPE-COMPLETO

               PERFORM P100-SESSAO UNTIL WS-CONTINUA = 'N'

               MOVE '3' TO WS-DPE-OPERACAO
               CALL 'CONTROLE-DADOS-PESSOAIS' USING WS-DPE-OPERACAO
                                                    WS-DPE-PROGRAMA
                                                    WS-DPE-ID
                                                    WS-DPE-COMPLETO

               MOVE '2' TO WS-TRAVA-OPERACAO
               CALL 'TRAVA-USUARIO' USING WS-TRAVA-OPERACAO
                                           WS-TRAVA-STATUS
            END-IF

            GOBACK.

       P000-RESOLVE-DSN.

            MOVE SPACES TO WS-DSN-ARQ-USUARIO
            ACCEPT WS-DSN-ARQ-USUARIO FROM ENVIRONMENT 'ARQUSU'
            IF WS-DSN-ARQ-USUARIO = SPACES
               MOVE './ARQ-USUARIO.DAT' TO WS-DSN-ARQ-USUARIO
            END-IF

            MOVE SPACES TO WS-DSN-PAP-USUARIO
            ACCEPT WS-DSN-PAP-USUARIO FROM ENVIRONMENT 'PAPUSU'
            IF WS-DSN-PAP-USUARIO = SPACES
               MOVE './PAPEL-USUARIO.DAT' TO WS-DSN-PAP-USUARIO
            END-IF

            MOVE SPACES TO WS-DSN-CAT-PAPEL
            ACCEPT WS-DSN-CAT-PAPEL FROM ENVIRONMENT 'PAPCAT'
            IF WS-DSN-CAT-PAPEL = SPACES
               MOVE './CATALOGO-PAPEIS.DAT' TO WS-DSN-CAT-PAPEL
            END-IF
            .
       P000-FIM.

       P100-SESSAO.

            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD

            DISPLAY ' '
            DISPLAY '----------- Papeis de Acesso -----------'
            DISPLAY ' 1 - Catalogo de papeis (incluir/alterar)'
            DISPLAY ' 2 - Papeis de um usuario (atribuir/validade/'
                    'revogar)'
            DISPLAY ' 0 - Encerrar'
            DISPLAY 'Opcao: ' WITH NO ADVANCING
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN '1'
                    PERFORM P200-MANTEM-CATALOGO
                WHEN '2'
                    PERFORM P300-MANTEM-ATRIBUICOES
                WHEN '0'
                    MOVE 'N' TO WS-CONTINUA
                WHEN OTHER
                    DISPLAY '*** Opcao invalida. ***'
            END-EVALUATE
            .
       P100-FIM.

       P200-MANTEM-CATALOGO.
      * So o status 35 (arquivo inexistente) autoriza criar o
      * catalogo vazio; qualquer outra falha volta ao menu sem
      * tocar em nada.

            OPEN I-O CAT-PAPEIS
            IF STATUS-CAT-PAPEL = '35'
               OPEN OUTPUT CAT-PAPEIS
               CLOSE CAT-PAPEIS
               OPEN I-O CAT-PAPEIS
            END-IF

            IF STATUS-CAT-PAPEL NOT = '00'
               DISPLAY 'ERRO: catalogo de papeis inacessivel '
                       '(file status ' STATUS-CAT-PAPEL ').'
            ELSE
               PERFORM P210-LISTA-CATALOGO

               DISPLAY ' '
               DISPLAY 'Codigo do papel (ENTER volta): '
                       WITH NO ADVANCING
               MOVE SPACES TO WS-PAPEL-INFORMADO
               ACCEPT WS-PAPEL-INFORMADO
               INSPECT WS-PAPEL-INFORMADO
                  CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                          TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

               IF WS-PAPEL-INFORMADO NOT = SPACES
                  MOVE WS-PAPEL-INFORMADO TO CAT-PAPEL
                  READ CAT-PAPEIS
                     INVALID KEY
                        PERFORM P230-INCLUI-PAPEL
                     NOT INVALID KEY
                        PERFORM P220-ALTERA-PAPEL
                  END-READ
               END-IF

               CLOSE CAT-PAPEIS
            END-IF
            .
       P200-FIM.

       P210-LISTA-CATALOGO.

            DISPLAY ' '
            DISPLAY 'Papel     Sit  Descricao'

            MOVE ZERO TO WS-QTD-LISTADOS
            MOVE 'N' TO WS-FIM-CATALOGO
            MOVE LOW-VALUES TO CAT-PAPEL
            START CAT-PAPEIS KEY >= CAT-PAPEL
               INVALID KEY
                  MOVE 'S' TO WS-FIM-CATALOGO
            END-START

            PERFORM P215-LE-PROXIMO-PAPEL
               UNTIL WS-FIM-CATALOGO = 'S'

            IF WS-QTD-LISTADOS = ZERO
               DISPLAY '(catalogo vazio)'
            END-IF
            .
       P210-FIM.

       P215-LE-PROXIMO-PAPEL.

            READ CAT-PAPEIS NEXT RECORD
               AT END
                  MOVE 'S' TO WS-FIM-CATALOGO
               NOT AT END
                  ADD 1 TO WS-QTD-LISTADOS
                  DISPLAY CAT-PAPEL '   ' CAT-SITUACAO '   '
                          CAT-DESCRICAO
            END-READ
            .
       P215-FIM.

       P220-ALTERA-PAPEL.
      * ENTER mantem o campo como esta. Inativar o papel tira o
      * papel de todo acesso sem mexer nas atribuicoes; reativar
      * devolve as que ainda estiverem na validade.

            DISPLAY 'Descricao: ' CAT-DESCRICAO
            DISPLAY 'Situacao.: ' CAT-SITUACAO
                    ' (A ativo, I inativo)'
            DISPLAY 'Nova descricao (ENTER mantem): '
                    WITH NO ADVANCING
            MOVE SPACES TO WS-DESCRICAO-INFORMADA
            ACCEPT WS-DESCRICAO-INFORMADA
            DISPLAY 'Nova situacao A/I (ENTER mantem): '
                    WITH NO ADVANCING
            MOVE SPACES TO WS-SITUACAO-INFORMADA
            ACCEPT WS-SITUACAO-INFORMADA
            INSPECT WS-SITUACAO-INFORMADA CONVERTING 'ai' TO 'AI'

            IF WS-SITUACAO-INFORMADA NOT = SPACE
               AND WS-SITUACAO-INFORMADA NOT = 'A'
               AND WS-SITUACAO-INFORMADA NOT = 'I'
               DISPLAY '*** Situacao invalida; nada foi alterado. ***'
            ELSE
               IF WS-DESCRICAO-INFORMADA = SPACES
                  AND WS-SITUACAO-INFORMADA = SPACE
                  DISPLAY 'Nada informado; nada foi alterado.'
               ELSE
                  DISPLAY 'Confirma a alteracao (S/N): '
                          WITH NO ADVANCING
                  ACCEPT WS-CONFIRMA

                  IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                     PERFORM P225-REGRAVA-PAPEL
                  ELSE
                     DISPLAY 'Alteracao cancelada; nada foi '
                             'alterado.'
                  END-IF
               END-IF
            END-IF
            .
       P220-FIM.

       P225-REGRAVA-PAPEL.

            IF WS-DESCRICAO-INFORMADA NOT = SPACES
               MOVE WS-DESCRICAO-INFORMADA TO CAT-DESCRICAO
            END-IF
            IF WS-SITUACAO-INFORMADA NOT = SPACE
               MOVE WS-SITUACAO-INFORMADA TO CAT-SITUACAO
            END-IF
            MOVE WS-DATA-SISTEMA TO CAT-DATA-ALTERACAO
            MOVE WS-OPERADOR     TO CAT-OPERADOR

            REWRITE REG-CATALOGO-PAPEL
               INVALID KEY
                  DISPLAY 'Falha ao gravar o papel (file status '
                          STATUS-CAT-PAPEL ').'
               NOT INVALID KEY
                  DISPLAY 'Papel ' CAT-PAPEL ' atualizado.'
            END-REWRITE
            .
       P225-FIM.

       P230-INCLUI-PAPEL.

            DISPLAY 'Papel novo no catalogo.'
            DISPLAY 'Descricao: ' WITH NO ADVANCING
            MOVE SPACES TO WS-DESCRICAO-INFORMADA
            ACCEPT WS-DESCRICAO-INFORMADA

            IF WS-DESCRICAO-INFORMADA = SPACES
               DISPLAY '*** Descricao obrigatoria; nada foi '
                       'incluido. ***'
            ELSE
               DISPLAY 'Confirma a inclusao (S/N): '
                       WITH NO ADVANCING
               ACCEPT WS-CONFIRMA

               IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                  MOVE SPACES TO REG-CATALOGO-PAPEL
                  MOVE WS-PAPEL-INFORMADO      TO CAT-PAPEL
                  MOVE WS-DESCRICAO-INFORMADA  TO CAT-DESCRICAO
                  MOVE 'A'                     TO CAT-SITUACAO
                  MOVE WS-DATA-SISTEMA         TO CAT-DATA-CRIACAO
                  MOVE WS-DATA-SISTEMA         TO CAT-DATA-ALTERACAO
                  MOVE WS-OPERADOR             TO CAT-OPERADOR

                  WRITE REG-CATALOGO-PAPEL
                     INVALID KEY
                        DISPLAY 'Falha ao gravar o papel (file '
                                'status ' STATUS-CAT-PAPEL ').'
                     NOT INVALID KEY
                        DISPLAY 'Papel ' CAT-PAPEL ' incluido.'
                  END-WRITE
               ELSE
                  DISPLAY 'Inclusao cancelada; nada foi incluido.'
               END-IF
            END-IF
            .
       P230-FIM.

       P300-MANTEM-ATRIBUICOES.

            DISPLAY ' '
            DISPLAY 'ID do usuario (0 volta): ' WITH NO ADVANCING
            ACCEPT WS-ID-INFORMADO

            IF WS-ID-INFORMADO NOT = ZERO
               PERFORM P310-LE-USUARIO

               IF WS-USUARIO-ACHADO = 'N'
                  DISPLAY 'Usuario nao encontrado.'
               ELSE
                  PERFORM P320-ABRE-PAPEIS
               END-IF
            END-IF
            .
       P300-FIM.

       P310-LE-USUARIO.
      * O arquivo de usuarios e aberto so para a leitura de cada
      * consulta; aqui so se gravam os arquivos de papeis.

            MOVE 'N' TO WS-USUARIO-ACHADO

            OPEN INPUT ARQ-USUARIO
            IF FILE-STATUS NOT = '00'
               DISPLAY 'Arquivo de usuarios inexistente ou inacessivel.'
            ELSE
               MOVE WS-ID-INFORMADO TO REG-ID-ARQ-USUARIO
               READ ARQ-USUARIO
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE 'S' TO WS-USUARIO-ACHADO
                     MOVE REG-SITUACAO-ARQ-USUARIO
                       TO WS-SITUACAO-USUARIO
                     PERFORM P315-PREPARA-EMAIL
                     DISPLAY 'Usuario..: ' REG-NAME-ARQ-USUARIO
                     DISPLAY 'E-mail...: ' WS-EMAIL-EXIBIDO
                     DISPLAY 'Situacao.: ' REG-SITUACAO-ARQ-USUARIO
               END-READ
               CLOSE ARQ-USUARIO
            END-IF
            .
       P310-FIM.

       P315-PREPARA-EMAIL.
      * Mesma regra da consulta de usuario: mascarado sem a
      * autorizacao; com ela, completo e com o ID registrado antes
      * da exibicao.

            MOVE REG-EMAIL-ARQ-USUARIO TO WS-EMAIL-EXIBIDO

            IF WS-DPE-COMPLETO = 'S'
               MOVE '2' TO WS-DPE-OPERACAO
               MOVE REG-ID-ARQ-USUARIO TO WS-DPE-ID
               CALL 'CONTROLE-DADOS-PESSOAIS' USING WS-DPE-OPERACAO
                                                    WS-DPE-PROGRAMA
                                                    WS-DPE-ID
                                                    WS-DPE-COMPLETO
            ELSE
               CALL 'MASCARA-DADOS-PESSOAIS' USING WS-EMAIL-EXIBIDO
                                                   OMITTED
                                                   OMITTED OMITTED
                                                   OMITTED
            END-IF
            .
       P315-FIM.

       P320-ABRE-PAPEIS.
      * A atribuicao precisa do catalogo (papel existente e ativo);
      * sem ele nao ha o que atribuir. O arquivo de atribuicoes e
      * criado vazio na primeira vez, como o catalogo.

            OPEN INPUT CAT-PAPEIS
            IF STATUS-CAT-PAPEL NOT = '00'
               DISPLAY 'Catalogo de papeis inexistente ou '
                       'inacessivel; cadastre os papeis primeiro.'
            ELSE
               OPEN I-O PAP-USUARIO
               IF STATUS-PAP-USUARIO = '35'
                  OPEN OUTPUT PAP-USUARIO
                  CLOSE PAP-USUARIO
                  OPEN I-O PAP-USUARIO
               END-IF

               IF STATUS-PAP-USUARIO NOT = '00'
                  DISPLAY 'ERRO: papeis de usuario inacessiveis '
                          '(file status ' STATUS-PAP-USUARIO ').'
               ELSE
                  PERFORM P330-LISTA-ATRIBUICOES
                  PERFORM P340-PEDE-PAPEL
                  CLOSE PAP-USUARIO
               END-IF

               CLOSE CAT-PAPEIS
            END-IF
            .
       P320-FIM.

       P330-LISTA-ATRIBUICOES.

            DISPLAY ' '
            DISPLAY 'Papel     Inicio      Fim          Vigencia  '
                    'Descricao'

            MOVE ZERO TO WS-QTD-LISTADOS
            MOVE 'N' TO WS-FIM-PAPEIS
            MOVE WS-ID-INFORMADO TO MBR-ID-USUARIO
            MOVE LOW-VALUES TO MBR-PAPEL
            START PAP-USUARIO KEY >= MBR-CHAVE
               INVALID KEY
                  MOVE 'S' TO WS-FIM-PAPEIS
            END-START

            PERFORM P335-LE-PROXIMA-ATRIBUICAO
               UNTIL WS-FIM-PAPEIS = 'S'

            IF WS-QTD-LISTADOS = ZERO
               DISPLAY '(nenhum papel atribuido)'
            END-IF
            .
       P330-FIM.

       P335-LE-PROXIMA-ATRIBUICAO.

            READ PAP-USUARIO NEXT RECORD
               AT END
                  MOVE 'S' TO WS-FIM-PAPEIS
               NOT AT END
                  IF MBR-ID-USUARIO NOT = WS-ID-INFORMADO
                     MOVE 'S' TO WS-FIM-PAPEIS
                  ELSE
                     ADD 1 TO WS-QTD-LISTADOS
                     PERFORM P380-EXIBE-ATRIBUICAO
                  END-IF
            END-READ
            .
       P335-FIM.

       P340-PEDE-PAPEL.

            DISPLAY ' '
            DISPLAY 'Papel a atribuir, alterar ou revogar '
                    '(ENTER volta): ' WITH NO ADVANCING
            MOVE SPACES TO WS-PAPEL-INFORMADO
            ACCEPT WS-PAPEL-INFORMADO
            INSPECT WS-PAPEL-INFORMADO
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

            IF WS-PAPEL-INFORMADO NOT = SPACES
               MOVE WS-ID-INFORMADO    TO MBR-ID-USUARIO
               MOVE WS-PAPEL-INFORMADO TO MBR-PAPEL
               READ PAP-USUARIO
                  INVALID KEY
                     PERFORM P360-NOVA-ATRIBUICAO
                  NOT INVALID KEY
                     PERFORM P350-ATRIBUICAO-EXISTENTE
               END-READ
            END-IF
            .
       P340-FIM.

       P350-ATRIBUICAO-EXISTENTE.
      * A revogacao apaga a atribuicao; o historico guarda o
      * registro revogado (imagem "antes"). Encerrar o papel numa
      * data futura e alterar a validade, nao revogar.

            PERFORM P380-EXIBE-ATRIBUICAO
            DISPLAY 'A - alterar validade, R - revogar, ENTER volta: '
                    WITH NO ADVANCING
            MOVE SPACE TO WS-OPCAO
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 'A'
                WHEN 'a'
                    MOVE MBR-DATA-INICIO TO WS-INICIO-NOVO
                    MOVE MBR-DATA-FIM    TO WS-FIM-NOVO
                    PERFORM P370-PEDE-VALIDADE
                    IF WS-ENTRADA-VALIDA = 'S'
                       PERFORM P390-CONFIRMA
                    END-IF
                    IF WS-ENTRADA-VALIDA = 'S'
                       PERFORM P352-REGRAVA-ATRIBUICAO
                    END-IF
                WHEN 'R'
                WHEN 'r'
                    MOVE 'S' TO WS-ENTRADA-VALIDA
                    PERFORM P390-CONFIRMA
                    IF WS-ENTRADA-VALIDA = 'S'
                       PERFORM P354-REVOGA-ATRIBUICAO
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            .
       P350-FIM.

       P352-REGRAVA-ATRIBUICAO.

            MOVE REG-PAPEL-USUARIO TO WS-IMAGEM-ANTES

            MOVE WS-INICIO-NOVO  TO MBR-DATA-INICIO
            MOVE WS-FIM-NOVO     TO MBR-DATA-FIM
            MOVE WS-DATA-SISTEMA TO MBR-DATA-ALTERACAO
            ACCEPT MBR-HORA-ALTERACAO FROM TIME
            MOVE WS-OPERADOR     TO MBR-OPERADOR

            REWRITE REG-PAPEL-USUARIO
               INVALID KEY
                  DISPLAY 'Falha ao gravar a atribuicao (file status '
                          STATUS-PAP-USUARIO ').'
               NOT INVALID KEY
                  MOVE REG-PAPEL-USUARIO TO WS-IMAGEM-DEPOIS
                  PERFORM P395-GRAVA-HISTORICO
                  DISPLAY 'Validade alterada.'
            END-REWRITE
            .
       P352-FIM.

       P354-REVOGA-ATRIBUICAO.

            MOVE REG-PAPEL-USUARIO TO WS-IMAGEM-ANTES
            MOVE SPACES TO WS-IMAGEM-DEPOIS

            DELETE PAP-USUARIO RECORD
               INVALID KEY
                  DISPLAY 'Falha ao revogar a atribuicao (file status '
                          STATUS-PAP-USUARIO ').'
               NOT INVALID KEY
                  PERFORM P395-GRAVA-HISTORICO
                  DISPLAY 'Papel revogado.'
            END-DELETE
            .
       P354-FIM.

       P360-NOVA-ATRIBUICAO.
      * Papel novo so para usuario nao cancelado e papel existente e
      * ativo no catalogo; a validade sugerida e de hoje, sem termino.

            IF WS-USUARIO-CANCELADO
               DISPLAY '*** Usuario cancelado nao recebe papel '
                       'novo. ***'
            ELSE
               MOVE WS-PAPEL-INFORMADO TO CAT-PAPEL
               READ CAT-PAPEIS
                  INVALID KEY
                     DISPLAY '*** Papel ' WS-PAPEL-INFORMADO
                             ' nao existe no catalogo. ***'
                  NOT INVALID KEY
                     IF NOT CAT-PAPEL-ATIVO
                        DISPLAY '*** Papel ' WS-PAPEL-INFORMADO
                                ' inativo no catalogo. ***'
                     ELSE
                        PERFORM P362-ATRIBUI-PAPEL
                     END-IF
               END-READ
            END-IF
            .
       P360-FIM.

       P362-ATRIBUI-PAPEL.

            DISPLAY 'Atribuir ' CAT-PAPEL ' - ' CAT-DESCRICAO
            MOVE WS-DATA-SISTEMA TO WS-INICIO-NOVO
            MOVE 99999999        TO WS-FIM-NOVO
            PERFORM P370-PEDE-VALIDADE

            IF WS-ENTRADA-VALIDA = 'S'
               PERFORM P390-CONFIRMA
            END-IF

            IF WS-ENTRADA-VALIDA = 'S'
               MOVE SPACES TO REG-PAPEL-USUARIO
               MOVE WS-ID-INFORMADO    TO MBR-ID-USUARIO
               MOVE WS-PAPEL-INFORMADO TO MBR-PAPEL
               MOVE WS-INICIO-NOVO     TO MBR-DATA-INICIO
               MOVE WS-FIM-NOVO        TO MBR-DATA-FIM
               MOVE WS-DATA-SISTEMA    TO MBR-DATA-ALTERACAO
               ACCEPT MBR-HORA-ALTERACAO FROM TIME
               MOVE WS-OPERADOR        TO MBR-OPERADOR

               MOVE SPACES TO WS-IMAGEM-ANTES

               WRITE REG-PAPEL-USUARIO
                  INVALID KEY
                     DISPLAY 'Falha ao gravar a atribuicao (file '
                             'status ' STATUS-PAP-USUARIO ').'
                  NOT INVALID KEY
                     MOVE REG-PAPEL-USUARIO TO WS-IMAGEM-DEPOIS
                     PERFORM P395-GRAVA-HISTORICO
                     DISPLAY 'Papel atribuido.'
               END-WRITE
            END-IF
            .
       P362-FIM.

       P370-PEDE-VALIDADE.
      * ENTER mantem a data sugerida; 99999999 no fim e validade sem
      * termino. O fim nao pode ser anterior ao inicio.

            MOVE 'S' TO WS-ENTRADA-VALIDA

            DISPLAY 'Inicio (AAAAMMDD, ENTER = ' WS-INICIO-NOVO '): '
                    WITH NO ADVANCING
            MOVE SPACES TO WS-DATA-TXT
            ACCEPT WS-DATA-TXT
            IF WS-DATA-TXT NOT = SPACES
               PERFORM P375-CONFERE-DATA
               MOVE WS-DATA-INFORMADA TO WS-INICIO-NOVO
            END-IF

            DISPLAY 'Fim    (AAAAMMDD, 99999999 = sem termino, '
                    'ENTER = ' WS-FIM-NOVO '): ' WITH NO ADVANCING
            MOVE SPACES TO WS-DATA-TXT
            ACCEPT WS-DATA-TXT
            IF WS-DATA-TXT NOT = SPACES
               PERFORM P375-CONFERE-DATA
               MOVE WS-DATA-INFORMADA TO WS-FIM-NOVO
            END-IF

            IF WS-ENTRADA-VALIDA = 'S'
               IF WS-INICIO-NOVO = 99999999
                  OR WS-FIM-NOVO < WS-INICIO-NOVO
                  DISPLAY '*** Periodo de validade invalido. ***'
                  MOVE 'N' TO WS-ENTRADA-VALIDA
               END-IF
            END-IF
            .
       P370-FIM.

       P375-CONFERE-DATA.

            MOVE ZERO TO WS-DATA-INFORMADA

            IF WS-DATA-TXT = '99999999'
               MOVE 99999999 TO WS-DATA-INFORMADA
            ELSE
               IF WS-DATA-TXT IS NUMERIC
                  AND WS-DATA-TXT(5:2) >= '01'
                  AND WS-DATA-TXT(5:2) <= '12'
                  AND WS-DATA-TXT(7:2) >= '01'
                  AND WS-DATA-TXT(7:2) <= '31'
                  MOVE WS-DATA-TXT TO WS-DATA-INFORMADA
               ELSE
                  DISPLAY '*** Data invalida: ' WS-DATA-TXT ' ***'
                  MOVE 'N' TO WS-ENTRADA-VALIDA
               END-IF
            END-IF
            .
       P375-FIM.

       P380-EXIBE-ATRIBUICAO.
      * Vigencia em relacao a hoje: FUTURO ainda nao comecou,
      * VENCIDO ja terminou; so VIGENTE sai em PAPEIS-ACESSO (com
      * o papel ativo no catalogo).

            EVALUATE TRUE
                WHEN MBR-DATA-INICIO > WS-DATA-SISTEMA
                    MOVE 'FUTURO' TO WS-VIGENCIA
                WHEN MBR-DATA-FIM < WS-DATA-SISTEMA
                    MOVE 'VENCIDO' TO WS-VIGENCIA
                WHEN OTHER
                    MOVE 'VIGENTE' TO WS-VIGENCIA
            END-EVALUATE

            IF MBR-SEM-TERMINO
               MOVE 'sem termino' TO WS-FIM-EXIBIDO
            ELSE
               MOVE SPACES TO WS-FIM-EXIBIDO
               STRING MBR-DATA-FIM(7:2) '/' MBR-DATA-FIM(5:2) '/'
                      MBR-DATA-FIM(1:4)
                      DELIMITED BY SIZE INTO WS-FIM-EXIBIDO
            END-IF

            MOVE SPACES TO WS-DESCRICAO-EXIBIDA
            MOVE MBR-PAPEL TO CAT-PAPEL
            READ CAT-PAPEIS
               INVALID KEY
                  MOVE '(fora do catalogo)' TO WS-DESCRICAO-EXIBIDA
               NOT INVALID KEY
                  MOVE CAT-DESCRICAO TO WS-DESCRICAO-EXIBIDA
                  IF CAT-PAPEL-INATIVO
                     MOVE 'INATIVO' TO WS-VIGENCIA
                  END-IF
            END-READ

            DISPLAY MBR-PAPEL '  '
                    MBR-DATA-INICIO(7:2) '/' MBR-DATA-INICIO(5:2) '/'
                    MBR-DATA-INICIO(1:4) '  '
                    WS-FIM-EXIBIDO '  ' WS-VIGENCIA '  '
                    WS-DESCRICAO-EXIBIDA
            .
       P380-FIM.

       P390-CONFIRMA.

            DISPLAY 'Confirma (S/N): ' WITH NO ADVANCING
            ACCEPT WS-CONFIRMA

            IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's'
               DISPLAY 'Cancelado; nada foi alterado.'
               MOVE 'N' TO WS-ENTRADA-VALIDA
            END-IF
            .
       P390-FIM.

       P395-GRAVA-HISTORICO.
      * HISTORICO-USUARIO concentra a gravacao do historico de
      * movimentacao; a operacao P leva as imagens do registro de
      * atribuicao, e nao de ARQ-USUARIO.

            MOVE 'P' TO WS-HIST-OPERACAO
            MOVE WS-ID-INFORMADO TO WS-HIST-ID
            CALL 'HISTORICO-USUARIO' USING WS-HIST-OPERACAO
                                            WS-HIST-ID
                                            WS-IMAGEM-ANTES
                                            WS-IMAGEM-DEPOIS
            .
       P395-FIM.

       END PROGRAM PAPEL-USUARIO.
