      *          repetidos reduzidos a um), para um analista decidir
      *          qual registro sobrevive. Registros cancelados ficam
      *          de fora: sao so historico.
      *          Nomes que so diferem na grafia (acentos, Luiz/Luis,
      *          Souza/Sousa, Thiago/Tiago) e escapam da comparacao
      *          do nome normalizado saem em grupo FONETICO, pela
      *          chave de CODIFICA-NOME (a mesma do indice da busca
      *          por nome).
      *          E-mail e telefone saem mascarados (ver
      *          MASCARA-DADOS-PESSOAIS), salvo quando o job informa
      *          DADCOM=S e o operador solicitante em OPRUSU, e o
      *          operador tem a autorizacao de ver dados pessoais
      *          (ver CONTROLE-DADOS-PESSOAIS); nesse caso cada membro
      *          impresso fica registrado com o operador e a
      *          data/hora. O cabecalho diz de que forma saiu.
      *          Termina com RC 0 (nenhum grupo), 4 (ha grupos para
      *          analisar) ou 8 (base inacessivel).
      * Tectonics: cobc
               05 TAB-USU-NOME        PIC X(30).
               05 TAB-USU-NOME-NORM   PIC X(30).
               05 TAB-USU-FONE        PIC X(15).
               05 TAB-USU-FONETICA    PIC X(80).
               05 TAB-USU-AGRUPADO    PIC X(01).

       01 WS-IND-I                PIC 9(05).
           03 FILLER              PIC X     VALUE '/'.
           03 WS-CAB-ANO          PIC 9999.

       01 WS-CAB-DADOS.
           03 FILLER              PIC X(16) VALUE 'DADOS PESSOAIS: '.
           03 WS-CAB-DADOS-TEXTO  PIC X(50).

       01 WS-LINHA-GRUPO.
           03 FILLER              PIC X(07) VALUE 'GRUPO ('.
           03 WS-GRP-MOTIVO       PIC X(08).
              '  REGISTROS ENVOLVIDOS: '.
           03 WS-ROD-ENVOLVIDOS   PIC ZZZZ9.

       01 WS-DPE-OPERACAO         PIC X(01).
       01 WS-DPE-PROGRAMA         PIC X(20)
                                  VALUE 'RELATORIO-DUPLICADOS'.
       01 WS-DPE-ID               PIC 9(07).
       01 WS-DPE-COMPLETO         PIC X(01).
       01 WS-OPERADOR-PEDIDO      PIC X(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

               PERFORM P030-NORMALIZA-NOME
               MOVE WS-NOME-NORMALIZADO
                 TO TAB-USU-NOME-NORM(WS-QTD-USUARIOS)

               CALL 'CODIFICA-NOME' USING REG-NAME-ARQ-USUARIO
                                      TAB-USU-FONETICA(WS-QTD-USUARIOS)
             END-IF
            END-IF

            MOVE WS-DATA-MES TO WS-CAB-MES
            MOVE WS-DATA-ANO TO WS-CAB-ANO

            PERFORM P036-VERIFICA-DADOS-PESSOAIS

            OPEN OUTPUT RELATORIO
            WRITE REG-RELATORIO FROM WS-CAB-TITULO
            WRITE REG-RELATORIO FROM WS-CAB-DADOS
            .
       P035-FIM.

       P036-VERIFICA-DADOS-PESSOAIS.

            MOVE '1' TO WS-DPE-OPERACAO
            MOVE ZERO TO WS-DPE-ID
            CALL 'CONTROLE-DADOS-PESSOAIS' USING WS-DPE-OPERACAO
                                                 WS-DPE-PROGRAMA
                                                 WS-DPE-ID
                                                 WS-DPE-COMPLETO

            MOVE SPACES TO WS-CAB-DADOS-TEXTO
            IF WS-DPE-COMPLETO = 'S'
               MOVE SPACES TO WS-OPERADOR-PEDIDO
               ACCEPT WS-OPERADOR-PEDIDO FROM ENVIRONMENT 'OPRUSU'
               STRING 'COMPLETOS, A PEDIDO DO OPERADOR '
                         DELIMITED BY SIZE
                      WS-OPERADOR-PEDIDO DELIMITED BY SIZE
                 INTO WS-CAB-DADOS-TEXTO
               END-STRING
            ELSE
               MOVE 'MASCARADOS' TO WS-CAB-DADOS-TEXTO
            END-IF
            .
       P036-FIM.

       P040-CRUZA-REGISTROS.
      * Cada registro abre um grupo com todos os que compartilham o
      * telefone ou o nome normalizado sob outro e-mail. Um registro
                      IF TAB-USU-NOME-NORM(WS-IND-J) =
                         TAB-USU-NOME-NORM(WS-IND-I)
                         MOVE 'NOME' TO WS-MOTIVO
                      ELSE
                         IF TAB-USU-FONETICA(WS-IND-J) =
                            TAB-USU-FONETICA(WS-IND-I)
                            AND TAB-USU-FONETICA(WS-IND-I)
                                NOT = SPACES
                            MOVE 'FONETICO' TO WS-MOTIVO
                         END-IF
                      END-IF
                   END-IF

            MOVE TAB-USU-EMAIL(WS-IND-MEMBRO) TO WS-MEM-EMAIL
            MOVE TAB-USU-NOME(WS-IND-MEMBRO)  TO WS-MEM-NOME
            MOVE TAB-USU-FONE(WS-IND-MEMBRO)  TO WS-MEM-FONE

            IF WS-DPE-COMPLETO = 'S'
               MOVE '2' TO WS-DPE-OPERACAO
               MOVE TAB-USU-ID(WS-IND-MEMBRO) TO WS-DPE-ID
               CALL 'CONTROLE-DADOS-PESSOAIS' USING WS-DPE-OPERACAO
                                                    WS-DPE-PROGRAMA
                                                    WS-DPE-ID
                                                    WS-DPE-COMPLETO
            ELSE
               CALL 'MASCARA-DADOS-PESSOAIS' USING WS-MEM-EMAIL
                                                   WS-MEM-FONE
                                                   OMITTED OMITTED
                                                   OMITTED
            END-IF

            WRITE REG-RELATORIO FROM WS-LINHA-MEMBRO
            .
       P060-FIM.
            WRITE REG-RELATORIO FROM WS-RODAPE
            CLOSE RELATORIO

            MOVE '3' TO WS-DPE-OPERACAO
            CALL 'CONTROLE-DADOS-PESSOAIS' USING WS-DPE-OPERACAO
                                                 WS-DPE-PROGRAMA
                                                 WS-DPE-ID
                                                 WS-DPE-COMPLETO

            DISPLAY 'Grupos de possiveis duplicidades: '
                    WS-TOTAL-GRUPOS
            DISPLAY 'Registros envolvidos............: '
