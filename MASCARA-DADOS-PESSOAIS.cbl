      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mascara, no proprio campo recebido, os dados pessoais
      *          de um usuario para exibicao ou impressao por quem nao
      *          tem a autorizacao de ver dados pessoais (ver
      *          CONTROLE-DADOS-PESSOAIS). O chamador passa copias dos
      *          campos, nunca o registro que vai regravar.
      *          E-mail: primeira letra, '***' e o dominio
      *          (j***@bradesco.com), para a empresa continuar
      *          reconhecivel. Telefone: o DDD e os quatro ultimos
      *          digitos ficam, o resto dos digitos vira '*'
      *          ((11) *****-1234). Endereco: o logradouro, a cidade e
      *          a UF ficam; numero e complemento viram '***' e o CEP
      *          perde os tres ultimos digitos. So o e-mail e
      *          obrigatorio: quem nao exibe telefone passa OMITTED no
      *          lugar dele, e quem nao exibe endereco passa os tres
      *          campos de endereco como OMITTED (a chamada leva
      *          sempre os cinco).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASCARA-DADOS-PESSOAIS.
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-POS-ARROBA           PIC 9(02).
       01 WS-EMAIL-MASCARADO      PIC X(30).
       01 WS-POS-FONE             PIC 9(02).
       01 WS-QTD-DIGITOS          PIC 9(02).
       01 WS-NUM-DIGITO           PIC 9(02).
       01 WS-ULTIMO-OCULTO        PIC 9(02).

       LINKAGE SECTION.
       01 LNK-MSC-EMAIL           PIC X(30).
       01 LNK-MSC-TELEFONE        PIC X(15).
       01 LNK-MSC-NUMERO          PIC X(06).
       01 LNK-MSC-COMPLEMENTO     PIC X(15).
       01 LNK-MSC-CEP             PIC X(08).

       PROCEDURE DIVISION USING LNK-MSC-EMAIL LNK-MSC-TELEFONE
                                 LNK-MSC-NUMERO LNK-MSC-COMPLEMENTO
                                 LNK-MSC-CEP.
       MAIN-PROCEDURE.

            PERFORM P010-MASCARA-EMAIL

            IF LNK-MSC-TELEFONE IS NOT OMITTED
               PERFORM P020-MASCARA-TELEFONE
            END-IF

            IF LNK-MSC-NUMERO IS NOT OMITTED
               AND LNK-MSC-COMPLEMENTO IS NOT OMITTED
               AND LNK-MSC-CEP IS NOT OMITTED
               PERFORM P030-MASCARA-ENDERECO
            END-IF

            GOBACK.

       P010-MASCARA-EMAIL.
      * Sem '@' (dado antigo fora do padrao) nao ha dominio para
      * mostrar: o campo todo vira '***'.

            IF LNK-MSC-EMAIL NOT = SPACES
               MOVE ZERO TO WS-POS-ARROBA
               INSPECT LNK-MSC-EMAIL TALLYING WS-POS-ARROBA
                  FOR CHARACTERS BEFORE INITIAL '@'

               MOVE SPACES TO WS-EMAIL-MASCARADO
               IF WS-POS-ARROBA = 30
                  MOVE '***' TO WS-EMAIL-MASCARADO
               ELSE
                  IF WS-POS-ARROBA = 0
                     STRING '***' DELIMITED BY SIZE
                            LNK-MSC-EMAIL DELIMITED BY SIZE
                       INTO WS-EMAIL-MASCARADO
                     END-STRING
                  ELSE
                     STRING LNK-MSC-EMAIL(1:1) DELIMITED BY SIZE
                            '***' DELIMITED BY SIZE
                            LNK-MSC-EMAIL(WS-POS-ARROBA + 1:
                                          30 - WS-POS-ARROBA)
                               DELIMITED BY SIZE
                       INTO WS-EMAIL-MASCARADO
                     END-STRING
                  END-IF
               END-IF
               MOVE WS-EMAIL-MASCARADO TO LNK-MSC-EMAIL
            END-IF
            .
       P010-FIM.

       P020-MASCARA-TELEFONE.
      * Conta os digitos e esconde do terceiro ate o quinto antes
      * do fim, qualquer que seja a pontuacao gravada; telefone com
      * seis digitos ou menos some inteiro.

            MOVE ZERO TO WS-QTD-DIGITOS
            INSPECT LNK-MSC-TELEFONE TALLYING WS-QTD-DIGITOS
               FOR ALL '0' ALL '1' ALL '2' ALL '3' ALL '4'
                   ALL '5' ALL '6' ALL '7' ALL '8' ALL '9'

            IF WS-QTD-DIGITOS > 6
               COMPUTE WS-ULTIMO-OCULTO = WS-QTD-DIGITOS - 4
               MOVE ZERO TO WS-NUM-DIGITO
               PERFORM P025-MASCARA-DIGITO
                  VARYING WS-POS-FONE FROM 1 BY 1
                    UNTIL WS-POS-FONE > 15
            ELSE
               INSPECT LNK-MSC-TELEFONE CONVERTING '0123456789'
                                                TO '**********'
            END-IF
            .
       P020-FIM.

       P025-MASCARA-DIGITO.

            IF LNK-MSC-TELEFONE(WS-POS-FONE:1) IS NUMERIC
               ADD 1 TO WS-NUM-DIGITO
               IF WS-NUM-DIGITO > 2
                  AND WS-NUM-DIGITO NOT > WS-ULTIMO-OCULTO
                  MOVE '*' TO LNK-MSC-TELEFONE(WS-POS-FONE:1)
               END-IF
            END-IF
            .
       P025-FIM.

       P030-MASCARA-ENDERECO.

            IF LNK-MSC-NUMERO NOT = SPACES
               MOVE '***' TO LNK-MSC-NUMERO
            END-IF

            IF LNK-MSC-COMPLEMENTO NOT = SPACES
               MOVE '***' TO LNK-MSC-COMPLEMENTO
            END-IF

            IF LNK-MSC-CEP NOT = SPACES
               MOVE '***' TO LNK-MSC-CEP(6:3)
            END-IF
            .
       P030-FIM.

       END PROGRAM MASCARA-DADOS-PESSOAIS.
