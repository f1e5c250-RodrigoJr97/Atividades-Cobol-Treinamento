      ******************************************************************
      * Author:
      * Date:
      * Purpose: Rotina unica de calculo da chave fonetica de um nome
      *          (layout em FONUSU), usada na gravacao do indice
      *          fonetico (GRAVA-FONETICA, GERA-FONETICA,
      *          RESTAURA-USUARIO), na busca por nome de
      *          CONSULTA-USUARIO e no cruzamento de
      *          RELATORIO-DUPLICADOS, para o nome gravado e o nome
      *          digitado passarem sempre pela mesma regra.
      *          O nome e posto em maiusculas, sem acento (Latin-1 ou
      *          UTF-8) e sem pontuacao, e quebrado em palavras; as
      *          particulas (da, de, do, das, dos, e) sao descartadas
      *          e as ate 8 primeiras palavras restantes recebem a
      *          inicial e um codigo fonetico de ate 9 posicoes:
      *          - digrafos: CH/SH = X, LH = L, NH = N, PH = F,
      *            TH = T; H solto e mudo;
      *          - C antes de E/I = S, senao K; Q = K; Z = S;
      *            C cedilha = S; G antes de E/I = J (GU antes de
      *            E/I = G); W = V; Y = I; M antes de consoante ou no
      *            fim = N;
      *          - letras iguais seguidas contam uma vez (SS, RR, LL);
      *          - vogais so separam consoantes e saem do codigo,
      *            exceto quando abrem a palavra.
      *          Assim Luiz/Luis dao LS, Souza/Sousa dao SS e
      *          Thiago/Tiago dao TG. Uma palavra de uma letra so e
      *          uma inicial abreviada: sai com o codigo em branco e
      *          quem compara casa pela inicial.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CODIFICA-NOME.
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-NOME                 PIC X(30).
       01 WS-POS-NOME             PIC 9(02).
       01 WS-QTD-PALAVRAS         PIC 9(02).
       01 WS-PALAVRA              PIC X(30).

      * A palavra limpa tem duas posicoes de folga para a conferencia
      * das letras seguintes nunca sair da area.
       01 WS-LIMPA                PIC X(32).
           88 PALAVRA-PARTICULA       VALUE 'DA' 'DE' 'DO' 'DAS' 'DOS'
                                            'E'.
       01 WS-TAM-LIMPA            PIC 9(02).
       01 WS-IND-LETRA            PIC 9(02).
       01 WS-LETRA                PIC X(01).
           88 LETRA-VALIDA            VALUE 'A' THRU 'Z'.
           88 LETRA-VOGAL             VALUE 'A' 'E' 'I' 'O' 'U' 'Y'.
       01 WS-SEGUINTE             PIC X(01).
           88 SEGUINTE-E-OU-I         VALUE 'E' 'I' 'Y'.
           88 SEGUINTE-VOGAL          VALUE 'A' 'E' 'I' 'O' 'U' 'Y'.
       01 WS-TERCEIRA             PIC X(01).
           88 TERCEIRA-E-OU-I         VALUE 'E' 'I' 'Y'.
       01 WS-PULA-SEGUINTE        PIC X(01).

       01 WS-CODIGO               PIC X(30).
       01 WS-TAM-CODIGO           PIC 9(02).
       01 WS-SOM                  PIC X(01).
       01 WS-ULTIMO-SOM           PIC X(01).

      * Letras acentuadas e o equivalente sem acento, nas duas
      * codificacoes que chegam do atendimento: Latin-1 (um byte) e
      * UTF-8 (o byte de continuacao que segue o X'C3'). O proprio
      * X'C3' fica fora da tabela e cai como pontuacao; no Latin-1
      * ele e o A til, uma vogal no meio da palavra, que o codigo
      * descartaria de qualquer jeito. C cedilha vai direto para o
      * som de S.
       01 WS-ACENTOS-DE.
           03 FILLER              PIC X(25) VALUE
              X'C0C1C2C4C5C7C8C9CACBCCCDCECFD1D2D3D4D5D6D9DADBDCDD'.
           03 FILLER              PIC X(27) VALUE
            X'E0E1E2E3E4E5E7E8E9EAEBECEDEEEFF1F2F3F4F5F6F9FAFBFCFDFF'.
           03 FILLER              PIC X(26) VALUE
            X'8081828384858788898A8B8C8D8E8F919293949596999A9B9C9D'.
           03 FILLER              PIC X(27) VALUE
            X'A0A1A2A3A4A5A7A8A9AAABACADAEAFB1B2B3B4B5B6B9BABBBCBDBF'.
       01 WS-ACENTOS-PARA.
           03 FILLER              PIC X(25) VALUE
              'AAAAASEEEEIIIINOOOOOUUUUI'.
           03 FILLER              PIC X(27) VALUE
              'AAAAAASEEEEIIIINOOOOOUUUUII'.
           03 FILLER              PIC X(26) VALUE
              'AAAAAASEEEEIIIINOOOOOUUUUI'.
           03 FILLER              PIC X(27) VALUE
              'AAAAAASEEEEIIIINOOOOOUUUUII'.

       LINKAGE SECTION.
       01 LNK-NOME-FONETICA       PIC X(30).
       01 LNK-CHAVE-FONETICA.
           03 LNK-PALAVRA-FONETICA OCCURS 8 TIMES.
               05 LNK-INICIAL-FONETICA PIC X(01).
               05 LNK-CODIGO-FONETICA  PIC X(09).

       PROCEDURE DIVISION USING LNK-NOME-FONETICA LNK-CHAVE-FONETICA.
       MAIN-PROCEDURE.

            MOVE SPACES TO LNK-CHAVE-FONETICA
            MOVE ZERO TO WS-QTD-PALAVRAS

            MOVE LNK-NOME-FONETICA TO WS-NOME
            INSPECT WS-NOME CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
            INSPECT WS-NOME CONVERTING WS-ACENTOS-DE
                                    TO WS-ACENTOS-PARA
            INSPECT WS-NOME CONVERTING '-' TO SPACE

            MOVE 1 TO WS-POS-NOME
            PERFORM P010-PROXIMA-PALAVRA
               UNTIL WS-POS-NOME > 30
                  OR WS-QTD-PALAVRAS >= 8

            GOBACK.

       P010-PROXIMA-PALAVRA.
      * Espacos repetidos devolvem palavras vazias, que sao
      * ignoradas como as particulas.

            MOVE SPACES TO WS-PALAVRA
            UNSTRING WS-NOME DELIMITED BY SPACE
               INTO WS-PALAVRA
               WITH POINTER WS-POS-NOME
            END-UNSTRING

            MOVE SPACES TO WS-LIMPA
            MOVE ZERO TO WS-TAM-LIMPA
            PERFORM P020-LIMPA-LETRA
               VARYING WS-IND-LETRA FROM 1 BY 1
                 UNTIL WS-IND-LETRA > 30

            IF WS-TAM-LIMPA > ZERO
               AND NOT PALAVRA-PARTICULA
               ADD 1 TO WS-QTD-PALAVRAS
               MOVE WS-LIMPA(1:1)
                 TO LNK-INICIAL-FONETICA(WS-QTD-PALAVRAS)
               IF WS-TAM-LIMPA > 1
                  PERFORM P030-CODIFICA-PALAVRA
                  MOVE WS-CODIGO(1:9)
                    TO LNK-CODIGO-FONETICA(WS-QTD-PALAVRAS)
               END-IF
            END-IF
            .
       P010-FIM.

       P020-LIMPA-LETRA.
      * So as letras de A a Z ficam; ponto de abreviatura,
      * apostrofo e qualquer outro sinal somem da palavra.

            MOVE WS-PALAVRA(WS-IND-LETRA:1) TO WS-LETRA
            IF LETRA-VALIDA
               ADD 1 TO WS-TAM-LIMPA
               MOVE WS-LETRA TO WS-LIMPA(WS-TAM-LIMPA:1)
            END-IF
            .
       P020-FIM.

       P030-CODIFICA-PALAVRA.

            MOVE SPACES TO WS-CODIGO
            MOVE ZERO TO WS-TAM-CODIGO
            MOVE SPACE TO WS-ULTIMO-SOM
            MOVE 'N' TO WS-PULA-SEGUINTE

            PERFORM P040-CODIFICA-LETRA
               VARYING WS-IND-LETRA FROM 1 BY 1
                 UNTIL WS-IND-LETRA > WS-TAM-LIMPA
            .
       P030-FIM.

       P040-CODIFICA-LETRA.
      * A letra seguinte decide os digrafos e o som de C, G e M; a
      * letra consumida por um digrafo (o H de CH, o U de GUE) e
      * pulada na volta seguinte.

            IF WS-PULA-SEGUINTE = 'S'
               MOVE 'N' TO WS-PULA-SEGUINTE
            ELSE
               MOVE WS-LIMPA(WS-IND-LETRA:1)     TO WS-LETRA
               MOVE WS-LIMPA(WS-IND-LETRA + 1:1) TO WS-SEGUINTE
               MOVE WS-LIMPA(WS-IND-LETRA + 2:1) TO WS-TERCEIRA
               MOVE SPACE TO WS-SOM

               EVALUATE TRUE
                   WHEN LETRA-VOGAL
                       MOVE '*' TO WS-SOM
                   WHEN WS-LETRA = 'H'
                       CONTINUE
                   WHEN WS-SEGUINTE = 'H'
                        AND (WS-LETRA = 'C' OR WS-LETRA = 'S')
                       MOVE 'X' TO WS-SOM
                       MOVE 'S' TO WS-PULA-SEGUINTE
                   WHEN WS-SEGUINTE = 'H' AND WS-LETRA = 'P'
                       MOVE 'F' TO WS-SOM
                       MOVE 'S' TO WS-PULA-SEGUINTE
                   WHEN WS-SEGUINTE = 'H'
                        AND (WS-LETRA = 'L' OR WS-LETRA = 'N'
                             OR WS-LETRA = 'T')
                       MOVE WS-LETRA TO WS-SOM
                       MOVE 'S' TO WS-PULA-SEGUINTE
                   WHEN WS-LETRA = 'C'
                       IF SEGUINTE-E-OU-I
                          MOVE 'S' TO WS-SOM
                       ELSE
                          MOVE 'K' TO WS-SOM
                       END-IF
                   WHEN WS-LETRA = 'G'
                       IF SEGUINTE-E-OU-I
                          MOVE 'J' TO WS-SOM
                       ELSE
                          MOVE 'G' TO WS-SOM
                          IF WS-SEGUINTE = 'U' AND TERCEIRA-E-OU-I
                             MOVE 'S' TO WS-PULA-SEGUINTE
                          END-IF
                       END-IF
                   WHEN WS-LETRA = 'M'
                       IF SEGUINTE-VOGAL
                          MOVE 'M' TO WS-SOM
                       ELSE
                          MOVE 'N' TO WS-SOM
                       END-IF
                   WHEN WS-LETRA = 'Q'
                       MOVE 'K' TO WS-SOM
                   WHEN WS-LETRA = 'Z'
                       MOVE 'S' TO WS-SOM
                   WHEN WS-LETRA = 'W'
                       MOVE 'V' TO WS-SOM
                   WHEN OTHER
                       MOVE WS-LETRA TO WS-SOM
               END-EVALUATE

               IF WS-SOM NOT = SPACE
                  PERFORM P050-EMITE-SOM
               END-IF
            END-IF
            .
       P040-FIM.

       P050-EMITE-SOM.
      * A vogal que abre a palavra entra no codigo (Y como I); as
      * demais so separam consoantes: em Sousa os dois S sao sons
      * distintos e ficam os dois (SS, o mesmo de Souza), enquanto
      * letras iguais coladas (Russo) contam uma vez.

            IF WS-SOM NOT = WS-ULTIMO-SOM
               IF WS-SOM = '*'
                  IF WS-TAM-CODIGO = ZERO
                     ADD 1 TO WS-TAM-CODIGO
                     IF WS-LETRA = 'Y'
                        MOVE 'I' TO WS-CODIGO(WS-TAM-CODIGO:1)
                     ELSE
                        MOVE WS-LETRA TO WS-CODIGO(WS-TAM-CODIGO:1)
                     END-IF
                  END-IF
               ELSE
                  IF WS-TAM-CODIGO < 30
                     ADD 1 TO WS-TAM-CODIGO
                     MOVE WS-SOM TO WS-CODIGO(WS-TAM-CODIGO:1)
                  END-IF
               END-IF
            END-IF

            MOVE WS-SOM TO WS-ULTIMO-SOM
            .
       P050-FIM.

       END PROGRAM CODIFICA-NOME.
