
       01 WS-HIST-OPERACAO        PIC X(01).
       01 WS-HIST-ID              PIC 9(07).
       01 WS-IMAGEM-ANTES         PIC X(300).
       01 WS-IMAGEM-DEPOIS        PIC X(300).

       LINKAGE SECTION.
       01 LNK-TROCA-ID            PIC 9(07).
