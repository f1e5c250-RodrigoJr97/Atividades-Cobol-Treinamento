       FD BKP-ARQ.
       01 REG-BKP-ARQ.
           03 BKP-ARQ-TIPO             PIC X(01).
           03 BKP-ARQ-DADOS            PIC X(300).

       FD BKP-CTL.
       01 REG-BKP-CTL.
