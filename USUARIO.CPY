           03 WS-UF               PIC X(02).
           03 WS-CEP              PIC X(08).

      * Consentimento de comunicacao por canal, registrado junto com
      * o cadastro (ver CNSUSU/GRAVA-CONSENTIMENTO): 'S' autoriza,
      * qualquer outro valor nao autoriza. A origem diz de onde veio
      * o cadastro (CADASTRO = terminal, NOVUSU = carga em lote).
           03 WS-CONSENTIMENTO.
               05 WS-CNS-EMAIL        PIC X(01).
               05 WS-CNS-TELEFONE     PIC X(01).
               05 WS-CNS-ENDERECO     PIC X(01).
           03 WS-CNS-ORIGEM       PIC X(08).

      * Expiracao da conta, opcional (AAAAMMDD, ultimo dia valido):
      * em branco = conta sem expiracao; informada, VALIDA-DADOS
      * exige uma data valida a partir de hoje.
           03 WS-DATA-EXPIRA      PIC X(08).

           03 WS-COUNT            PIC 9(02).
           03 WS-DOMINIO          PIC X(20).
           03 WS-DOMINIO-AUX      PIC X(20).
               05 WS-STATUS-SENHA     PIC 9(01).
               05 WS-STATUS-TELEFONE  PIC 9(01).
               05 WS-STATUS-ENDERECO  PIC 9(01).
               05 WS-STATUS-EXPIRA    PIC 9(01).
