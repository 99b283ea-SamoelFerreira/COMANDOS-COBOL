      *          identificam os controles.
      *
      *          Incluido na FD do arquivo bruto, redefinindo a mesma
      *          area do registro de detalhe (largura X(38)).
      ******************************************************************
       01 CAB-REGISTRO.
          05 CAB-TIPO             PIC X(01).
             88 CAB-HEADER             VALUE "H".
          05 CAB-ORIGEM           PIC X(08).
          05 CAB-DATA-GERACAO     PIC 9(08).
          05 FILLER               PIC X(21).

       01 TRL-REGISTRO.
          05 TRL-TIPO             PIC X(01).
             88 TRL-TRAILER            VALUE "T".
          05 TRL-QTD-REGISTROS    PIC 9(06).
          05 TRL-HASH-DEPOSITOS   PIC 9(13)V99.
          05 TRL-HASH-SAQUES      PIC 9(13)V99.
          05 FILLER               PIC X(01).
