       FD  COREEXP-ARQ.
       01 EXP-REGISTRO.
          05 EXP-CONTA            PIC 9(06).
          05 EXP-SALDO            PIC S9(11)V99 SIGN LEADING SEPARATE.
          05 EXP-DATA-DDMMAAAA    PIC 9(08).

       FD  RUNCTRL-ARQ.
