      *              cheque suspenso no fim de semana e repostado pelo
      *              PROGLIBSUSP com a mesma retencao de compensacao
      *              do PROGEOD (ver CHQREG).
      * 15/10/2026 - EM - SUSP-VALOR ampliado para 9(11)V99; o
      *              registro passa de 42 para 47 bytes.
      ******************************************************************
       01 SUSP-REGISTRO.
          05 SUSP-REFERENCIA      PIC 9(10).
             88 SUSP-DEPOSITO          VALUE "D".
             88 SUSP-SAQUE             VALUE "S".
             88 SUSP-DEP-CHEQUE        VALUE "C".
          05 SUSP-VALOR            PIC 9(11)V99.
          05 SUSP-DATA             PIC 9(08).
          05 SUSP-SITUACAO         PIC X(01).
             88 SUSP-PENDENTE          VALUE "P".
