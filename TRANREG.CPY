      *              "D" dinheiro (disponivel na hora) e "C" cheque
      *              (retido em compensacao ate a liberacao pelo
      *              PROGCHQLIB).
      * 15/10/2026 - EM - TRAN-VALOR ampliado para 9(11)V99; o
      *              registro passa de 33 para 38 bytes.
      ******************************************************************
       01 TRAN-REGISTRO.
          05 TRAN-REFERENCIA      PIC 9(10).
             88 TRAN-DEPOSITO          VALUE "D".
             88 TRAN-SAQUE            VALUE "S".
             88 TRAN-DEP-CHEQUE       VALUE "C".
          05 TRAN-VALOR            PIC 9(11)V99.
          05 TRAN-DATA             PIC 9(08).
