      *
      * Historico de alteracoes:
      * 22/08/2026 - EM - Versao inicial.
      * 15/10/2026 - EM - CHQ-VALOR ampliado para 9(11)V99; o
      *              registro passa de 41 para 46 bytes.
      ******************************************************************
       01 CHQ-REGISTRO.
          05 CHQ-REFERENCIA       PIC 9(10).
          05 CHQ-CONTA            PIC 9(06).
          05 CHQ-VALOR            PIC 9(11)V99.
          05 CHQ-DATA-DEPOSITO    PIC 9(08).
          05 CHQ-DATA-BAIXA       PIC 9(08).
          05 CHQ-SITUACAO         PIC X(01).
