      *              conta (ver PRDREG); brancos valem "01" (conta
      *              corrente), para os arquivos de carga anteriores a
      *              dimensao de produto continuarem validos.
      * 15/10/2026 - EM - Saldo inicial, limite e saldo minimo
      *              ampliados para 9(11)V99, como no CTAREG.
      ******************************************************************
       01 CARGA-REGISTRO.
          05 CARGA-NUMERO          PIC 9(06).
          05 CARGA-NOME            PIC X(30).
          05 CARGA-SALDO-INICIAL   PIC 9(11)V99.
          05 CARGA-LIMITE-CREDITO  PIC 9(11)V99.
          05 CARGA-SALDO-MINIMO    PIC 9(11)V99.
          05 CARGA-AGENCIA         PIC 9(04).
          05 CARGA-ENDERECO        PIC X(40).
          05 CARGA-EMAIL           PIC X(40).
