      *              (PROGSET) e passa a alimentar a captacao
      *              (PROGPGTCAPT) e a liquidacao (PROGPGTLIQ) de
      *              pagamentos dentro do proprio sistema.
      * 15/10/2026 - EM - Inclui o conveniado e a referencia do
      *              cliente no conveniado, chave da autorizacao de
      *              debito automatico (AUTDEB, ver ADBREG), e a
      *              situacao R recusado na liquidacao por
      *              autorizacao cancelada ou valor acima do maximo.
      * 15/10/2026 - EM - PGTO-VALOR ampliado para 9(11)V99; o
      *              registro passa de 59 para 64 bytes.
      ******************************************************************
       01 PGTO-REGISTRO.
          05 PGTO-REFERENCIA      PIC 9(10).
          05 PGTO-STATUS          PIC X(01).
             88 PGTO-PAGO              VALUE "S".
             88 PGTO-NAOPAGO           VALUE "N".
             88 PGTO-RECUSADO          VALUE "R".
          05 PGTO-CONTA           PIC 9(06).
          05 PGTO-VALOR           PIC 9(11)V99.
          05 PGTO-DATA-VENCIMENTO PIC 9(08).
          05 PGTO-CONVENIADO      PIC 9(06).
          05 PGTO-REF-CLIENTE     PIC X(20).
