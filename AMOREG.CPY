      ******************************************************************
      * Copybook: AMOREG
      * Author: EQUIPE MANUTENCAO
      * Purpose: Layout do registro do diario de amortizacoes e
      *          quitacoes antecipadas do credito parcelado (arquivo
      *          EMPAMORT, sequencial, so inclusao): um registro por
      *          pagamento antecipado feito no PROGEMPCON - contrato,
      *          conta, data, tipo (Q quitacao do contrato, R
      *          amortizacao reduzindo o valor das parcelas, P
      *          amortizacao reduzindo o prazo), valor debitado, saldo
      *          devedor a valor presente antes do pagamento,
      *          parcelas em aberto e valor da parcela antes e depois,
      *          e a referencia do debito (faixa em REFREG). Lido pelo
      *          relatorio de carteira (PROGEMPREL).
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      ******************************************************************
       01 AMO-REGISTRO.
          05 AMO-CONTRATO         PIC 9(10).
          05 AMO-CONTA            PIC 9(06).
          05 AMO-DATA             PIC 9(08).
          05 AMO-TIPO             PIC X(01).
             88 AMO-QUITACAO           VALUE "Q".
             88 AMO-REDUZ-PARCELA      VALUE "R".
             88 AMO-REDUZ-PRAZO        VALUE "P".
          05 AMO-VALOR-PAGO       PIC 9(09)V99.
          05 AMO-SALDO-ANTES      PIC 9(09)V99.
          05 AMO-PARC-ANTES       PIC 9(03).
          05 AMO-PARC-DEPOIS      PIC 9(03).
          05 AMO-VALOR-PARC-ANTES PIC 9(07)V99.
          05 AMO-VALOR-PARC-DEPOIS PIC 9(07)V99.
          05 AMO-REFERENCIA       PIC 9(10).
