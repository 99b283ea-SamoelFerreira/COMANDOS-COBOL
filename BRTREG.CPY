      ******************************************************************
      * Copybook: BRTREG
      * Author: EQUIPE MANUTENCAO
      * Purpose: Layout do registro do arquivo de retorno diario da
      *          cobranca bancaria (COBRET), gravado pelo PROGBOLETO e
      *          repartido pela conta do beneficiario para a entrega
      *          a cada empresa: uma ocorrencia por linha.
      *          Ocorrencias:
      *            02 entrada confirmada
      *            03 entrada rejeitada (motivo)
      *            06 liquidacao
      *            07 liquidacao com valor pago abaixo do devido
      *            08 pagamento rejeitado (motivo)
      *            19 titulo vencido e nao pago
      *          Na liquidacao seguem o valor pago, os encargos de
      *          atraso calculados e o valor creditado na conta (o
      *          valor pago; a tarifa de cobranca vem a debito em
      *          lancamento proprio no mesmo ciclo).
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      ******************************************************************
       01 BRT-REGISTRO.
          05 BRT-CONTA            PIC 9(06).
          05 BRT-NOSSO-NUMERO     PIC 9(10).
          05 BRT-OCORRENCIA       PIC 9(02).
             88 BRT-ENTRADA-CONFIRMADA VALUE 02.
             88 BRT-ENTRADA-REJEITADA  VALUE 03.
             88 BRT-LIQUIDACAO         VALUE 06.
             88 BRT-LIQUIDACAO-MENOR   VALUE 07.
             88 BRT-PAGTO-REJEITADO    VALUE 08.
             88 BRT-VENCIDO            VALUE 19.
          05 BRT-DATA-OCORRENCIA  PIC 9(08).
          05 BRT-VALOR-TITULO     PIC 9(06)V99.
          05 BRT-VENCIMENTO       PIC 9(08).
          05 BRT-DATA-PAGAMENTO   PIC 9(08).
          05 BRT-VALOR-PAGO       PIC 9(06)V99.
          05 BRT-ENCARGOS         PIC 9(06)V99.
          05 BRT-VALOR-CREDITADO  PIC 9(06)V99.
          05 BRT-MOTIVO           PIC X(30).
