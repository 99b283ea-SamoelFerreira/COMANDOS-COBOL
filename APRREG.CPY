      *
      * Historico de alteracoes:
      * 22/08/2026 - EM - Versao inicial.
      * 15/10/2026 - EM - APR-VALOR e APR-VALOR-DESTINO ampliados
      *              para 9(11)V99; o registro passa de 72 para 82
      *              bytes.
      * 15/10/2026 - EM - Inclui APR-MATRICULA-CAPTURA com o caixa
      *              que capturou o pedido (PROGSALDOBANCARIO; brancos
      *              no modo BATCH e nos pedidos anteriores), levado
      *              pelo PROGAPROV ao AUDITSEG na decisao para o
      *              relatorio de atividade de operadores (PROGOPERREL)
      *              conferir captura e aprovacao pela mesma matricula.
      *              O registro passa de 82 para 90 bytes.
      ******************************************************************
       01 APR-REGISTRO.
          05 APR-REFERENCIA       PIC 9(10).
          05 APR-TIPO             PIC X(01).
             88 APR-SAQUE              VALUE "S".
             88 APR-TRANSFERENCIA      VALUE "T".
          05 APR-VALOR            PIC 9(11)V99.
          05 APR-VALOR-DESTINO    PIC 9(11)V99.
          05 APR-DATA             PIC 9(08).
          05 APR-HORA             PIC 9(08).
          05 APR-SITUACAO         PIC X(01).
             88 APR-EXPIRADA           VALUE "E".
          05 APR-MATRICULA        PIC X(08).
          05 APR-DATA-DECISAO     PIC 9(08).
          05 APR-MATRICULA-CAPTURA PIC X(08).
