      *
      * Historico de alteracoes:
      * 02/09/2026 - EM - Versao inicial.
      * 15/10/2026 - EM - CPV-VALOR ampliado para 9(11)V99; o
      *              registro passa de 55 para 60 bytes.
      ******************************************************************
       01 CPV-REGISTRO.
          05 CPV-NUMERO           PIC 9(08).
          05 CPV-REFERENCIA       PIC 9(10).
          05 CPV-CONTA            PIC 9(06).
          05 CPV-TIPO             PIC X(01).
          05 CPV-VALOR            PIC 9(11)V99.
          05 CPV-CONTA-CONTRA     PIC 9(06).
          05 CPV-DATA             PIC 9(08).
          05 CPV-HORA             PIC 9(08).
