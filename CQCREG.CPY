      ******************************************************************
      * Copybook: CQCREG
      * Author: EQUIPE MANUTENCAO
      * Purpose: Layout do registro do arquivo de captura dos cheques
      *          depositados (CHQCAPT): um registro por cheque, com a
      *          referencia do deposito (a mesma de CHQ-REFERENCIA no
      *          CHQPEND), o banco sacado e o numero do cheque. Gravado
      *          pelo atendimento interativo (PROGSALDOBANCARIO) no
      *          deposito em cheque e recebido da captura de envelopes
      *          junto com o TRANBRUT para os depositos em lote. Lido
      *          pela remessa de compensacao (PROGCHQREM). Arquivo
      *          acumulado, so anexado.
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      ******************************************************************
       01 CQC-REGISTRO.
          05 CQC-REFERENCIA       PIC 9(10).
          05 CQC-BANCO-SACADO     PIC 9(03).
          05 CQC-NUM-CHEQUE       PIC 9(06).
