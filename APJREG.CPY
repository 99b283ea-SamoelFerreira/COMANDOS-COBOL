      ******************************************************************
      * Copybook: APJREG
      * Author: EQUIPE MANUTENCAO
      * Purpose: Layout do registro da posicao de juros apropriados
      *          (arquivo APROPJUR, indexado por tipo + numero +
      *          parcela), mantido pela apropriacao diaria (PROGAPRJUR):
      *          um registro por aplicacao em CDB (tipo "C", numero da
      *          aplicacao, parcela zero) e um por parcela do credito
      *          parcelado (tipo "E", contrato e parcela). APJ-BASE e o
      *          principal do CDB ou o valor presente da parcela na
      *          data da contratacao; APJ-VALOR-REF e o juro total
      *          contratado do CDB ou o valor da parcela na ultima
      *          apropriacao; APJ-APROPRIADO e o juro ja levado ao
      *          razao e ainda nao liberado. No vencimento/resgate do
      *          CDB e no pagamento da parcela o apropriado e liberado
      *          (APJ-VALOR-LIBERADO) e a posicao fica encerrada.
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      ******************************************************************
       01 APJ-REGISTRO.
          05 APJ-CHAVE.
             10 APJ-TIPO           PIC X(01).
                88 APJ-CDB              VALUE "C".
                88 APJ-EMPRESTIMO       VALUE "E".
             10 APJ-NUMERO         PIC 9(10).
             10 APJ-PARCELA        PIC 9(03).
          05 APJ-CONTA             PIC 9(06).
          05 APJ-BASE              PIC 9(09)V99.
          05 APJ-VALOR-REF         PIC 9(09)V99.
          05 APJ-APROPRIADO        PIC 9(09)V99.
          05 APJ-DATA-INICIO       PIC 9(08).
          05 APJ-DATA-ULT-APROP    PIC 9(08).
          05 APJ-SITUACAO          PIC X(01).
             88 APJ-ATIVA               VALUE "A".
             88 APJ-LIBERADA            VALUE "L".
          05 APJ-VALOR-LIBERADO    PIC 9(09)V99.
          05 APJ-DATA-LIBERACAO    PIC 9(08).
