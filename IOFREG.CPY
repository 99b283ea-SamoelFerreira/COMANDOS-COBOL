      ******************************************************************
      * Copybook: IOFREG
      * Author: EQUIPE MANUTENCAO
      * Purpose: Layout do registro de controle do IOF do descoberto
      *          (arquivo IOFSALDO, indexado pela conta), mantido pelo
      *          PROGIOF (passo diario do ciclo). Guarda o saldo
      *          devedor da conta apurado no ultimo calculo, ja com o
      *          proprio IOF debitado: o IOF adicional do dia incide
      *          so sobre o aumento do saldo devedor em relacao a este
      *          valor, de modo que o debito do IOF nunca conta como
      *          uso novo do limite. Conta que volta ao saldo credor
      *          tem o registro excluido (o proximo descoberto e todo
      *          uso novo). IOF-DATA-CALCULO impede a segunda cobranca
      *          na mesma data quando o passo e retomado apos queda.
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      ******************************************************************
       01 IOF-REGISTRO.
          05 IOF-CONTA             PIC 9(06).
          05 IOF-SALDO-DEVEDOR     PIC 9(11)V99.
          05 IOF-DATA-CALCULO      PIC 9(08).
          05 IOF-ULTIMO-IOF        PIC 9(09)V99.
