      ******************************************************************
      * Copybook: PUPREG
      * Author: EQUIPE MANUTENCAO
      * Purpose: Layout do registro de parcela de deposito da conta
      *          poupanca (arquivo POUPTRAN, indexado por conta + data
      *          do deposito + sequencia): cada credito que entra na
      *          conta poupanca (produto "02") abre uma parcela com
      *          data de aniversario propria; os debitos consomem as
      *          parcelas mais novas primeiro, e o rendimento de cada
      *          parcela e pago no seu aniversario sobre o saldo que
      *          ficou o mes inteiro. Deposito nos dias 29, 30 e 31
      *          aniversaria no dia 1 do mes seguinte ao proximo.
      *          Mantido pelo PROGPOUP (passo diario do ciclo).
      *          PUP-ORIGEM guarda o tipo do movimento que abriu a
      *          parcela (MOVREG), ou "I" para a parcela de implantacao
      *          do saldo existente.
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      ******************************************************************
       01 PUP-REGISTRO.
          05 PUP-CHAVE.
             10 PUP-CONTA          PIC 9(06).
             10 PUP-DATA-DEPOSITO  PIC 9(08).
             10 PUP-SEQ            PIC 9(04).
          05 PUP-ORIGEM            PIC X(01).
             88 PUP-IMPLANTACAO         VALUE "I".
          05 PUP-VALOR-ORIGINAL    PIC 9(09)V99.
          05 PUP-SALDO             PIC 9(09)V99.
          05 PUP-DIA-ANIVERSARIO   PIC 9(02).
          05 PUP-PROX-ANIVERSARIO  PIC 9(08).
          05 PUP-DATA-ULT-RENDIMENTO PIC 9(08).
          05 PUP-RENDIMENTO-ACUM   PIC 9(09)V99.
