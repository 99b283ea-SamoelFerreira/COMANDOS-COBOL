      ******************************************************************
      * Copybook: ADBREG
      * Author: EQUIPE MANUTENCAO
      * Purpose: Layout do registro do cadastro de autorizacoes de
      *          debito automatico (AUTDEB, indexado pela chave conta
      *          + codigo do conveniado + referencia do cliente no
      *          conveniado - o numero da instalacao, do contrato ou
      *          da matricula com que a empresa identifica o cliente).
      *          Mantido pelo proprio cliente no atendimento
      *          (PROGSALDOBANCARIO, opcao 0) e pela agencia
      *          (PROGAUTDEB), com os paragrafos comuns do copybook
      *          ADBMANUT. A captacao (PROGPGTCAPT) so aceita em
      *          PENDPAG o debito do conveniado com autorizacao
      *          vigente no vencimento e valor ate o maximo
      *          autorizado; a liquidacao (PROGPGTLIQ) confere de novo
      *          no dia do debito.
      *          Vigente na data D: inicio ate D e sem cancelamento,
      *          ou cancelamento posterior a D. O cancelamento vale a
      *          partir do proprio dia. Inclusao e cancelamento guardam
      *          data, hora, canal (A agencia, S autoatendimento) e o
      *          operador ou caixa - a prova do consentimento quando o
      *          cliente reclama de um debito.
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      ******************************************************************
       01 ADB-REGISTRO.
          05 ADB-CHAVE.
             10 ADB-CONTA         PIC 9(06).
             10 ADB-CONVENIADO    PIC 9(06).
             10 ADB-REF-CLIENTE   PIC X(20).
          05 ADB-VALOR-MAXIMO     PIC 9(06)V99.
          05 ADB-DATA-INICIO      PIC 9(08).
          05 ADB-DATA-CANCELAMENTO PIC 9(08).
          05 ADB-INCLUSAO.
             10 ADB-DATA-INCLUSAO PIC 9(08).
             10 ADB-HORA-INCLUSAO PIC 9(08).
             10 ADB-CANAL-INCLUSAO PIC X(01).
             10 ADB-OPER-INCLUSAO PIC X(08).
          05 ADB-CANCELAMENTO.
             10 ADB-HORA-CANCELAMENTO PIC 9(08).
             10 ADB-CANAL-CANCELAMENTO PIC X(01).
             10 ADB-OPER-CANCELAMENTO PIC X(08).
