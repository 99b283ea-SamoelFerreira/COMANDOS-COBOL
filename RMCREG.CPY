      ******************************************************************
      * Copybook: RMCREG
      * Author: EQUIPE MANUTENCAO
      * Purpose: Layout do registro do controle de remessas de cheques
      *          a compensacao (arquivo RMSCTL), gravado pelo
      *          PROGCHQREM: um registro por cheque depositado enviado a
      *          camara, com a data da remessa. O PROGCHQREM o usa para
      *          nao remeter o mesmo cheque duas vezes e o PROGCHQLIB
      *          para recusar a devolucao (CHQDEV) de cheque que nunca
      *          foi remetido. Arquivo acumulado, so anexado.
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      ******************************************************************
       01 RMC-REGISTRO.
          05 RMC-REFERENCIA       PIC 9(10).
          05 RMC-CONTA            PIC 9(06).
          05 RMC-BANCO-SACADO     PIC 9(03).
          05 RMC-NUM-CHEQUE       PIC 9(06).
          05 RMC-VALOR            PIC 9(11)V99.
          05 RMC-DATA-REMESSA     PIC 9(08).
