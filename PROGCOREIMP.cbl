      *
      * Historico de alteracoes:
      * 22/08/2026 - EM - Versao inicial.
      * 15/10/2026 - EM - RET-SALDO do retorno do core em S9(11)V99
      *              (registro cresce 5 bytes; acertar com o core).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOREIMP.
       FD  CORERET-ARQ.
       01 RET-REGISTRO.
          05 RET-CONTA            PIC 9(06).
          05 RET-SALDO            PIC S9(11)V99 SIGN LEADING SEPARATE.
          05 RET-DATA-DDMMAAAA    PIC 9(08).
       WORKING-STORAGE SECTION.
          01 WS-STATUS-CTA           PIC XX.
