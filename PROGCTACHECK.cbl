      *
      * Historico de alteracoes:
      * 22/08/2026 - EM - Versao inicial.
      * 15/10/2026 - EM - Hash de saldos em S9(15)V99 (saldos em
      *              S9(11)V99 no CTAREG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCTACHECK.
             88 ARQ-FIM-CTA               VALUE "10".

          01 WS-QTD-LIDAS            PIC 9(06) VALUE 0.
          01 WS-HASH-SALDO           PIC S9(15)V99 VALUE 0.
          01 WS-HASH-CONTA           PIC 9(12) VALUE 0.
          01 WS-ILEGIVEL             PIC X(01) VALUE "N".
             88 REGISTRO-ILEGIVEL         VALUE "S".
