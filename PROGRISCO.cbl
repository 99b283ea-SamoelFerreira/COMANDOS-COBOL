      *              (CTA-AGENCIA): cada linha mostra a agencia da
      *              conta e o rodape traz o total de contas em risco
      *              por agencia, alem do total do banco.
      * 15/10/2026 - EM - Limiares e saldos em 9(11)V99, margens em
      *              S9(12)V99.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRISCO.
             88 ARQ-OK                    VALUE "00".
             88 ARQ-FIM-CTA               VALUE "10".

          01 WS-LIMIAR-RISCO         PIC 9(11)V99 VALUE 100.00.
          01 WS-LIMIAR-PADRAO        PIC 9(11)V99 VALUE 100.00.
          01 WS-MARGEM               PIC S9(12)V99.

          01 WS-TAB-RISCO.
             05 WS-TAB-ENTRADA OCCURS 999 TIMES
                   INDEXED BY WS-IDX.
                10 WS-TAB-CONTA        PIC 9(06).
                10 WS-TAB-NOME         PIC X(30).
                10 WS-TAB-SALDO        PIC S9(11)V99.
                10 WS-TAB-MARGEM       PIC S9(12)V99.
                10 WS-TAB-AGENCIA      PIC 9(04).
          01 WS-TAB-QTD              PIC 9(04) VALUE 0.

          01 WS-IDX-VARRE            USAGE INDEX.
          01 WS-TAB-TEMP-CONTA       PIC 9(06).
          01 WS-TAB-TEMP-NOME        PIC X(30).
          01 WS-TAB-TEMP-SALDO       PIC S9(11)V99.
          01 WS-TAB-TEMP-MARGEM      PIC S9(12)V99.
          01 WS-TAB-TEMP-AGENCIA     PIC 9(04).

       PROCEDURE DIVISION.
