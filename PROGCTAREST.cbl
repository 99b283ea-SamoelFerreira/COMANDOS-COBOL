      *              individual contra o mestre de operadores
      *              (OPERMESTRE, ver OPEREG/OPSIGN/OPSIGNW, perfil A)
      *              antes da confirmacao "SIM".
      * 15/10/2026 - EM - BKP-REGISTRO acompanha o crescimento de
      *              CTA-REGISTRO para 280 bytes; hash S9(15)V99.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCTAREST.
       COPY CTAREG.

       FD  CTABKP-ARQ.
       01 BKP-REGISTRO              PIC X(280).

      * Mestre de operadores (PROGOPER).
       FD  OPERMESTRE-ARQ.

          01 WS-QTD-RESTAURADAS      PIC 9(06) VALUE 0.
          01 WS-QTD-REJEITADAS       PIC 9(06) VALUE 0.
          01 WS-HASH-SALDO           PIC S9(15)V99 VALUE 0.

       PROCEDURE DIVISION.

