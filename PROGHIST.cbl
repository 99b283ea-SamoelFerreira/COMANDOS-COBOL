      *              como linhas de largura fixa e decodificados numa
      *              area de WORKING-STORAGE com o layout MOVREG,
      *              mesmo recorte do PROGDORMENTE e do PROGEXTRATO.
      * 15/10/2026 - EM - Estorno de lancamento (MOV-ESTORNO "W",
      *              PROGESTORNO) entra no saldo pelo proprio valor
      *              assinado, no mesmo ramo dos creditos - o par
      *              lancamento / estorno se anula no saldo corrente.
      * 15/10/2026 - EM - Credito de contestacao
      *              (MOV-CREDITO-CONTESTACAO "K", PROGCONTEST) entra no
      *              saldo como credito.
      * 15/10/2026 - EM - Linhas de movimento acompanham MOVREG (77
      *              bytes); saldos em S9(13)V99 e saldo
      *              editado com 13 inteiros.
      * 15/10/2026 - EM - Linhas de movimento acompanham MOVREG
      *              (78 bytes).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGHIST.
       DATA DIVISION.
       FILE SECTION.
       FD  MOVARQV-ARQ.
       01 ARQV-REGISTRO             PIC X(78).

       FD  MOVFECH-ARQ.
       01 FECH-REGISTRO             PIC X(78).

       FD  MOVIMENTO-ARQ.
       01 MOVLIN-REGISTRO           PIC X(78).
       WORKING-STORAGE SECTION.
          01 WS-STATUS-ARQV          PIC XX.
             88 ARQ-ARQV-OK               VALUE "00".
             88 FASE-IMPRESSAO            VALUE "I".

          01 WS-DATA-ABERTURA-BASE   PIC 9(08) VALUE ZEROS.
          01 WS-SALDO-BASE           PIC S9(13)V99 VALUE 0.
          01 WS-NET-PRE              PIC S9(13)V99 VALUE 0.
          01 WS-SALDO-ABERTURA       PIC S9(13)V99.
          01 WS-SALDO-CORRENTE       PIC S9(13)V99.
          01 WS-SALDO-EDIT           PIC Z(12)9.99CR.

          01 WS-VALOR-EFEITO         PIC S9(11)V99.
          01 WS-QTD-LINHAS           PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
                           OR MOV-DEVOL-INTERBANCARIA
                           OR MOV-LIBERACAO-EMPRESTIMO
                           OR MOV-RESGATE-CDB
                           OR MOV-ESTORNO
                           OR MOV-CREDITO-CONTESTACAO
                       MOVE MOV-VALOR TO WS-VALOR-EFEITO
                   ELSE
                       COMPUTE WS-VALOR-EFEITO = MOV-VALOR * -1
               IF MOV-DEPOSITO OR MOV-JUROS OR MOV-TRANSF-RECEBIDA
                       OR MOV-DEP-CHEQUE OR MOV-DEVOL-INTERBANCARIA
                       OR MOV-LIBERACAO-EMPRESTIMO OR MOV-RESGATE-CDB
                       OR MOV-ESTORNO
                       OR MOV-CREDITO-CONTESTACAO
                   ADD MOV-VALOR TO WS-SALDO-CORRENTE
               ELSE
                   SUBTRACT MOV-VALOR FROM WS-SALDO-CORRENTE
