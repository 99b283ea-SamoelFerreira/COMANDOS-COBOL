      *
      * Historico de alteracoes:
      * 02/09/2026 - EM - Versao inicial.
      * 15/10/2026 - EM - Lista ao final os pagamentos antecipados do
      *              diario EMPAMORT (ver AMOREG): quitacoes e
      *              amortizacoes feitas no PROGEMPCON, com o saldo
      *              devedor e a parcela antes e depois, e os totais.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGEMPREL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EPA-CHAVE
               FILE STATUS IS WS-STATUS-EPA.

           SELECT EMPAMORT-ARQ ASSIGN TO "EMPAMORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AMO.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPCON-ARQ.

       FD  EMPPAR-ARQ.
       COPY EPAREG.

       FD  EMPAMORT-ARQ.
       COPY AMOREG.
       WORKING-STORAGE SECTION.
          01 WS-STATUS-EMP           PIC XX.
             88 ARQ-EMP-OK                VALUE "00".
             88 ARQ-EPA-OK                VALUE "00".
             88 ARQ-EPA-FIM               VALUE "10".

          01 WS-STATUS-AMO           PIC XX.
             88 ARQ-AMO-OK                VALUE "00".
             88 ARQ-AMO-FIM               VALUE "10".

          01 WS-DATA-SISTEMA         PIC 9(08) VALUE ZEROS.

          01 WS-ABERTO-CONTRATO      PIC 9(11)V99.
          01 WS-TOTAL-CARTEIRA       PIC 9(13)V99 VALUE 0.
          01 WS-TOTAL-VENCIDO        PIC 9(13)V99 VALUE 0.

          01 WS-QTD-QUITACOES        PIC 9(04) VALUE 0.
          01 WS-QTD-AMORTIZACOES     PIC 9(04) VALUE 0.
          01 WS-TOTAL-ANTECIPADO     PIC 9(13)V99 VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "CONTRATOS ATIVOS.....: " WS-QTD-ATIVOS
           DISPLAY "PRINCIPAL EM ABERTO..: " WS-TOTAL-CARTEIRA
           DISPLAY "PARCELAS VENCIDAS....: " WS-TOTAL-VENCIDO
           PERFORM RELATA-ANTECIPACOES
           STOP RUN.

       RELATA-CONTRATO.
               AT END SET ARQ-EPA-FIM TO TRUE
           END-READ.

      * Pagamentos antecipados registrados no PROGEMPCON.
       RELATA-ANTECIPACOES.
           DISPLAY "--- QUITACOES E AMORTIZACOES ANTECIPADAS ---"
           OPEN INPUT EMPAMORT-ARQ
           IF NOT ARQ-AMO-OK
               DISPLAY "NENHUM PAGAMENTO ANTECIPADO REGISTRADO"
           ELSE
               READ EMPAMORT-ARQ
                   AT END SET ARQ-AMO-FIM TO TRUE
               END-READ
               PERFORM RELATA-UMA-ANTECIPACAO UNTIL NOT ARQ-AMO-OK
               CLOSE EMPAMORT-ARQ
               DISPLAY "QUITACOES ANTECIPADAS: " WS-QTD-QUITACOES
               DISPLAY "AMORTIZACOES PARCIAIS: " WS-QTD-AMORTIZACOES
               DISPLAY "TOTAL ANTECIPADO.....: " WS-TOTAL-ANTECIPADO
           END-IF.

       RELATA-UMA-ANTECIPACAO.
           IF AMO-QUITACAO
               ADD 1 TO WS-QTD-QUITACOES
           ELSE
               ADD 1 TO WS-QTD-AMORTIZACOES
           END-IF
           ADD AMO-VALOR-PAGO TO WS-TOTAL-ANTECIPADO
           DISPLAY "CONTRATO " AMO-CONTRATO
               " CONTA " AMO-CONTA
               " DATA " AMO-DATA
               " TIPO " AMO-TIPO
               " PAGO=" AMO-VALOR-PAGO
               " SALDO ANTES=" AMO-SALDO-ANTES
           DISPLAY "    PARCELAS " AMO-PARC-ANTES " -> " AMO-PARC-DEPOIS
               " VALOR DA PARCELA " AMO-VALOR-PARC-ANTES
               " -> " AMO-VALOR-PARC-DEPOIS
               " REF " AMO-REFERENCIA
           READ EMPAMORT-ARQ
               AT END SET ARQ-AMO-FIM TO TRUE
           END-READ.

       END PROGRAM PROGEMPREL.
