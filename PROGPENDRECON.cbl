      *              quantidade e RETURN-CODE deste passo. Reexecucao
      *              na mesma data segue permitida - as protecoes de
      *              replay do proprio passo cobrem o reprocessamento.
      * 15/10/2026 - EM - Passo ja concluido na data do ciclo (RUNCTRL,
      *              RC ate 4) e saltado com RC 0 (reinicio do
      *              EODJOB).
      * 15/10/2026 - EM - Valores retidos somados em 9(13)V99.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGPENDRECON.
             05 WS-TAB-PEN-ENTRADA OCCURS 999 TIMES
                   INDEXED BY WS-PEN-IDX.
                10 WS-TAB-PEN-CONTA    PIC 9(06).
                10 WS-TAB-PEN-VALOR    PIC 9(13)V99.
                10 WS-TAB-PEN-QTD      PIC 9(04).
                10 WS-TAB-PEN-VISTA    PIC X(01).
          01 WS-TAB-PEN-QTD-CONTAS   PIC 9(04) VALUE 0.
             88 TAB-ESTOUROU              VALUE "S".
          01 WS-PEN-SEQ              PIC 9(04).

          01 WS-SOMA-RETENCOES       PIC 9(13)V99.

          01 WS-QTD-CONTAS           PIC 9(06) VALUE 0.
          01 WS-QTD-DIVERGENTES      PIC 9(06) VALUE 0.
           MOVE "PROGPEND" TO WS-RUN-PROGRAMA
           MOVE WS-DATA-SISTEMA TO WS-RUN-DATA-CICLO
           PERFORM VERIFICA-CICLO-JA-RODADO
           IF RUN-CONCLUIDO
               PERFORM SALTA-PASSO-CONCLUIDO
           END-IF
           DISPLAY "===== CONCILIACAO DE RETENCOES (CHQPEND) ====="
           DISPLAY "DATA DO CICLO: " WS-DATA-SISTEMA
           MOVE 0 TO RETURN-CODE
