      *              quantidade e RETURN-CODE deste passo. Reexecucao
      *              na mesma data segue permitida - as protecoes de
      *              replay do proprio passo cobrem o reprocessamento.
      * 15/10/2026 - EM - Passo ja concluido na data do ciclo (RUNCTRL,
      *              RC ate 4) e saltado com RC 0 (reinicio do
      *              EODJOB).
      * 15/10/2026 - EM - Variacao em S9(11)V99, total em S9(13)V99.
      * 15/10/2026 - EM - Lancamentos gravados com MOV-SERVICO-ORIGEM
      *              em branco (MOVREG, 78 bytes).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGREAVAL.

          01 WS-TAXA-HOJE            PIC 9(03)V9(04).
          01 WS-TAXA-ANTERIOR        PIC 9(03)V9(04).
          01 WS-VARIACAO             PIC S9(11)V99.

          01 WS-QTD-CONTAS-MOEDA     PIC 9(06) VALUE 0.
          01 WS-QTD-REAVALIADAS      PIC 9(06) VALUE 0.
          01 WS-QTD-BASE-NOVA        PIC 9(06) VALUE 0.
          01 WS-QTD-SEM-COTACAO      PIC 9(06) VALUE 0.
          01 WS-TOTAL-VARIACAO       PIC S9(13)V99 VALUE 0.

       PROCEDURE DIVISION.

           MOVE "PROGREAV" TO WS-RUN-PROGRAMA
           MOVE WS-DATA-SISTEMA TO WS-RUN-DATA-CICLO
           PERFORM VERIFICA-CICLO-JA-RODADO
           IF RUN-CONCLUIDO
               PERFORM SALTA-PASSO-CONCLUIDO
           END-IF
           PERFORM CARREGA-CAMBIO
           IF WS-TAB-CAM-QTD = 0
               DISPLAY "TABELA DE CAMBIO (CAMBIO) AUSENTE OU VAZIA - "
               MOVE SPACES          TO MOV-CAIXA
               ACCEPT MOV-HORA FROM TIME
               MOVE "B" TO MOV-CANAL
               MOVE 0      TO MOV-REF-ORIGEM
               MOVE SPACES TO MOV-TIPO-ORIGEM
               MOVE SPACES TO MOV-SERVICO-ORIGEM
               WRITE MOV-REGISTRO
               ADD 1 TO WS-QTD-REAVALIADAS
               ADD WS-VARIACAO TO WS-TOTAL-VARIACAO
