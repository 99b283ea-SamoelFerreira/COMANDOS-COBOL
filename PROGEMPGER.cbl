      *              quantidade e RETURN-CODE deste passo, e a
      *              reexecucao na mesma data e recusada (mesmo
      *              contrato do PROGEOD) - o passo nao e idempotente.
      * 15/10/2026 - EM - Passo ja concluido na data do ciclo (RUNCTRL,
      *              RC ate 4) e saltado com RC 0 (reinicio do
      *              EODJOB).
      * 15/10/2026 - EM - Linhas de movimento acompanham MOVREG
      *              (77 bytes, valor em S9(11)V99).
      * 15/10/2026 - EM - Linhas de movimento acompanham MOVREG
      *              (78 bytes).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGEMPGER.
       COPY MOVREG.

       FD  MOVFECH-ARQ.
       01 FECH-REGISTRO             PIC X(78).

       FD  PARAMS-ARQ.
       COPY PARREG.
           MOVE "PROGEMPG" TO WS-RUN-PROGRAMA
           MOVE WS-DATA-SISTEMA TO WS-RUN-DATA-CICLO
           PERFORM VERIFICA-CICLO-JA-RODADO
           IF RUN-CONCLUIDO
               PERFORM SALTA-PASSO-CONCLUIDO
           END-IF
           IF RUN-JA-RODOU
               DISPLAY "GERACAO DE PARCELAS JA EXECUTADA NA DATA "
                   WS-DATA-SISTEMA " - EXECUCAO RECUSADA (VER "
