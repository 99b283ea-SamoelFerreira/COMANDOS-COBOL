      *
      * Historico de alteracoes:
      * 22/08/2026 - EM - Versao inicial.
      * 15/10/2026 - EM - Execucao feita no reinicio do EODJOB sai
      *              marcada REINICIO (RUN-MODO).
      * 15/10/2026 - EM - Linha de tempo (segundos) de cada execucao
      *              contra a execucao anterior do mesmo passo
      *              (RUN-SEG-DECORRIDOS/RUN-SEG-ANTERIOR).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRUNREL.
             88 ARQ-RUN-FIM               VALUE "10".

          01 WS-QTD-LISTADOS         PIC 9(06) VALUE 0.
          01 WS-MODO-LISTA           PIC X(08).

       PROCEDURE DIVISION.


       LISTA-EXECUCAO.
           ADD 1 TO WS-QTD-LISTADOS
           MOVE SPACES TO WS-MODO-LISTA
           IF RUN-MODO-REINICIO
               MOVE "REINICIO" TO WS-MODO-LISTA
           END-IF
           DISPLAY RUN-DATA " " RUN-PROGRAMA
               " INICIO=" RUN-HORA-INICIO
               " FIM=" RUN-HORA-FIM
               " QTD=" RUN-QTD-PROCESSADOS
               " RC=" RUN-RC
               " " WS-MODO-LISTA
      * Tempo da execucao contra o da execucao anterior do passo;
      * registro gravado antes dos campos de tempo nao tem a linha.
           IF RUN-SEG-DECORRIDOS IS NUMERIC
                   AND RUN-SEG-ANTERIOR IS NUMERIC
                   AND NOT RUN-MARCA-REINICIO
               DISPLAY "         TEMPO (SEG): ANTES="
                   RUN-SEG-ANTERIOR " DEPOIS=" RUN-SEG-DECORRIDOS
           END-IF
           READ RUNCTRL-ARQ
               AT END SET ARQ-RUN-FIM TO TRUE
           END-READ.
