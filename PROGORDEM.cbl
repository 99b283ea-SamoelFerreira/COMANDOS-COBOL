      * Historico de alteracoes:
      * 22/08/2026 - EM - Versao inicial: aluguel, folha e assinaturas
      *              eram redigitados em TRANENT todo mes na mao.
      * 15/10/2026 - EM - Execucao registrada no RUNCTRL; passo ja
      *              concluido na data do ciclo e saltado com RC 0
      *              (reinicio do EODJOB).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGORDEM.
           SELECT DATAMOV-ARQ ASSIGN TO "DATAMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DTM.

           SELECT RUNCTRL-ARQ ASSIGN TO "RUNCTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RUN.
       DATA DIVISION.
       FILE SECTION.
       FD  ORDPERM-ARQ.
      * Data de movimento do ciclo (PROGDATAMOV).
       FD  DATAMOV-ARQ.
       COPY DTMREG.

       FD  RUNCTRL-ARQ.
       COPY RUNREG.
       WORKING-STORAGE SECTION.
       COPY RUNW.

       COPY DATLERW.

          01 WS-STATUS-ORD           PIC XX.
           PERFORM AVALIA-ORDEM THRU AVALIA-ORDEM-EXIT
               UNTIL ARQ-ORD-FIM
           PERFORM FINALIZAR
           MOVE WS-QTD-GERADAS TO WS-RUN-QTD
           PERFORM GRAVA-RUN-CONTROLE
           STOP RUN.

       INICIALIZAR.
           IF WS-DATA-MOVIMENTO > 0
               MOVE WS-DATA-MOVIMENTO TO WS-DATA-SISTEMA
           END-IF
           MOVE "PROGORDE" TO WS-RUN-PROGRAMA
           MOVE WS-DATA-SISTEMA TO WS-RUN-DATA-CICLO
           PERFORM VERIFICA-CICLO-JA-RODADO
           IF RUN-CONCLUIDO
               PERFORM SALTA-PASSO-CONCLUIDO
           END-IF
           PERFORM CALCULA-ULTIMO-DIA-MES

           MOVE WS-DATA-SISTEMA(3:6) TO WS-REF-AAMMDD


       COPY DATLER.

       COPY RUNCTL.
       END PROGRAM PROGORDEM.
