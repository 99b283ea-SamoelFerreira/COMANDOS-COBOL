      *              extracao contabil (PROGGL) perdiam os movimentos
      *              do proprio dia do corte, e o extrato com inicio
      *              exatamente na data do corte nao os enxergava.
      * 15/10/2026 - EM - Execucao registrada no RUNCTRL; passo ja
      *              concluido na data do ciclo e saltado com RC 0
      *              (reinicio do EODJOB).
      * 15/10/2026 - EM - Linhas de movimento acompanham MOVREG (77
      *              bytes); data de efeito na posicao 32.
      * 15/10/2026 - EM - Linhas de movimento acompanham MOVREG
      *              (78 bytes).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGMOVCORTE.
           SELECT DATAMOV-ARQ ASSIGN TO "DATAMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DTM.

           SELECT RUNCTRL-ARQ ASSIGN TO "RUNCTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RUN.
       DATA DIVISION.
       FILE SECTION.
       FD  MOVIMENTO-ARQ.
       01 MOVLIN-REGISTRO           PIC X(78).

       FD  MOVFECH-ARQ.
       01 FECH-REGISTRO             PIC X(78).

       FD  MOVCTRL-ARQ.
       COPY PERREG.

      * Linhas do mes corrente, que ficam em MOVIMENTO apos o corte.
       FD  MOVTRB-ARQ.
       01 TRB-REGISTRO              PIC X(78).

      * Data de movimento do ciclo (PROGDATAMOV).
       FD  DATAMOV-ARQ.
       COPY DTMREG.

       FD  RUNCTRL-ARQ.
       COPY RUNREG.
       WORKING-STORAGE SECTION.
       COPY RUNW.

       COPY DATLERW.

          01 WS-STATUS-MOV           PIC XX.
           IF WS-DATA-MOVIMENTO > 0
               MOVE WS-DATA-MOVIMENTO TO WS-DATA-SISTEMA
           END-IF
           MOVE "PROGMOVC" TO WS-RUN-PROGRAMA
           MOVE WS-DATA-SISTEMA TO WS-RUN-DATA-CICLO
           PERFORM VERIFICA-CICLO-JA-RODADO
           IF RUN-CONCLUIDO
               PERFORM SALTA-PASSO-CONCLUIDO
           END-IF
           PERFORM RECUPERA-TRABALHO
           PERFORM LE-CONTROLE-PERIODO

               DISPLAY "CORTE DE PERIODO JA FEITO NESTE MES ("
                   WS-DATA-CORTE "), NADA A FAZER"
               MOVE 0 TO RETURN-CODE
               MOVE 0 TO WS-RUN-QTD
               PERFORM GRAVA-RUN-CONTROLE
               STOP RUN
           END-IF

           DISPLAY "MOVIMENTOS FECHADOS..: " WS-QTD-TRANSPORTADOS
           DISPLAY "MANTIDOS (MES CORRENTE): " WS-QTD-MANTIDOS
           MOVE 0 TO RETURN-CODE
           MOVE WS-QTD-TRANSPORTADOS TO WS-RUN-QTD
           PERFORM GRAVA-RUN-CONTROLE
           STOP RUN.

       LE-CONTROLE-PERIODO.
           END-IF.

      * So as linhas de meses anteriores fecham (MOV-DATA comeca na
      * posicao 32 da linha; AAAAMM nas 6 primeiras). As do mes
      * corrente ficam em MOVIMENTO, para a conciliacao, a extracao
      * contabil e o extrato do proprio dia do corte continuarem
      * enxergando o movimento ja postado hoje.
       TRANSPORTA-UM-MOVIMENTO.
           IF MOVLIN-REGISTRO(32:6) < WS-DATA-SISTEMA(1:6)
               MOVE MOVLIN-REGISTRO TO FECH-REGISTRO
               WRITE FECH-REGISTRO
               ADD 1 TO WS-QTD-TRANSPORTADOS


       COPY DATLER.

       COPY RUNCTL.
       END PROGRAM PROGMOVCORTE.
