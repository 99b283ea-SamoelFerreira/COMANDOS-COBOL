      *              trabalho parcial e descartado; a liberacao
      *              repetida gera referencia duplicada, barrada na
      *              postagem (REFARQ).
      * 15/10/2026 - EM - Execucao registrada no RUNCTRL; passo ja
      *              concluido na data do ciclo e saltado com RC 0
      *              (reinicio do EODJOB).
      * 15/10/2026 - EM - AGD-REGISTRO e TRB-REGISTRO acompanham
      *              TRANREG (38 bytes, valor em 9(11)V99).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGAGENDA.
           SELECT DATAMOV-ARQ ASSIGN TO "DATAMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DTM.

           SELECT RUNCTRL-ARQ ASSIGN TO "RUNCTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RUN.
       DATA DIVISION.
       FILE SECTION.
       FD  AGENDADO-ARQ.
       01 AGD-REGISTRO              PIC X(38).

       FD  TRANENT-ARQ.
       COPY TRANREG.

       FD  AGENDTRB-ARQ.
       01 TRB-REGISTRO              PIC X(38).

      * Data de movimento do ciclo (PROGDATAMOV).
       FD  DATAMOV-ARQ.
       COPY DTMREG.

       FD  RUNCTRL-ARQ.
       COPY RUNREG.
       WORKING-STORAGE SECTION.
       COPY RUNW.

       COPY DATLERW.

          01 WS-STATUS-AGD           PIC XX.
           IF WS-DATA-MOVIMENTO > 0
               MOVE WS-DATA-MOVIMENTO TO WS-DATA-SISTEMA
           END-IF
           MOVE "PROGAGEN" TO WS-RUN-PROGRAMA
           MOVE WS-DATA-SISTEMA TO WS-RUN-DATA-CICLO
           PERFORM VERIFICA-CICLO-JA-RODADO
           IF RUN-CONCLUIDO
               PERFORM SALTA-PASSO-CONCLUIDO
           END-IF
           PERFORM RECUPERA-TRABALHO

           OPEN INPUT AGENDADO-ARQ
           IF NOT ARQ-AGD-OK
               DISPLAY "NENHUMA TRANSACAO AGENDADA NO DEPOSITO"
               MOVE 0 TO WS-RUN-QTD
               PERFORM GRAVA-RUN-CONTROLE
               STOP RUN
           END-IF


           PERFORM REGRAVA-AGENDADO
           PERFORM FINALIZAR
           MOVE WS-QTD-LIBERADAS TO WS-RUN-QTD
           PERFORM GRAVA-RUN-CONTROLE
           STOP RUN.

      * A conferencia da data usa o proprio buffer de TRANENT


       COPY DATLER.

       COPY RUNCTL.
       END PROGRAM PROGAGENDA.
