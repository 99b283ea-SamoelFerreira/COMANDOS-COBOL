      * 02/09/2026 - EM - BKP-REGISTRO acompanha o crescimento de
      *              CTA-REGISTRO para 243 bytes (saldo aplicado em
      *              CDB, ver CTAREG).
      * 15/10/2026 - EM - Data do ciclo lida do DATAMOV e execucao
      *              registrada no RUNCTRL; snapshot ja conferido na
      *              data (RC ate 4) nao e refeito no reinicio do
      *              EODJOB.
      * 15/10/2026 - EM - BKP-REGISTRO acompanha o crescimento de
      *              CTA-REGISTRO para 280 bytes; hashes S9(15)V99.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCTASNAP.
           SELECT CTABKP-ARQ ASSIGN TO "CTABKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BKP.

           SELECT DATAMOV-ARQ ASSIGN TO "DATAMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DTM.

           SELECT RUNCTRL-ARQ ASSIGN TO "RUNCTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RUN.
       DATA DIVISION.
       FILE SECTION.
       FD  CTAMESTRE-ARQ.
       COPY CTAREG.

       FD  CTABKP-ARQ.
       01 BKP-REGISTRO              PIC X(280).

      * Data de movimento do ciclo (PROGDATAMOV).
       FD  DATAMOV-ARQ.
       COPY DTMREG.

       FD  RUNCTRL-ARQ.
       COPY RUNREG.
       WORKING-STORAGE SECTION.
       COPY RUNW.

       COPY DATLERW.

          01 WS-STATUS-CTA           PIC XX.
             88 ARQ-OK                    VALUE "00".
             88 ARQ-FIM-CTA               VALUE "10".

          01 WS-QTD-COPIADAS         PIC 9(06) VALUE 0.
          01 WS-QTD-RELIDAS          PIC 9(06) VALUE 0.
          01 WS-HASH-SALDO           PIC S9(15)V99 VALUE 0.
          01 WS-HASH-CONTA           PIC 9(12) VALUE 0.
          01 WS-HASH-SALDO-BKP       PIC S9(15)V99 VALUE 0.
          01 WS-HASH-CONTA-BKP       PIC 9(12) VALUE 0.
          01 WS-ILEGIVEL             PIC X(01) VALUE "N".
             88 REGISTRO-ILEGIVEL         VALUE "S".

       MAIN-PROCEDURE.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           PERFORM OBTEM-DATA-MOVIMENTO
           IF WS-DATA-MOVIMENTO > 0
               MOVE WS-DATA-MOVIMENTO TO WS-DATA-SISTEMA
           END-IF
      * No reinicio do EODJOB o snapshot ja conferido da data vale:
      * o mestre ja recebeu postagens do ciclo e nao e mais a foto
      * de antes dele.
           MOVE "PROGCTAS" TO WS-RUN-PROGRAMA
           MOVE WS-DATA-SISTEMA TO WS-RUN-DATA-CICLO
           PERFORM VERIFICA-CICLO-JA-RODADO
           IF RUN-CONCLUIDO
               PERFORM SALTA-PASSO-CONCLUIDO
           END-IF
           MOVE 0 TO RETURN-CODE
           PERFORM COPIA-MESTRE
           IF NOT REGISTRO-ILEGIVEL
               PERFORM CONFERE-BACKUP
           END-IF
           PERFORM FINALIZAR
           MOVE WS-QTD-COPIADAS TO WS-RUN-QTD
           PERFORM GRAVA-RUN-CONTROLE
           STOP RUN.

       COPIA-MESTRE.
           DISPLAY "HASH DE SALDOS........: " WS-HASH-SALDO
           DISPLAY "RETURN-CODE...........: " RETURN-CODE.


       COPY DATLER.

       COPY RUNCTL.
       END PROGRAM PROGCTASNAP.
