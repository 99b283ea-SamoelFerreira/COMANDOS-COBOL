      *              de gravar qualquer registro e aborta com RC 12 e
      *              mensagem clara quando os totais nao fecham ou os
      *              controles faltam.
      * 15/10/2026 - EM - Data do ciclo lida do DATAMOV e execucao
      *              registrada no RUNCTRL; passo ja concluido na
      *              data e saltado com RC 0 (reinicio do EODJOB).
      * 15/10/2026 - EM - Valor do TRANBRUT com 13 digitos (detalhe de
      *              38 bytes, ver CABREG); hashes em 9(13)V99.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCRIT.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-NUMERO
               FILE STATUS IS WS-STATUS-CTA.

           SELECT DATAMOV-ARQ ASSIGN TO "DATAMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DTM.

           SELECT RUNCTRL-ARQ ASSIGN TO "RUNCTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RUN.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANBRUT-ARQ.
          05 BRUT-REFERENCIA      PIC X(10).
          05 BRUT-CONTA           PIC X(06).
          05 BRUT-TIPO            PIC X(01).
          05 BRUT-VALOR           PIC X(13).
          05 BRUT-DATA            PIC X(08).
       COPY CABREG.


       FD  CTAMESTRE-ARQ.
       COPY CTAREG.

      * Data de movimento do ciclo (PROGDATAMOV).
       FD  DATAMOV-ARQ.
       COPY DTMREG.

       FD  RUNCTRL-ARQ.
       COPY RUNREG.
       WORKING-STORAGE SECTION.
       COPY RUNW.

       COPY DATLERW.

          01 WS-DATA-SISTEMA         PIC 9(08) VALUE ZEROS.

          01 WS-STATUS-BRUT          PIC XX.
             88 ARQ-BRUT-OK               VALUE "00".
             88 ARQ-BRUT-FIM              VALUE "10".
             88 BRUT-AUSENTE             VALUE "S".

          01 WS-CTRL-QTD             PIC 9(06) VALUE 0.
          01 WS-CTRL-HASH-DEP        PIC 9(13)V99 VALUE 0.
          01 WS-CTRL-HASH-SAQ        PIC 9(13)V99 VALUE 0.
          01 WS-TRL-QTD              PIC 9(06) VALUE 0.
          01 WS-TRL-HASH-DEP         PIC 9(13)V99 VALUE 0.
          01 WS-TRL-HASH-SAQ         PIC 9(13)V99 VALUE 0.

          01 WS-VALOR-X              PIC X(13).
          01 WS-VALOR-AUX REDEFINES WS-VALOR-X PIC 9(11)V99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           PERFORM OBTEM-DATA-MOVIMENTO
           IF WS-DATA-MOVIMENTO > 0
               MOVE WS-DATA-MOVIMENTO TO WS-DATA-SISTEMA
           END-IF
           MOVE "PROGCRIT" TO WS-RUN-PROGRAMA
           MOVE WS-DATA-SISTEMA TO WS-RUN-DATA-CICLO
           PERFORM VERIFICA-CICLO-JA-RODADO
           IF RUN-CONCLUIDO
               PERFORM SALTA-PASSO-CONCLUIDO
           END-IF
      * Antes de gravar qualquer registro, confere header/trailer do
      * arquivo recebido: transferencia truncada cancela o ciclo.
           PERFORM VERIFICA-CONTROLES THRU VERIFICA-CONTROLES-FIM
           PERFORM CRITICA-REGISTRO THRU CRITICA-REGISTRO-EXIT
               UNTIL ARQ-BRUT-FIM
           PERFORM FINALIZAR
           MOVE WS-QTD-LIDAS TO WS-RUN-QTD
           PERFORM GRAVA-RUN-CONTROLE
           STOP RUN.

       VERIFICA-CONTROLES.
               GO TO CRITICA-DECIDE
           END-IF

           IF BRUT-VALOR IS NOT NUMERIC OR BRUT-VALOR = "0000000000000"
               MOVE "04" TO WS-MOTIVO
               GO TO CRITICA-DECIDE
           END-IF
           END-IF
           DISPLAY "RETURN-CODE..........: " RETURN-CODE.


       COPY DATLER.

       COPY RUNCTL.
       END PROGRAM PROGCRIT.
