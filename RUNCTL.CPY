      *
      * Historico de alteracoes:
      * 22/08/2026 - EM - Versao inicial.
      * 15/10/2026 - EM - VERIFICA-CICLO-JA-RODADO tambem liga
      *              RUN-CONCLUIDO (execucao da data com RC ate 4) e
      *              RUN-EM-REINICIO (marca de reinicio do ciclo na
      *              data); novo SALTA-PASSO-CONCLUIDO encerra com RC
      *              0 o passo ja concluido, para o EODJOB reiniciado
      *              seguir do primeiro passo pendente; o modo vai
      *              para RUN-MODO na gravacao.
      * 15/10/2026 - EM - GRAVA-RUN-CONTROLE grava o tempo decorrido da
      *              execucao e o da execucao anterior do mesmo passo
      *              (RUN-SEG-DECORRIDOS/RUN-SEG-ANTERIOR, novo
      *              CALCULA-TEMPO-RUN).
      ******************************************************************
       VERIFICA-CICLO-JA-RODADO.
           MOVE "N" TO WS-RUN-JA-RODOU
           MOVE "N" TO WS-RUN-CONCLUIDO
           MOVE "N" TO WS-RUN-MODO
           ACCEPT WS-RUN-HORA-INICIO FROM TIME
           OPEN INPUT RUNCTRL-ARQ
           IF ARQ-RUN-OK
           IF RUN-DATA = WS-RUN-DATA-CICLO
                   AND RUN-PROGRAMA = WS-RUN-PROGRAMA
               MOVE "S" TO WS-RUN-JA-RODOU
               IF RUN-RC NOT > 4
                   MOVE "S" TO WS-RUN-CONCLUIDO
                   MOVE RUN-RC TO WS-RUN-RC-CONCLUIDO
               END-IF
           END-IF
           IF RUN-DATA = WS-RUN-DATA-CICLO AND RUN-MARCA-REINICIO
               MOVE "R" TO WS-RUN-MODO
           END-IF
      * O ultimo registro do passo no arquivo (somente-inclusao) da o
      * tempo da execucao anterior, para a linha antes/depois.
           IF RUN-PROGRAMA = WS-RUN-PROGRAMA
               MOVE RUN-HORA-INICIO TO WS-RUN-HORA-A
               MOVE RUN-HORA-FIM    TO WS-RUN-HORA-B
               PERFORM CALCULA-TEMPO-RUN
               MOVE WS-RUN-SEG-CALC TO WS-RUN-SEG-ANTERIOR
           END-IF
           READ RUNCTRL-ARQ
               AT END SET ARQ-RUN-FIM TO TRUE
           END-READ.

      * Passo que ja concluiu a data do ciclo sai com RC 0, para os
      * COND dos passos seguintes seguirem o reinicio do EODJOB.
       SALTA-PASSO-CONCLUIDO.
           DISPLAY WS-RUN-PROGRAMA " JA CONCLUIDO NA DATA "
               WS-RUN-DATA-CICLO " (RC=" WS-RUN-RC-CONCLUIDO
               ") - PASSO SALTADO (VER PROGRUNREL)"
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       GRAVA-RUN-CONTROLE.
           ACCEPT WS-RUN-HORA-FIM FROM TIME
           MOVE WS-RUN-DATA-CICLO  TO RUN-DATA
           MOVE WS-RUN-HORA-FIM    TO RUN-HORA-FIM
           MOVE WS-RUN-QTD         TO RUN-QTD-PROCESSADOS
           MOVE RETURN-CODE        TO RUN-RC
           MOVE SPACE              TO RUN-MODO
           IF RUN-EM-REINICIO
               MOVE "R"            TO RUN-MODO
           END-IF
           MOVE WS-RUN-HORA-INICIO TO WS-RUN-HORA-A
           MOVE WS-RUN-HORA-FIM    TO WS-RUN-HORA-B
           PERFORM CALCULA-TEMPO-RUN
           MOVE WS-RUN-SEG-CALC    TO WS-RUN-SEG-DECORRIDOS
           MOVE WS-RUN-SEG-DECORRIDOS TO RUN-SEG-DECORRIDOS
           MOVE WS-RUN-SEG-ANTERIOR   TO RUN-SEG-ANTERIOR
           OPEN EXTEND RUNCTRL-ARQ
           IF NOT ARQ-RUN-OK
               OPEN OUTPUT RUNCTRL-ARQ
           END-IF
           WRITE RUN-REGISTRO
           CLOSE RUNCTRL-ARQ.

      * Segundos entre WS-RUN-HORA-A (inicio) e WS-RUN-HORA-B (fim),
      * no formato HHMMSScc do ACCEPT FROM TIME; execucao que vira a
      * meia-noite soma um dia ao fim.
       CALCULA-TEMPO-RUN.
           COMPUTE WS-RUN-SEG-A = WS-RUN-HH-A * 3600
               + WS-RUN-MM-A * 60 + WS-RUN-SS-A
           COMPUTE WS-RUN-SEG-B = WS-RUN-HH-B * 3600
               + WS-RUN-MM-B * 60 + WS-RUN-SS-B
           IF WS-RUN-SEG-B < WS-RUN-SEG-A
               ADD 86400 TO WS-RUN-SEG-B
           END-IF
           COMPUTE WS-RUN-SEG-CALC = WS-RUN-SEG-B - WS-RUN-SEG-A.
