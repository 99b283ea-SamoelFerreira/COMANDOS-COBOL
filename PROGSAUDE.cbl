      *
      * Historico de alteracoes:
      * 02/09/2026 - EM - Versao inicial.
      * 15/10/2026 - EM - Cada passo sai marcado NOVO (ciclo
      *              original) ou RETOMADO (reinicio do EODJOB), com
      *              as marcas de reinicio do RUNCTRL; o veredito usa
      *              o RC da ultima execucao de cada passo na data,
      *              para o passo refeito no reinicio nao segurar o
      *              ciclo pelo RC da execucao que falhou.
      * 15/10/2026 - EM - Campos do RECONDIV em S9(13)V99, como no
      *              PROGRECON.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGSAUDE.
          05 DIV-DATA             PIC 9(08).
          05 DIV-CONTA            PIC 9(06).
          05 DIV-AGENCIA          PIC 9(04).
          05 DIV-NET-MOVIMENTO    PIC S9(13)V99 SIGN LEADING SEPARATE.
          05 DIV-DELTA-SALDO      PIC S9(13)V99 SIGN LEADING SEPARATE.

      * Data de movimento do ciclo (PROGDATAMOV).
       FD  DATAMOV-ARQ.
             88 EOD-RODOU                 VALUE "S".
          01 WS-PIOR-RC              PIC 9(02) VALUE 0.

      * Ultimo RC de cada passo na data: no ciclo reiniciado o passo
      * que falhou e rodou de novo vale pela ultima execucao.
          01 WS-TAB-PASSOS.
             05 WS-TAB-PAS-ENTRADA OCCURS 60 TIMES
                   INDEXED BY WS-PAS-IDX.
                10 WS-TAB-PAS-PROGRAMA PIC X(08).
                10 WS-TAB-PAS-RC       PIC 9(02).
          01 WS-TAB-PAS-QTD          PIC 9(03) VALUE 0.
          01 WS-PAS-ACHOU            PIC X(01).
             88 PASSO-ACHADO              VALUE "S".
          01 WS-MODO-PASSO           PIC X(08).
          01 WS-QTD-REINICIOS        PIC 9(03) VALUE 0.
          01 WS-QTD-NOVOS            PIC 9(03) VALUE 0.
          01 WS-QTD-RETOMADOS        PIC 9(03) VALUE 0.

      * Rejeitos da critica por motivo (codigos 01-07 do REJREG).
          01 WS-TAB-MOTIVOS.
             05 WS-TAB-MOT-QTD OCCURS 10 TIMES
           END-IF
           IF WS-QTD-PASSOS = 0
               DISPLAY "  (NENHUM PASSO REGISTRADO NA DATA)"
           END-IF
           IF WS-QTD-REINICIOS > 0
               DISPLAY "  CICLO REINICIADO " WS-QTD-REINICIOS
                   " VEZ(ES): " WS-QTD-NOVOS " EXECUCAO(OES) NOVA(S)"
                   " ANTES DO REINICIO, " WS-QTD-RETOMADOS
                   " RETOMADA(S) NO REINICIO"
           END-IF
           PERFORM APURA-PIOR-RC
               VARYING WS-PAS-IDX FROM 1 BY 1
               UNTIL WS-PAS-IDX > WS-TAB-PAS-QTD.

      * NOVO: rodou no ciclo original; RETOMADO: rodou no reinicio do
      * EODJOB (marca REINICIO do PROGDATAMOV). Passo concluido antes
      * do reinicio e saltado nele e aparece so como NOVO.
       AVALIA-PASSO.
           IF RUN-DATA = WS-DATA-SISTEMA
               IF RUN-MARCA-REINICIO
                   ADD 1 TO WS-QTD-REINICIOS
                   DISPLAY "  ** REINICIO DO CICLO AS "
                       RUN-HORA-INICIO " **"
               ELSE
                   ADD 1 TO WS-QTD-PASSOS
                   IF RUN-MODO-REINICIO
                       MOVE "RETOMADO" TO WS-MODO-PASSO
                       ADD 1 TO WS-QTD-RETOMADOS
                   ELSE
                       MOVE "NOVO" TO WS-MODO-PASSO
                       ADD 1 TO WS-QTD-NOVOS
                   END-IF
                   DISPLAY "  " RUN-PROGRAMA
                       " INICIO=" RUN-HORA-INICIO
                       " FIM=" RUN-HORA-FIM
                       " QTD=" RUN-QTD-PROCESSADOS
                       " RC=" RUN-RC
                       " " WS-MODO-PASSO
                   IF RUN-PROGRAMA = "PROGEOD"
                       SET EOD-RODOU TO TRUE
                   END-IF
                   PERFORM GUARDA-ULTIMO-RC
               END-IF
           END-IF
           READ RUNCTRL-ARQ
               AT END SET ARQ-RUN-FIM TO TRUE
           END-READ.

       GUARDA-ULTIMO-RC.
           MOVE "N" TO WS-PAS-ACHOU
           SET WS-PAS-IDX TO 1
           PERFORM PROCURA-PASSO
               UNTIL WS-PAS-IDX > WS-TAB-PAS-QTD OR PASSO-ACHADO
           IF NOT PASSO-ACHADO AND WS-TAB-PAS-QTD < 60
               ADD 1 TO WS-TAB-PAS-QTD
               SET WS-PAS-IDX TO WS-TAB-PAS-QTD
               MOVE RUN-PROGRAMA TO WS-TAB-PAS-PROGRAMA (WS-PAS-IDX)
               MOVE "S" TO WS-PAS-ACHOU
           END-IF
           IF PASSO-ACHADO
               MOVE RUN-RC TO WS-TAB-PAS-RC (WS-PAS-IDX)
           ELSE
      * Tabela cheia: o passo conta pelo proprio RC.
               IF RUN-RC > WS-PIOR-RC
                   MOVE RUN-RC TO WS-PIOR-RC
               END-IF
           END-IF.

       PROCURA-PASSO.
           IF WS-TAB-PAS-PROGRAMA (WS-PAS-IDX) = RUN-PROGRAMA
               MOVE "S" TO WS-PAS-ACHOU
           ELSE
               SET WS-PAS-IDX UP BY 1
           END-IF.

       APURA-PIOR-RC.
           IF WS-TAB-PAS-RC (WS-PAS-IDX) > WS-PIOR-RC
               MOVE WS-TAB-PAS-RC (WS-PAS-IDX) TO WS-PIOR-RC
           END-IF.

       RELATA-REJEITOS.
           DISPLAY "--- REJEITOS DA CRITICA (TRANREJ) POR MOTIVO ---"
           OPEN INPUT TRANREJ-ARQ
           END-READ.

      * NAO APTO: fechamento ausente na data, passo com RC acima de 4
      * na sua ultima execucao da data ou divergencia de conciliacao.
      * Rejeito de critica (RC 4) nao impede a abertura - volta
      * reparado pelo proprio TRANREJ.
       DECIDE-VEREDITO.
           MOVE "APTO" TO WS-VEREDITO
           IF NOT EOD-RODOU
