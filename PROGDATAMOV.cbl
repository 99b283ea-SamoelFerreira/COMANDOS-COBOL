      *
      * Historico de alteracoes:
      * 02/09/2026 - EM - Versao inicial.
      * 15/10/2026 - EM - PARM REINICIO (EODJOB com MODO=REINICIO): nao
      *              avanca nem reabre a data - mantem a data aberta
      *              e grava a marca "REINICIO" no RUNCTRL, para o
      *              ciclo seguir do primeiro passo pendente.
      * 15/10/2026 - EM - Registro-marca de reinicio grava os tempos
      *              decorridos zerados (novos campos do RUNREG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGDATAMOV.
          01 WS-FECHOU-FLAG          PIC X(01) VALUE "N".
             88 DATA-FECHADA              VALUE "S".

      * Modo da execucao (PARM do STEP001): REINICIO retoma o ciclo
      * da data aberta sem avancar a data.
          01 WS-MODO-EXECUCAO        PIC X(08) VALUE SPACES.
             88 MODO-REINICIO             VALUE "REINICIO".
          01 WS-HORA-REINICIO        PIC 9(08) VALUE ZEROS.

      * Avanco de data civil (mesma regra do PROGCHQLIB; bissexto por
      * divisivel por 4).
          01 WS-PD-ANO               PIC 9(04).
          01 WS-PD-RESTO             PIC 9(01).
          01 WS-PD-SEGURANCA         PIC 9(04) VALUE 0.

       LINKAGE SECTION.
       01 WS-PARM-AREA.
          05 WS-PARM-LEN             PIC S9(4) COMP.
          05 WS-PARM-VALOR           PIC X(08).

       PROCEDURE DIVISION USING WS-PARM-AREA.

       MAIN-PROCEDURE.
           ACCEPT WS-DATA-RELOGIO FROM DATE YYYYMMDD
           PERFORM CARREGA-FERIADOS
           PERFORM LE-DATA-ABERTA
           IF WS-PARM-LEN NOT < 8
               MOVE WS-PARM-VALOR TO WS-MODO-EXECUCAO
           END-IF
           IF MODO-REINICIO
               PERFORM REINICIA-CICLO
               STOP RUN
           END-IF

           IF WS-DATA-ABERTA > 0
      * A data aberta precisa estar fechada (PROGEOD no RUNCTRL)
                   DISPLAY "AVANCO RECUSADO: A DATA ABERTA "
                       WS-DATA-ABERTA " AINDA NAO TEM FECHAMENTO "
                       "(PROGEOD) REGISTRADO NO RUNCTRL"
                   DISPLAY "PARA RETOMAR O CICLO DESSA DATA, "
                       "RESUBMETER O EODJOB COM MODO=REINICIO"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           DISPLAY "DATA ABERTA........: " WS-DATA-NOVA
           STOP RUN.

      * Reinicio do EODJOB: a data aberta continua a mesma e a marca
      * "REINICIO" no RUNCTRL faz os passos seguintes registrarem a
      * execucao como reinicio; os passos ja concluidos na data se
      * saltam sozinhos (RUNCTL), e o ciclo segue do primeiro passo
      * sem execucao bem-sucedida.
       REINICIA-CICLO.
           IF WS-DATA-ABERTA = 0
               DISPLAY "REINICIO RECUSADO: NENHUMA DATA DE MOVIMENTO "
                   "ABERTA NO DATAMOV"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-HORA-REINICIO FROM TIME
           MOVE WS-DATA-ABERTA   TO RUN-DATA
           MOVE "REINICIO"       TO RUN-PROGRAMA
           MOVE WS-HORA-REINICIO TO RUN-HORA-INICIO
           MOVE WS-HORA-REINICIO TO RUN-HORA-FIM
           MOVE 0                TO RUN-QTD-PROCESSADOS
           MOVE 0                TO RUN-RC
           MOVE "R"              TO RUN-MODO
           MOVE 0                TO RUN-SEG-DECORRIDOS
           MOVE 0                TO RUN-SEG-ANTERIOR
           OPEN EXTEND RUNCTRL-ARQ
           IF NOT ARQ-RUN-OK
               OPEN OUTPUT RUNCTRL-ARQ
           END-IF
           WRITE RUN-REGISTRO
           CLOSE RUNCTRL-ARQ
           DISPLAY "===== REINICIO DO CICLO ====="
           DISPLAY "DATA MANTIDA.......: " WS-DATA-ABERTA
           DISPLAY "PASSOS JA CONCLUIDOS NA DATA SERAO SALTADOS"
           MOVE 0 TO RETURN-CODE.

       LE-DATA-ABERTA.
           OPEN INPUT DATAMOV-ARQ
           IF ARQ-DTM-OK
