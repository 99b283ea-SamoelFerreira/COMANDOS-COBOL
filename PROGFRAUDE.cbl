      *              quantidade e RETURN-CODE deste passo. Reexecucao
      *              na mesma data segue permitida - as protecoes de
      *              replay do proprio passo cobrem o reprocessamento.
      * 15/10/2026 - EM - Passo ja concluido na data do ciclo (RUNCTRL,
      *              RC ate 4) e saltado com RC 0 (reinicio do
      *              EODJOB).
      * 15/10/2026 - EM - Linhas de movimento acompanham MOVREG (77
      *              bytes); alcada em 9(11)V99 e valores
      *              acumulados e EXC-VALOR em 9(13)V99.
      * 15/10/2026 - EM - Linhas de movimento acompanham MOVREG
      *              (78 bytes).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGFRAUDE.
       DATA DIVISION.
       FILE SECTION.
       FD  MOVIMENTO-ARQ.
       01 MOVLIN-REGISTRO           PIC X(78).

       FD  JORNAL-ARQ.
       COPY JRNREG.
          05 EXC-TIPO             PIC X(02).
          05 EXC-CONTA            PIC 9(06).
          05 EXC-QTD              PIC 9(04).
          05 EXC-VALOR            PIC 9(13)V99.

      * Data de movimento do ciclo (PROGDATAMOV).
       FD  DATAMOV-ARQ.
          01 WS-DATA-SISTEMA         PIC 9(08) VALUE ZEROS.

      * Limiares (padroes de programa na falta dos parametros).
          01 WS-LIMITE-APROVACAO     PIC 9(11)V99 VALUE 0.
          01 WS-FAIXA-PCT            PIC 9(03) VALUE 090.
          01 WS-QTD-SAQUES-LIMIAR    PIC 9(03) VALUE 003.
          01 WS-QTD-DORMENTE-LIMIAR  PIC 9(03) VALUE 003.
          01 WS-QTD-CONTRAS-LIMIAR   PIC 9(03) VALUE 005.
          01 WS-VALOR-FAIXA-INICIO   PIC 9(11)V99 VALUE 0.

      * Contadores de velocidade por conta movimentada no dia.
          01 WS-TAB-VELOCIDADE.
                   INDEXED BY WS-VEL-IDX.
                10 WS-TAB-VEL-CONTA    PIC 9(06).
                10 WS-TAB-VEL-QTD-FAIXA PIC 9(04).
                10 WS-TAB-VEL-VAL-FAIXA PIC 9(13)V99.
                10 WS-TAB-VEL-QTD-MOV  PIC 9(04).
          01 WS-TAB-VEL-QTD          PIC 9(04) VALUE 0.
          01 WS-TAB-VEL-ACHOU        PIC X(01).
                10 WS-TAB-EXC-TIPO     PIC X(02).
                10 WS-TAB-EXC-CONTA    PIC 9(06).
                10 WS-TAB-EXC-OCORR    PIC 9(04).
                10 WS-TAB-EXC-VALOR    PIC 9(13)V99.
          01 WS-TAB-EXC-QTD          PIC 9(03) VALUE 0.

          01 WS-IDX-MAIOR            USAGE INDEX.
             05 WS-EXC-TEMP-TIPO     PIC X(02).
             05 WS-EXC-TEMP-CONTA    PIC 9(06).
             05 WS-EXC-TEMP-QTD      PIC 9(04).
             05 WS-EXC-TEMP-VALOR    PIC 9(13)V99.

          01 WS-VEL-SEQ              PIC 9(04).
          01 WS-QTD-CONTRAS-CONTA    PIC 9(04).
           MOVE "PROGFRAU" TO WS-RUN-PROGRAMA
           MOVE WS-DATA-SISTEMA TO WS-RUN-DATA-CICLO
           PERFORM VERIFICA-CICLO-JA-RODADO
           IF RUN-CONCLUIDO
               PERFORM SALTA-PASSO-CONCLUIDO
           END-IF
           PERFORM APLICA-PARAMETROS
           PERFORM CARREGA-REATIVADAS
           PERFORM VARRE-MOVIMENTO-DO-DIA
