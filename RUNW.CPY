      *
      * Historico de alteracoes:
      * 22/08/2026 - EM - Versao inicial.
      * 15/10/2026 - EM - RUN-CONCLUIDO/WS-RUN-RC-CONCLUIDO: o passo ja
      *              concluiu a data com RC ate 4 e deve ser saltado
      *              (SALTA-PASSO-CONCLUIDO); WS-RUN-MODO liga
      *              RUN-EM-REINICIO quando o ciclo da data esta em
      *              reinicio.
      * 15/10/2026 - EM - Areas do tempo decorrido da execucao e da
      *              execucao anterior do passo (CALCULA-TEMPO-RUN).
      ******************************************************************
          01 WS-STATUS-RUN           PIC XX.
             88 ARQ-RUN-OK                VALUE "00".
          01 WS-RUN-QTD              PIC 9(06) VALUE 0.
          01 WS-RUN-JA-RODOU         PIC X(01) VALUE "N".
             88 RUN-JA-RODOU              VALUE "S".
          01 WS-RUN-CONCLUIDO        PIC X(01) VALUE "N".
             88 RUN-CONCLUIDO             VALUE "S".
          01 WS-RUN-RC-CONCLUIDO     PIC 9(02) VALUE 0.
          01 WS-RUN-MODO             PIC X(01) VALUE "N".
             88 RUN-EM-REINICIO           VALUE "R".

      * Tempo decorrido em segundos (CALCULA-TEMPO-RUN).
          01 WS-RUN-SEG-DECORRIDOS   PIC 9(06) VALUE 0.
          01 WS-RUN-SEG-ANTERIOR     PIC 9(06) VALUE 0.
          01 WS-RUN-HORA-A           PIC 9(08).
          01 WS-RUN-HORA-A-R REDEFINES WS-RUN-HORA-A.
             05 WS-RUN-HH-A          PIC 9(02).
             05 WS-RUN-MM-A          PIC 9(02).
             05 WS-RUN-SS-A          PIC 9(02).
             05 FILLER               PIC 9(02).
          01 WS-RUN-HORA-B           PIC 9(08).
          01 WS-RUN-HORA-B-R REDEFINES WS-RUN-HORA-B.
             05 WS-RUN-HH-B          PIC 9(02).
             05 WS-RUN-MM-B          PIC 9(02).
             05 WS-RUN-SS-B          PIC 9(02).
             05 FILLER               PIC 9(02).
          01 WS-RUN-SEG-A            PIC 9(06).
          01 WS-RUN-SEG-B            PIC 9(06).
          01 WS-RUN-SEG-CALC         PIC 9(06).
