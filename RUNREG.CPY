      *
      * Historico de alteracoes:
      * 22/08/2026 - EM - Versao inicial.
      * 15/10/2026 - EM - RUN-MODO: "R" quando o passo rodou no reinicio
      *              do ciclo (EODJOB com MODO=REINICIO), branco na
      *              execucao normal. O PROGDATAMOV grava no reinicio
      *              um registro-marca com RUN-PROGRAMA "REINICIO".
      * 15/10/2026 - EM - RUN-SEG-DECORRIDOS e RUN-SEG-ANTERIOR: tempo
      *              decorrido da execucao e o da execucao anterior
      *              do mesmo passo (registro de 41 para 53 bytes).
      ******************************************************************
       01 RUN-REGISTRO.
          05 RUN-DATA             PIC 9(08).
          05 RUN-PROGRAMA         PIC X(08).
             88 RUN-MARCA-REINICIO     VALUE "REINICIO".
          05 RUN-HORA-INICIO      PIC 9(08).
          05 RUN-HORA-FIM         PIC 9(08).
          05 RUN-QTD-PROCESSADOS  PIC 9(06).
          05 RUN-RC               PIC 9(02).
          05 RUN-MODO             PIC X(01).
             88 RUN-MODO-REINICIO      VALUE "R".
      * Tempo decorrido (segundos) desta execucao e da execucao
      * anterior do mesmo passo, para comparar antes/depois; registro
      * antigo le brancos aqui.
          05 RUN-SEG-DECORRIDOS   PIC 9(06).
          05 RUN-SEG-ANTERIOR     PIC 9(06).
