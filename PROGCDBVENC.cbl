      *              puro colidia com a sequencia de contratos de
      *              emprestimo no mesmo REFARQ e o credito que
      *              postasse por ultimo era pulado como ja creditado.
      * 15/10/2026 - EM - Passo ja concluido na data do ciclo (RUNCTRL,
      *              RC ate 4) e saltado com RC 0 (reinicio do
      *              EODJOB).
      * 15/10/2026 - EM - Linhas de movimento acompanham MOVREG
      *              (77 bytes, valor em S9(11)V99).
      * 15/10/2026 - EM - Linhas de movimento acompanham MOVREG
      *              (78 bytes); lancamentos gravados com
      *              MOV-SERVICO-ORIGEM em branco.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCDBVENC.
      * Periodos fechados do ano (PROGMOVCORTE); lido apenas pela
      * migracao inicial de REFARQ (ver REFDUP).
       FD  MOVFECH-ARQ.
       01 FECH-REGISTRO             PIC X(78).

      * Data de movimento do ciclo (PROGDATAMOV).
       FD  DATAMOV-ARQ.
           MOVE "PROGCDBV" TO WS-RUN-PROGRAMA
           MOVE WS-DATA-SISTEMA TO WS-RUN-DATA-CICLO
           PERFORM VERIFICA-CICLO-JA-RODADO
           IF RUN-CONCLUIDO
               PERFORM SALTA-PASSO-CONCLUIDO
           END-IF
           PERFORM INICIALIZAR
           PERFORM VARRE-APLICACOES
           PERFORM FINALIZAR
           MOVE SPACES          TO MOV-CAIXA
           ACCEPT MOV-HORA FROM TIME
           SET MOV-CANAL-BANCO  TO TRUE
           MOVE 0      TO MOV-REF-ORIGEM
           MOVE SPACES TO MOV-TIPO-ORIGEM
           MOVE SPACES TO MOV-SERVICO-ORIGEM
           WRITE MOV-REGISTRO
           PERFORM GRAVA-REFERENCIA-POSTADA

