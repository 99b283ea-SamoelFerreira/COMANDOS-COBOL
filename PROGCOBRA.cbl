      *              quantidade e RETURN-CODE deste passo. Reexecucao
      *              na mesma data segue permitida - as protecoes de
      *              replay do proprio passo cobrem o reprocessamento.
      * 15/10/2026 - EM - Passo ja concluido na data do ciclo (RUNCTRL,
      *              RC ate 4) e saltado com RC 0 (reinicio do
      *              EODJOB).
      * 15/10/2026 - EM - Valor do aviso em S9(11)V99; faixas de
      *              atraso totalizadas em 9(13)V99.
      * 15/10/2026 - EM - Conta em espolio (titular falecido, ver
      *              PROGOBITO) sai da regua de cobranca: a divida
      *              e tratada pelo juridico no inventario.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBRA.
          05 CAV-CONTA            PIC 9(06).
          05 CAV-ESTAGIO          PIC X(01).
          05 CAV-DIAS             PIC 9(04).
          05 CAV-VALOR            PIC S9(11)V99 SIGN LEADING SEPARATE.

       FD  PARAMS-ARQ.
       COPY PARREG.
                10 WS-TAB-AGI-AGENCIA  PIC 9(04).
                10 WS-TAB-AGI-FAIXA OCCURS 4 TIMES.
                   15 WS-TAB-AGI-QTD   PIC 9(06).
                   15 WS-TAB-AGI-VALOR PIC 9(13)V99.
          01 WS-TAB-AGI-QTD-AGE      PIC 9(02) VALUE 0.
          01 WS-TAB-AGI-ACHOU        PIC X(01).
             88 AGI-ACHOU                 VALUE "S".
           MOVE "PROGCOBR" TO WS-RUN-PROGRAMA
           MOVE WS-DATA-SISTEMA TO WS-RUN-DATA-CICLO
           PERFORM VERIFICA-CICLO-JA-RODADO
           IF RUN-CONCLUIDO
               PERFORM SALTA-PASSO-CONCLUIDO
           END-IF
           PERFORM APLICA-PARAMETROS
           PERFORM RECUPERA-TRABALHO
           PERFORM CARREGA-COBRANCA
               UNTIL NOT ARQ-OK.

       AVALIA-CONTA.
           IF CTA-SALDO NOT < 0 OR CTA-ENCERRADA OR CTA-ESPOLIO
               GO TO AVALIA-CONTA-EXIT
           END-IF
           ADD 1 TO WS-QTD-NEGATIVAS
