      *              quantidade e RETURN-CODE deste passo. Reexecucao
      *              na mesma data segue permitida - as protecoes de
      *              replay do proprio passo cobrem o reprocessamento.
      * 15/10/2026 - EM - Passo ja concluido na data do ciclo (RUNCTRL,
      *              RC ate 4) e saltado com RC 0 (reinicio do
      *              EODJOB).
      * 15/10/2026 - EM - Linhas de movimento acompanham MOVREG (77
      *              bytes) e SUSPREG (47); disponivel S9(12)V99.
      * 15/10/2026 - EM - Suspensa de debito contra conta em espolio
      *              (titular falecido, ver PROGOBITO) e rejeitada;
      *              deposito segue liberado.
      * 15/10/2026 - EM - Linhas de movimento acompanham MOVREG
      *              (78 bytes); lancamentos gravados com
      *              MOV-SERVICO-ORIGEM em branco.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGLIBSUSP.
      * Periodos fechados do ano (PROGMOVCORTE); lido apenas pela
      * migracao inicial de REFARQ (ver REFDUP).
       FD  MOVFECH-ARQ.
       01 FECH-REGISTRO             PIC X(78).

       FD  CHQPEND-ARQ.
       COPY CHQREG.
      * Excedentes da tabela de suspensas, devolvidos intactos na
      * regravacao.
       FD  SUSPTRB-ARQ.
       01 TRB-REGISTRO              PIC X(47).

      * Data de movimento do ciclo (PROGDATAMOV).
       FD  DATAMOV-ARQ.
          01 WS-TAB-SUSPENSAS.
             05 WS-TAB-SUSP OCCURS 999 TIMES
                   INDEXED BY WS-SUSP-IDX
                   PIC X(47).
          01 WS-TAB-SUSP-QTD         PIC 9(04) VALUE 0.
          01 WS-SUSP-SEQ             PIC 9(04) VALUE 0.


       COPY JRNW.

          01 WS-SALDO-DISPONIVEL     PIC S9(12)V99.
          01 WS-DATA-SISTEMA         PIC 9(08) VALUE ZEROS.

          01 WS-QTD-LIDAS            PIC 9(06) VALUE 0.
           MOVE "PROGLIBS" TO WS-RUN-PROGRAMA
           MOVE WS-DATA-SISTEMA TO WS-RUN-DATA-CICLO
           PERFORM VERIFICA-CICLO-JA-RODADO
           IF RUN-CONCLUIDO
               PERFORM SALTA-PASSO-CONCLUIDO
           END-IF
           PERFORM RECUPERA-TRABALHO
           PERFORM CARREGA-FERIADOS
           MOVE WS-DATA-SISTEMA TO WS-DATA-AVALIADA
               GO TO LIBERA-SUSPENSA-EXIT
           END-IF

      * Conta de titular falecido (espolio, ver PROGOBITO) so recebe
      * credito.
           IF ARQ-OK AND CTA-ESPOLIO
                   AND NOT SUSP-DEPOSITO AND NOT SUSP-DEP-CHEQUE
               DISPLAY "SUSPENSA REJEITADA (TITULAR FALECIDO): "
                   SUSP-REFERENCIA
               ADD 1 TO WS-QTD-REJEITADAS
               PERFORM MARCA-REJEITADA
               UNLOCK CTAMESTRE-ARQ
               PERFORM GRAVA-CHECKPOINT
               GO TO LIBERA-SUSPENSA-EXIT
           END-IF

           IF ARQ-OK
               IF CTA-DORMENTE
                   SET CTA-ATIVA TO TRUE
           MOVE SPACES      TO MOV-CAIXA
           ACCEPT MOV-HORA FROM TIME
           MOVE "S" TO MOV-CANAL
           MOVE 0      TO MOV-REF-ORIGEM
           MOVE SPACES TO MOV-TIPO-ORIGEM
           MOVE SPACES TO MOV-SERVICO-ORIGEM
           WRITE MOV-REGISTRO
           PERFORM GRAVA-REFERENCIA-POSTADA.

