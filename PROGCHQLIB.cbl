      *              quantidade e RETURN-CODE deste passo. Reexecucao
      *              na mesma data segue permitida - as protecoes de
      *              replay do proprio passo cobrem o reprocessamento.
      * 15/10/2026 - EM - Passo ja concluido na data do ciclo (RUNCTRL,
      *              RC ate 4) e saltado com RC 0 (reinicio do
      *              EODJOB).
      * 15/10/2026 - EM - TRB-REGISTRO acompanha CHQREG (46 bytes);
      *              totais liberado e devolvido em S9(13)V99.
      * 15/10/2026 - EM - Devolucao do CHQDEV de cheque que nunca foi
      *              remetido a camara (ausente do controle de
      *              remessas RMSCTL, gravado pelo PROGCHQREM) e
      *              recusada: sai no relatorio com RC 4 e a retencao
      *              segue o tratamento normal de prazo.
      * 15/10/2026 - EM - Lancamentos gravados com MOV-SERVICO-ORIGEM
      *              em branco (MOVREG, 78 bytes).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCHQLIB.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-JRN.

           SELECT RMSCTL-ARQ ASSIGN TO "RMSCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RMC.

           SELECT CHQTRB-ARQ ASSIGN TO "CHQTRB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRB.
       FD  JORNAL-ARQ.
       COPY JRNREG.

      * Controle dos cheques remetidos a camara (PROGCHQREM).
       FD  RMSCTL-ARQ.
       COPY RMCREG.

      * Excedentes da tabela de retencoes, devolvidos intactos na
      * regravacao.
       FD  CHQTRB-ARQ.
       01 TRB-REGISTRO              PIC X(46).

      * Data de movimento do ciclo (PROGDATAMOV).
       FD  DATAMOV-ARQ.
             88 ARQ-FER-OK                VALUE "00".
             88 ARQ-FER-FIM               VALUE "10".

          01 WS-STATUS-RMC           PIC XX.
             88 ARQ-RMC-OK                VALUE "00".
             88 ARQ-RMC-FIM               VALUE "10".

          01 WS-STATUS-TRB           PIC XX.
             88 ARQ-TRB-OK                VALUE "00".
             88 ARQ-TRB-FIM               VALUE "10".
          01 WS-TAB-RETENCOES.
             05 WS-TAB-RET OCCURS 999 TIMES
                   INDEXED BY WS-RET-IDX
                   PIC X(46).
          01 WS-TAB-RET-QTD          PIC 9(04) VALUE 0.
          01 WS-RET-SEQ              PIC 9(04) VALUE 0.

                   INDEXED BY WS-DEV-IDX.
                10 WS-TAB-DEV-REF      PIC 9(10).
                10 WS-TAB-DEV-BAIXADO  PIC X(01).
                10 WS-TAB-DEV-REMETIDO PIC X(01).
          01 WS-TAB-DEV-QTD          PIC 9(04) VALUE 0.
          01 WS-DEV-ACHOU            PIC X(01).
             88 DEV-ACHOU                 VALUE "S".
          01 WS-QTD-NO-PRAZO         PIC 9(06) VALUE 0.
          01 WS-QTD-BLOQUEADOS       PIC 9(06) VALUE 0.
          01 WS-QTD-DEV-SEM-PAR      PIC 9(06) VALUE 0.
          01 WS-QTD-DEV-NAO-REMETIDO PIC 9(06) VALUE 0.
          01 WS-TOTAL-LIBERADO       PIC S9(13)V99 VALUE 0.
          01 WS-TOTAL-DEVOLVIDO      PIC S9(13)V99 VALUE 0.

       PROCEDURE DIVISION.

           MOVE "PROGCHQL" TO WS-RUN-PROGRAMA
           MOVE WS-DATA-SISTEMA TO WS-RUN-DATA-CICLO
           PERFORM VERIFICA-CICLO-JA-RODADO
           IF RUN-CONCLUIDO
               PERFORM SALTA-PASSO-CONCLUIDO
           END-IF
           PERFORM RECUPERA-TRABALHO
           PERFORM CARREGA-FERIADOS
           PERFORM APLICA-PARAMETROS
           PERFORM CARREGA-DEVOLVIDOS
           PERFORM CONFERE-REMESSAS
           PERFORM CARREGA-RETENCOES
           IF WS-TAB-RET-QTD = 0 AND WS-TAB-DEV-QTD = 0
               DISPLAY "NENHUMA RETENCAO DE CHEQUE A TRATAR"
               SET WS-DEV-IDX TO WS-TAB-DEV-QTD
               MOVE DEV-REFERENCIA TO WS-TAB-DEV-REF (WS-DEV-IDX)
               MOVE "N" TO WS-TAB-DEV-BAIXADO (WS-DEV-IDX)
               MOVE "N" TO WS-TAB-DEV-REMETIDO (WS-DEV-IDX)
           ELSE
               DISPLAY "TABELA DE DEVOLUCOES CHEIA, REFERENCIA "
                   "IGNORADA: " DEV-REFERENCIA
               AT END SET ARQ-DEV-FIM TO TRUE
           END-READ.

      * Devolucao so vale para cheque que a camara recebeu de nos: a
      * referencia tem de estar no controle de remessas (RMSCTL,
      * gravado pelo PROGCHQREM). Controle lido de ponta a ponta contra
      * a tabela de devolucoes do dia.
       CONFERE-REMESSAS.
           OPEN INPUT RMSCTL-ARQ
           IF ARQ-RMC-OK
               READ RMSCTL-ARQ
                   AT END SET ARQ-RMC-FIM TO TRUE
               END-READ
               PERFORM CONFERE-UMA-REMESSA UNTIL ARQ-RMC-FIM
               CLOSE RMSCTL-ARQ
           ELSE
               DISPLAY "CONTROLE DE REMESSAS (RMSCTL) AUSENTE - "
                   "NENHUMA DEVOLUCAO SERA ACEITA"
           END-IF.

       CONFERE-UMA-REMESSA.
           PERFORM MARCA-DEVOLUCAO-REMETIDA
               VARYING WS-DEV-IDX FROM 1 BY 1
               UNTIL WS-DEV-IDX > WS-TAB-DEV-QTD
           READ RMSCTL-ARQ
               AT END SET ARQ-RMC-FIM TO TRUE
           END-READ.

       MARCA-DEVOLUCAO-REMETIDA.
           IF WS-TAB-DEV-REF (WS-DEV-IDX) = RMC-REFERENCIA
               MOVE "S" TO WS-TAB-DEV-REMETIDO (WS-DEV-IDX)
           END-IF.

       CARREGA-RETENCOES.
           MOVE 0 TO WS-TAB-RET-QTD
           OPEN INPUT CHQPEND-ARQ
           END-IF

           PERFORM PROCURA-DEVOLUCAO
      * Devolucao de cheque que nunca foi remetido a camara e recusada
      * ("R" na tabela, fora do reparo sem par); a retencao segue o
      * tratamento normal de prazo.
           IF DEV-ACHOU
                   AND WS-TAB-DEV-REMETIDO (WS-DEV-IDX) = "N"
               DISPLAY "DEVOLUCAO RECUSADA (CHEQUE NUNCA REMETIDO A "
                   "COMPENSACAO): " CHQ-REFERENCIA
               MOVE "R" TO WS-TAB-DEV-BAIXADO (WS-DEV-IDX)
               ADD 1 TO WS-QTD-DEV-NAO-REMETIDO
               MOVE "N" TO WS-DEV-ACHOU
           END-IF
           IF DEV-ACHOU
               PERFORM ESTORNA-DEVOLVIDO THRU ESTORNA-DEVOLVIDO-EXIT
               GO TO TRATA-RETENCAO-EXIT
           MOVE SPACES          TO MOV-CAIXA
           ACCEPT MOV-HORA FROM TIME
           MOVE "C" TO MOV-CANAL
           MOVE 0      TO MOV-REF-ORIGEM
           MOVE SPACES TO MOV-TIPO-ORIGEM
           MOVE SPACES TO MOV-SERVICO-ORIGEM
           WRITE MOV-REGISTRO

           SET CHQ-DEVOLVIDO TO TRUE
           MOVE SPACES          TO MOV-CAIXA
           ACCEPT MOV-HORA FROM TIME
           MOVE "C" TO MOV-CANAL
           MOVE 0      TO MOV-REF-ORIGEM
           MOVE SPACES TO MOV-TIPO-ORIGEM
           MOVE SPACES TO MOV-SERVICO-ORIGEM
           WRITE MOV-REGISTRO

           SET CHQ-LIBERADO TO TRUE
                       "(REPARO MANUAL): " WS-TAB-DEV-REF (WS-DEV-IDX)
               END-IF
           END-PERFORM
           IF WS-QTD-DEV-SEM-PAR > 0 OR WS-QTD-DEV-NAO-REMETIDO > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "AINDA NO PRAZO........: " WS-QTD-NO-PRAZO
           DISPLAY "ADIADAS (CONTA OCUPADA): " WS-QTD-BLOQUEADOS
           DISPLAY "DEVOLUCOES SEM PAR....: " WS-QTD-DEV-SEM-PAR
           DISPLAY "RECUSADAS (NAO REMET.): " WS-QTD-DEV-NAO-REMETIDO
           DISPLAY "EXCEDENTES (PROX CICLO): " WS-QTD-EXCEDENTES
           DISPLAY "TOTAL LIBERADO........: " WS-TOTAL-LIBERADO
           DISPLAY "TOTAL ESTORNADO.......: " WS-TOTAL-DEVOLVIDO
