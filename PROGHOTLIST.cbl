      ******************************************************************
      * Author: EQUIPE MANUTENCAO
      * Date: 15/10/2026
      * Purpose: LISTA NEGRA DE CARTOES PARA A REDE - PASSO DIARIO DO
      *          CICLO QUE VARRE O MESTRE DE CARTOES (CARTAO, VER
      *          CRTREG) E GRAVA NO HOTLIST, PARA A TRANSMISSAO AO
      *          SWITCH DA REDE, TODO CARTAO BLOQUEADO, COM PERDA/ROUBO
      *          OU CANCELADO QUE AINDA ESTEJA DENTRO DA VALIDADE (O
      *          VENCIDO A REDE JA RECUSA PELA DATA). CADA LINHA LEVA O
      *          CODIGO DE RETORNO QUE O PROGATM USA NO ATMREJ (07
      *          BLOQUEADO, 09 PERDA/ROUBO, 10 CANCELADO). O ARQUIVO E
      *          COMPLETO A CADA DIA, COM HEADER "H" DA DATA DO CICLO
      *          E TRAILER "T" COM A QUANTIDADE PARA A CONFERENCIA DO
      *          SWITCH.
      * Tectonics: cobc
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      * 15/10/2026 - EM - Passo ja concluido na data do ciclo (RUNCTRL,
      *              RC ate 4) e saltado com RC 0 (reinicio do
      *              EODJOB).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGHOTLIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARTAO-ARQ ASSIGN TO "CARTAO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRT-NUMERO
               FILE STATUS IS WS-STATUS-CRT.

           SELECT HOTLIST-ARQ ASSIGN TO "HOTLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HOT.

           SELECT DATAMOV-ARQ ASSIGN TO "DATAMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DTM.

           SELECT RUNCTRL-ARQ ASSIGN TO "RUNCTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RUN.
       DATA DIVISION.
       FILE SECTION.
      * Mestre de cartoes de debito (PROGCARTAO).
       FD  CARTAO-ARQ.
       COPY CRTREG.

      * Lista negra para o switch: header "H", um cartao por linha de
      * detalhe (comeca com digito) e trailer "T" com a quantidade.
       FD  HOTLIST-ARQ.
       01 HOT-REGISTRO.
          05 HOT-CARTAO           PIC 9(16).
          05 HOT-MOTIVO           PIC X(02).
          05 HOT-DATA-STATUS      PIC 9(08).
          05 HOT-VALIDADE         PIC 9(06).
       01 HOT-CABEC REDEFINES HOT-REGISTRO.
          05 HOT-CAB-TIPO         PIC X(01).
          05 HOT-CAB-ORIGEM       PIC X(08).
          05 HOT-CAB-DATA         PIC 9(08).
          05 FILLER               PIC X(15).
       01 HOT-TRAILER REDEFINES HOT-REGISTRO.
          05 HOT-TRL-TIPO         PIC X(01).
          05 HOT-TRL-QTD          PIC 9(06).
          05 FILLER               PIC X(25).

      * Data de movimento do ciclo (PROGDATAMOV).
       FD  DATAMOV-ARQ.
       COPY DTMREG.

       FD  RUNCTRL-ARQ.
       COPY RUNREG.
       WORKING-STORAGE SECTION.
       COPY RUNW.

       COPY DATLERW.

          01 WS-STATUS-CRT           PIC XX.
             88 ARQ-CRT-OK                VALUE "00".
             88 ARQ-CRT-FIM               VALUE "10".

          01 WS-STATUS-HOT           PIC XX.
             88 ARQ-HOT-OK                VALUE "00".

          01 WS-DATA-SISTEMA         PIC 9(08) VALUE ZEROS.
          01 WS-MES-CICLO            PIC 9(06) VALUE ZEROS.

          01 WS-QTD-CARTOES          PIC 9(06) VALUE 0.
          01 WS-QTD-LISTADOS         PIC 9(06) VALUE 0.
          01 WS-QTD-BLOQUEADOS       PIC 9(06) VALUE 0.
          01 WS-QTD-PERDA-ROUBO      PIC 9(06) VALUE 0.
          01 WS-QTD-CANCELADOS       PIC 9(06) VALUE 0.
          01 WS-QTD-VENCIDOS         PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           PERFORM OBTEM-DATA-MOVIMENTO
           IF WS-DATA-MOVIMENTO > 0
               MOVE WS-DATA-MOVIMENTO TO WS-DATA-SISTEMA
           END-IF
           MOVE WS-DATA-SISTEMA(1:6) TO WS-MES-CICLO
      * Registro em RUNCTRL para o resumo de saude; a reexecucao no
      * mesmo dia e permitida - o arquivo e refeito por inteiro.
           MOVE "PROGHOTL" TO WS-RUN-PROGRAMA
           MOVE WS-DATA-SISTEMA TO WS-RUN-DATA-CICLO
           PERFORM VERIFICA-CICLO-JA-RODADO
           IF RUN-CONCLUIDO
               PERFORM SALTA-PASSO-CONCLUIDO
           END-IF
           DISPLAY "===== LISTA NEGRA DE CARTOES (HOTLIST) ====="
           DISPLAY "DATA DO CICLO: " WS-DATA-SISTEMA
           MOVE 0 TO RETURN-CODE
           PERFORM INICIALIZAR
           PERFORM GERA-LISTA
           PERFORM FINALIZAR
           MOVE WS-QTD-LISTADOS TO WS-RUN-QTD
           PERFORM GRAVA-RUN-CONTROLE
           STOP RUN.

       COPY DATLER.

       INICIALIZAR.
           OPEN OUTPUT HOTLIST-ARQ
           IF NOT ARQ-HOT-OK
               DISPLAY "ERRO AO ABRIR HOTLIST - STATUS " WS-STATUS-HOT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES          TO HOT-CABEC
           MOVE "H"             TO HOT-CAB-TIPO
           MOVE "HOTLIST"       TO HOT-CAB-ORIGEM
           MOVE WS-DATA-SISTEMA TO HOT-CAB-DATA
           WRITE HOT-REGISTRO.

      * Sem mestre de cartoes (nenhum cartao emitido ainda) a lista
      * sai vazia, so com header e trailer.
       GERA-LISTA.
           OPEN INPUT CARTAO-ARQ
           IF ARQ-CRT-OK
               READ CARTAO-ARQ NEXT RECORD
                   AT END SET ARQ-CRT-FIM TO TRUE
               END-READ
               PERFORM AVALIA-CARTAO UNTIL ARQ-CRT-FIM
               CLOSE CARTAO-ARQ
           ELSE
               DISPLAY "MESTRE DE CARTOES (CARTAO) AUSENTE - LISTA "
                   "VAZIA"
           END-IF.

       AVALIA-CARTAO.
           ADD 1 TO WS-QTD-CARTOES
           IF CRT-NA-LISTA-NEGRA
               IF CRT-VALIDADE < WS-MES-CICLO
                   ADD 1 TO WS-QTD-VENCIDOS
               ELSE
                   PERFORM GRAVA-CARTAO-LISTA
               END-IF
           END-IF
           READ CARTAO-ARQ NEXT RECORD
               AT END SET ARQ-CRT-FIM TO TRUE
           END-READ.

       GRAVA-CARTAO-LISTA.
           MOVE CRT-NUMERO      TO HOT-CARTAO
           MOVE CRT-DATA-STATUS TO HOT-DATA-STATUS
           MOVE CRT-VALIDADE    TO HOT-VALIDADE
           EVALUATE TRUE
               WHEN CRT-BLOQUEADO
                   MOVE "07" TO HOT-MOTIVO
                   ADD 1 TO WS-QTD-BLOQUEADOS
               WHEN CRT-PERDA-ROUBO
                   MOVE "09" TO HOT-MOTIVO
                   ADD 1 TO WS-QTD-PERDA-ROUBO
               WHEN OTHER
                   MOVE "10" TO HOT-MOTIVO
                   ADD 1 TO WS-QTD-CANCELADOS
           END-EVALUATE
           WRITE HOT-REGISTRO
           ADD 1 TO WS-QTD-LISTADOS.

       FINALIZAR.
           MOVE SPACES          TO HOT-TRAILER
           MOVE "T"             TO HOT-TRL-TIPO
           MOVE WS-QTD-LISTADOS TO HOT-TRL-QTD
           WRITE HOT-REGISTRO
           CLOSE HOTLIST-ARQ
           DISPLAY "CARTOES LIDOS.........: " WS-QTD-CARTOES
           DISPLAY "NA LISTA NEGRA........: " WS-QTD-LISTADOS
           DISPLAY "  BLOQUEADOS (07).....: " WS-QTD-BLOQUEADOS
           DISPLAY "  PERDA/ROUBO (09)....: " WS-QTD-PERDA-ROUBO
           DISPLAY "  CANCELADOS (10).....: " WS-QTD-CANCELADOS
           DISPLAY "FORA (JA VENCIDOS)....: " WS-QTD-VENCIDOS
           DISPLAY "RETURN-CODE...........: " RETURN-CODE.

       COPY RUNCTL.
       END PROGRAM PROGHOTLIST.
