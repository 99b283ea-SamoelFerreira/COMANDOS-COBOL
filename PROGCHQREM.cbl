      ******************************************************************
      * Author: EQUIPE MANUTENCAO
      * Date: 15/10/2026
      * Purpose: REMESSA DE COMPENSACAO - PASSO DIARIO DO CICLO, APOS A
      *          POSTAGEM (PROGEOD), QUE ENVIA A CAMARA OS CHEQUES
      *          DEPOSITADOS NOS NOSSOS CANAIS: TODA RETENCAO PENDENTE
      *          DO CHQPEND (VER CHQREG) AINDA NAO REMETIDA SAI NO
      *          ARQUIVO DE REMESSA COMPREM, COM O BANCO SACADO E O
      *          NUMERO DO CHEQUE DA CAPTURA (CHQCAPT, VER CQCREG) E O
      *          VALOR, ENTRE HEADER "H" (BANCO REMETENTE E DATA) E
      *          TRAILER "T" (QUANTIDADE E VALOR TOTAL) PARA A
      *          CONFERENCIA DA CAMARA. CADA CHEQUE REMETIDO E ANOTADO
      *          NO CONTROLE DE REMESSAS (RMSCTL, VER RMCREG), QUE
      *          EVITA A REMESSA EM DUPLICIDADE E PERMITE AO PROGCHQLIB
      *          RECUSAR A DEVOLUCAO DE CHEQUE NUNCA REMETIDO. CHEQUE
      *          SEM DADOS DE CAPTURA NAO E REMETIDO: SAI NO RELATORIO
      *          COM RETURN-CODE 4 E VOLTA NA REMESSA SEGUINTE.
      * Tectonics: cobc
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCHQREM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHQPEND-ARQ ASSIGN TO "CHQPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CHQ.

           SELECT CHQCAPT-ARQ ASSIGN TO "CHQCAPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CQC.

           SELECT RMSCTL-ARQ ASSIGN TO "RMSCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RMC.

           SELECT COMPREM-ARQ ASSIGN TO "COMPREM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REM.

           SELECT PARAMS-ARQ ASSIGN TO "PARAMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PAR.

           SELECT DATAMOV-ARQ ASSIGN TO "DATAMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DTM.

           SELECT RUNCTRL-ARQ ASSIGN TO "RUNCTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RUN.
       DATA DIVISION.
       FILE SECTION.
       FD  CHQPEND-ARQ.
       COPY CHQREG.

      * Captura dos cheques depositados (banco sacado e numero).
       FD  CHQCAPT-ARQ.
       COPY CQCREG.

      * Controle dos cheques ja remetidos.
       FD  RMSCTL-ARQ.
       COPY RMCREG.

      * Remessa para a camara: header "H", um cheque por linha de
      * detalhe "D" e trailer "T" com quantidade e valor total.
       FD  COMPREM-ARQ.
       01 REM-REGISTRO.
          05 REM-TIPO             PIC X(01).
          05 REM-BANCO-SACADO     PIC 9(03).
          05 REM-NUM-CHEQUE       PIC 9(06).
          05 REM-VALOR            PIC 9(11)V99.
          05 REM-DATA-DEPOSITO    PIC 9(08).
          05 REM-NSU              PIC 9(10).
          05 REM-CONTA-DEPOSITO   PIC 9(06).
       01 REM-CABEC REDEFINES REM-REGISTRO.
          05 REM-CAB-TIPO         PIC X(01).
          05 REM-CAB-BANCO        PIC 9(03).
          05 REM-CAB-DATA         PIC 9(08).
          05 FILLER               PIC X(35).
       01 REM-TRAILER REDEFINES REM-REGISTRO.
          05 REM-TRL-TIPO         PIC X(01).
          05 REM-TRL-QTD          PIC 9(06).
          05 REM-TRL-VALOR        PIC 9(13)V99.
          05 FILLER               PIC X(25).

       FD  PARAMS-ARQ.
       COPY PARREG.

      * Data de movimento do ciclo (PROGDATAMOV).
       FD  DATAMOV-ARQ.
       COPY DTMREG.

       FD  RUNCTRL-ARQ.
       COPY RUNREG.
       WORKING-STORAGE SECTION.
       COPY RUNW.

       COPY DATLERW.

       COPY PARAMW.

          01 WS-STATUS-CHQ           PIC XX.
             88 ARQ-CHQ-OK                VALUE "00".
             88 ARQ-CHQ-FIM               VALUE "10".

          01 WS-STATUS-CQC           PIC XX.
             88 ARQ-CQC-OK                VALUE "00".
             88 ARQ-CQC-FIM               VALUE "10".

          01 WS-STATUS-RMC           PIC XX.
             88 ARQ-RMC-OK                VALUE "00".
             88 ARQ-RMC-FIM               VALUE "10".

          01 WS-STATUS-REM           PIC XX.
             88 ARQ-REM-OK                VALUE "00".

          01 WS-DATA-SISTEMA         PIC 9(08) VALUE ZEROS.

      * Codigo do banco remetente no header (parametro BANCO.CODIGO).
          01 WS-BANCO-REMETENTE      PIC 9(03) VALUE 0.

      * Retencoes pendentes do CHQPEND, com os dados da captura e a
      * situacao da remessa: " " ainda nao remetida, "R" remetida em
      * ciclo anterior, "H" remetida nesta mesma data (reexecucao do
      * passo: entra de novo no arquivo refeito, sem novo controle).
          01 WS-TAB-CHEQUES.
             05 WS-TAB-CHQ-ENTRADA OCCURS 999 TIMES
                   INDEXED BY WS-CHQ-IDX.
                10 WS-TAB-CHQ-REF      PIC 9(10).
                10 WS-TAB-CHQ-CONTA    PIC 9(06).
                10 WS-TAB-CHQ-VALOR    PIC 9(11)V99.
                10 WS-TAB-CHQ-DATA     PIC 9(08).
                10 WS-TAB-CHQ-BANCO    PIC 9(03).
                10 WS-TAB-CHQ-NUMERO   PIC 9(06).
                10 WS-TAB-CHQ-CAPTURA  PIC X(01).
                10 WS-TAB-CHQ-REMESSA  PIC X(01).
          01 WS-TAB-CHQ-QTD          PIC 9(04) VALUE 0.
          01 WS-CHQ-ACHOU            PIC X(01).
             88 CHQ-ACHADO                VALUE "S".
          01 WS-REF-PROCURADA        PIC 9(10).

          01 WS-QTD-PENDENTES        PIC 9(06) VALUE 0.
          01 WS-QTD-REMETIDOS        PIC 9(06) VALUE 0.
          01 WS-QTD-REENVIADOS       PIC 9(06) VALUE 0.
          01 WS-QTD-JA-REMETIDOS     PIC 9(06) VALUE 0.
          01 WS-QTD-SEM-CAPTURA      PIC 9(06) VALUE 0.
          01 WS-QTD-EXCEDENTES       PIC 9(06) VALUE 0.
          01 WS-TOTAL-REMETIDO       PIC 9(13)V99 VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           PERFORM OBTEM-DATA-MOVIMENTO
           IF WS-DATA-MOVIMENTO > 0
               MOVE WS-DATA-MOVIMENTO TO WS-DATA-SISTEMA
           END-IF
      * Registro em RUNCTRL para o resumo de saude; passo ja concluido
      * na data e saltado. So na retomada do passo apos abend o
      * arquivo de remessa (COMPREM) e refeito com os cheques
      * remetidos nesta data, sem duplicar o controle.
           MOVE "PROGCHQR" TO WS-RUN-PROGRAMA
           MOVE WS-DATA-SISTEMA TO WS-RUN-DATA-CICLO
           PERFORM VERIFICA-CICLO-JA-RODADO
           IF RUN-CONCLUIDO
               PERFORM SALTA-PASSO-CONCLUIDO
           END-IF
           DISPLAY "===== REMESSA DE CHEQUES A COMPENSACAO ====="
           DISPLAY "DATA DO CICLO: " WS-DATA-SISTEMA
           MOVE 0 TO RETURN-CODE
           PERFORM APLICA-PARAMETROS
           PERFORM CARREGA-PENDENTES
           PERFORM CONFERE-CAPTURA
           PERFORM CONFERE-REMESSAS
           PERFORM INICIALIZAR
           PERFORM REMETE-CHEQUE
               VARYING WS-CHQ-IDX FROM 1 BY 1
               UNTIL WS-CHQ-IDX > WS-TAB-CHQ-QTD
           PERFORM FINALIZAR
           MOVE WS-QTD-REMETIDOS TO WS-RUN-QTD
           PERFORM GRAVA-RUN-CONTROLE
           STOP RUN.

       COPY DATLER.

       APLICA-PARAMETROS.
           MOVE WS-DATA-SISTEMA TO WS-PAR-DATA-REF
           PERFORM CARREGA-PARAMETROS
           MOVE "BANCO.CODIGO" TO WS-PAR-CHAVE-BUSCA
           PERFORM OBTEM-PARAMETRO
           IF PAR-ACHOU
               MOVE WS-PAR-VALOR-OBTIDO TO WS-BANCO-REMETENTE
           ELSE
               DISPLAY "PARAMETRO BANCO.CODIGO AUSENTE - HEADER DA "
                   "REMESSA SEM BANCO REMETENTE"
               MOVE 4 TO RETURN-CODE
           END-IF.

      * So a retencao pendente vai a camara: liberada ou devolvida ja
      * foi compensada. Alem da capacidade da tabela, o cheque fica
      * para a remessa seguinte (nao entra no controle).
       CARREGA-PENDENTES.
           MOVE 0 TO WS-TAB-CHQ-QTD
           OPEN INPUT CHQPEND-ARQ
           IF ARQ-CHQ-OK
               READ CHQPEND-ARQ
                   AT END SET ARQ-CHQ-FIM TO TRUE
               END-READ
               PERFORM CARREGA-UM-PENDENTE UNTIL ARQ-CHQ-FIM
               CLOSE CHQPEND-ARQ
           ELSE
               DISPLAY "ARQUIVO CHQPEND AUSENTE - REMESSA VAZIA"
           END-IF.

       CARREGA-UM-PENDENTE.
           IF CHQ-PENDENTE
               ADD 1 TO WS-QTD-PENDENTES
               IF WS-TAB-CHQ-QTD < 999
                   ADD 1 TO WS-TAB-CHQ-QTD
                   SET WS-CHQ-IDX TO WS-TAB-CHQ-QTD
                   MOVE CHQ-REFERENCIA TO WS-TAB-CHQ-REF (WS-CHQ-IDX)
                   MOVE CHQ-CONTA      TO WS-TAB-CHQ-CONTA (WS-CHQ-IDX)
                   MOVE CHQ-VALOR      TO WS-TAB-CHQ-VALOR (WS-CHQ-IDX)
                   MOVE CHQ-DATA-DEPOSITO
                                       TO WS-TAB-CHQ-DATA (WS-CHQ-IDX)
                   MOVE 0              TO WS-TAB-CHQ-BANCO (WS-CHQ-IDX)
                   MOVE 0             TO WS-TAB-CHQ-NUMERO (WS-CHQ-IDX)
                   MOVE "N"          TO WS-TAB-CHQ-CAPTURA (WS-CHQ-IDX)
                   MOVE SPACE        TO WS-TAB-CHQ-REMESSA (WS-CHQ-IDX)
               ELSE
                   ADD 1 TO WS-QTD-EXCEDENTES
                   DISPLAY "TABELA DE CHEQUES CHEIA, REMESSA ADIADA: "
                       CHQ-REFERENCIA
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           READ CHQPEND-ARQ
               AT END SET ARQ-CHQ-FIM TO TRUE
           END-READ.

      * Captura e controle sao arquivos acumulados: lidos de ponta a
      * ponta, cada registro e casado com a tabela de pendentes.
       CONFERE-CAPTURA.
           OPEN INPUT CHQCAPT-ARQ
           IF ARQ-CQC-OK
               READ CHQCAPT-ARQ
                   AT END SET ARQ-CQC-FIM TO TRUE
               END-READ
               PERFORM CONFERE-UMA-CAPTURA UNTIL ARQ-CQC-FIM
               CLOSE CHQCAPT-ARQ
           ELSE
               DISPLAY "ARQUIVO CHQCAPT AUSENTE - SEM DADOS DE CAPTURA"
           END-IF.

       CONFERE-UMA-CAPTURA.
           MOVE CQC-REFERENCIA TO WS-REF-PROCURADA
           PERFORM PROCURA-CHEQUE
           IF CHQ-ACHADO
               MOVE CQC-BANCO-SACADO TO WS-TAB-CHQ-BANCO (WS-CHQ-IDX)
               MOVE CQC-NUM-CHEQUE   TO WS-TAB-CHQ-NUMERO (WS-CHQ-IDX)
               MOVE "S"             TO WS-TAB-CHQ-CAPTURA (WS-CHQ-IDX)
           END-IF
           READ CHQCAPT-ARQ
               AT END SET ARQ-CQC-FIM TO TRUE
           END-READ.

       CONFERE-REMESSAS.
           OPEN INPUT RMSCTL-ARQ
           IF ARQ-RMC-OK
               READ RMSCTL-ARQ
                   AT END SET ARQ-RMC-FIM TO TRUE
               END-READ
               PERFORM CONFERE-UMA-REMESSA UNTIL ARQ-RMC-FIM
               CLOSE RMSCTL-ARQ
           END-IF.

       CONFERE-UMA-REMESSA.
           MOVE RMC-REFERENCIA TO WS-REF-PROCURADA
           PERFORM PROCURA-CHEQUE
           IF CHQ-ACHADO
               IF RMC-DATA-REMESSA = WS-DATA-SISTEMA
                   MOVE "H" TO WS-TAB-CHQ-REMESSA (WS-CHQ-IDX)
               ELSE
                   MOVE "R" TO WS-TAB-CHQ-REMESSA (WS-CHQ-IDX)
               END-IF
           END-IF
           READ RMSCTL-ARQ
               AT END SET ARQ-RMC-FIM TO TRUE
           END-READ.

       PROCURA-CHEQUE.
           MOVE "N" TO WS-CHQ-ACHOU
           SET WS-CHQ-IDX TO 1
           PERFORM PROCURA-CHEQUE-VARRE
               UNTIL WS-CHQ-IDX > WS-TAB-CHQ-QTD OR CHQ-ACHADO.

       PROCURA-CHEQUE-VARRE.
           IF WS-TAB-CHQ-REF (WS-CHQ-IDX) = WS-REF-PROCURADA
               MOVE "S" TO WS-CHQ-ACHOU
           ELSE
               SET WS-CHQ-IDX UP BY 1
           END-IF.

       INICIALIZAR.
           OPEN OUTPUT COMPREM-ARQ
           IF NOT ARQ-REM-OK
               DISPLAY "ERRO AO ABRIR COMPREM - STATUS " WS-STATUS-REM
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND RMSCTL-ARQ
           IF NOT ARQ-RMC-OK
               OPEN OUTPUT RMSCTL-ARQ
           END-IF
           MOVE SPACES             TO REM-CABEC
           MOVE "H"                TO REM-CAB-TIPO
           MOVE WS-BANCO-REMETENTE TO REM-CAB-BANCO
           MOVE WS-DATA-SISTEMA    TO REM-CAB-DATA
           WRITE REM-REGISTRO.

      * O controle e anotado junto com cada detalhe: um abend no meio
      * deixa os ja anotados com a data de hoje, e a reexecucao os
      * coloca de novo no arquivo refeito ("H").
       REMETE-CHEQUE.
           IF WS-TAB-CHQ-REMESSA (WS-CHQ-IDX) = "R"
               ADD 1 TO WS-QTD-JA-REMETIDOS
           ELSE
               IF WS-TAB-CHQ-CAPTURA (WS-CHQ-IDX) = "N"
                   ADD 1 TO WS-QTD-SEM-CAPTURA
                   DISPLAY "CHEQUE SEM DADOS DE CAPTURA (NAO "
                       "REMETIDO): " WS-TAB-CHQ-REF (WS-CHQ-IDX)
                       " CONTA " WS-TAB-CHQ-CONTA (WS-CHQ-IDX)
                       " VALOR " WS-TAB-CHQ-VALOR (WS-CHQ-IDX)
                   MOVE 4 TO RETURN-CODE
               ELSE
                   PERFORM GRAVA-DETALHE
               END-IF
           END-IF.

       GRAVA-DETALHE.
           MOVE "D"                          TO REM-TIPO
           MOVE WS-TAB-CHQ-BANCO (WS-CHQ-IDX)  TO REM-BANCO-SACADO
           MOVE WS-TAB-CHQ-NUMERO (WS-CHQ-IDX) TO REM-NUM-CHEQUE
           MOVE WS-TAB-CHQ-VALOR (WS-CHQ-IDX)  TO REM-VALOR
           MOVE WS-TAB-CHQ-DATA (WS-CHQ-IDX)   TO REM-DATA-DEPOSITO
           MOVE WS-TAB-CHQ-REF (WS-CHQ-IDX)    TO REM-NSU
           MOVE WS-TAB-CHQ-CONTA (WS-CHQ-IDX)  TO REM-CONTA-DEPOSITO
           WRITE REM-REGISTRO
           ADD 1 TO WS-QTD-REMETIDOS
           ADD WS-TAB-CHQ-VALOR (WS-CHQ-IDX) TO WS-TOTAL-REMETIDO
           IF WS-TAB-CHQ-REMESSA (WS-CHQ-IDX) = "H"
               ADD 1 TO WS-QTD-REENVIADOS
           ELSE
               MOVE WS-TAB-CHQ-REF (WS-CHQ-IDX)    TO RMC-REFERENCIA
               MOVE WS-TAB-CHQ-CONTA (WS-CHQ-IDX)  TO RMC-CONTA
               MOVE WS-TAB-CHQ-BANCO (WS-CHQ-IDX)  TO RMC-BANCO-SACADO
               MOVE WS-TAB-CHQ-NUMERO (WS-CHQ-IDX) TO RMC-NUM-CHEQUE
               MOVE WS-TAB-CHQ-VALOR (WS-CHQ-IDX)  TO RMC-VALOR
               MOVE WS-DATA-SISTEMA                TO RMC-DATA-REMESSA
               WRITE RMC-REGISTRO
           END-IF.

       FINALIZAR.
           MOVE SPACES            TO REM-TRAILER
           MOVE "T"               TO REM-TRL-TIPO
           MOVE WS-QTD-REMETIDOS  TO REM-TRL-QTD
           MOVE WS-TOTAL-REMETIDO TO REM-TRL-VALOR
           WRITE REM-REGISTRO
           CLOSE COMPREM-ARQ
           CLOSE RMSCTL-ARQ
           DISPLAY "BANCO REMETENTE.......: " WS-BANCO-REMETENTE
           DISPLAY "RETENCOES PENDENTES...: " WS-QTD-PENDENTES
           DISPLAY "REMETIDOS NA DATA.....: " WS-QTD-REMETIDOS
           DISPLAY "  (REENVIO NA DATA)...: " WS-QTD-REENVIADOS
           DISPLAY "VALOR TOTAL REMETIDO..: " WS-TOTAL-REMETIDO
           DISPLAY "JA REMETIDOS ANTES....: " WS-QTD-JA-REMETIDOS
           DISPLAY "SEM DADOS DE CAPTURA..: " WS-QTD-SEM-CAPTURA
           DISPLAY "EXCEDENTES (PROX CICLO): " WS-QTD-EXCEDENTES
           DISPLAY "RETURN-CODE...........: " RETURN-CODE.

       COPY PARLER.

       COPY RUNCTL.
       END PROGRAM PROGCHQREM.
