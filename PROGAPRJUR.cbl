      ******************************************************************
      * Author: EQUIPE MANUTENCAO
      * Date: 15/10/2026
      * Purpose: APROPRIACAO DIARIA DE JUROS - PASSO DO CICLO QUE
      *          RECONHECE NO RAZAO, DIA A DIA, A DESPESA DE JUROS DAS
      *          APLICACOES EM CDB (CDBAPL) E A RECEITA DE JUROS DO
      *          CREDITO PARCELADO (EMPCON/EMPPAR), EM VEZ DE DEIXA-LAS
      *          APARECER INTEIRAS NO VENCIMENTO DO CDB OU NO PAGAMENTO
      *          DA PARCELA. PARA CADA CDB APLICADO E CADA PARCELA EM
      *          ABERTO CALCULA O JURO DECORRIDO ATE A DATA DO CICLO
      *          (MESMA CAPITALIZACAO COMPOSTA DO PROGCDBVENC E DO
      *          VALOR PRESENTE DO PROGEMPCON, MES COMERCIAL DE 30
      *          DIAS PARA A FRACAO) E APROPRIA A DIFERENCA CONTRA O
      *          JA APROPRIADO NA POSICAO (APROPJUR, VER APJREG) - O
      *          QUE CORREU DESDE O ULTIMO DIA UTIL, FIM DE SEMANA E
      *          FERIADO INCLUSIVE. NO RESGATE DO CDB O APROPRIADO E
      *          ACERTADO PARA O JURO EFETIVAMENTE PAGO (MOVIMENTO "Y"
      *          DO DIA) E LIBERADO PARA A CONTA DO CDB EMITIDO; NO
      *          PAGAMENTO DA PARCELA (OU NA QUITACAO ANTECIPADA) E
      *          LIBERADO PARA A CARTEIRA DE EMPRESTIMOS. AS PARTIDAS
      *          SAEM EM LOTE PROPRIO NO GLSAIDA DO DIA, NA NUMERACAO
      *          DE LOTES DO PROGGL (GLCTRL/GLLOG), PARA O PROGGLRET
      *          CASAR COMO QUALQUER LOTE. RODA DEPOIS DO PROGGL; A
      *          REEXECUCAO NA MESMA DATA E RECUSADA (RUNCTRL).
      * Tectonics: cobc
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial. Contas da interface:
      *              31050001 DESPESA DE JUROS DE CDB contra 21070002
      *              JUROS DE CDB A PAGAR (liberado para 21070001 CDB
      *              EMITIDOS, que o resgate "Y" baixa pelo valor
      *              cheio); 11060002 JUROS A RECEBER DE EMPRESTIMOS
      *              contra 41050001 RENDAS DE EMPRESTIMOS (liberado
      *              para 11060001 CARTEIRA DE EMPRESTIMOS).
      * 15/10/2026 - EM - Passo ja concluido na data do ciclo (RUNCTRL,
      *              RC ate 4) e saltado com RC 0 (reinicio do
      *              EODJOB).
      * 15/10/2026 - EM - Linhas de movimento acompanham MOVREG (77
      *              bytes); GL-VALOR do GLSAIDA em 9(13)V99.
      * 15/10/2026 - EM - Linhas de movimento acompanham MOVREG
      *              (78 bytes).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGAPRJUR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APROPJUR-ARQ ASSIGN TO "APROPJUR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APJ-CHAVE
               FILE STATUS IS WS-STATUS-APJ.

           SELECT CDBAPL-ARQ ASSIGN TO "CDBAPL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CDB-NUMERO
               FILE STATUS IS WS-STATUS-CDB.

           SELECT EMPCON-ARQ ASSIGN TO "EMPCON"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CONTRATO
               FILE STATUS IS WS-STATUS-EMP.

           SELECT EMPPAR-ARQ ASSIGN TO "EMPPAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EPA-CHAVE
               FILE STATUS IS WS-STATUS-EPA.

           SELECT REFARQ-ARQ ASSIGN TO "REFARQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REF-REFERENCIA
               FILE STATUS IS WS-STATUS-REF.

           SELECT MOVIMENTO-ARQ ASSIGN TO "MOVIMENTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MOV.

           SELECT MOVFECH-ARQ ASSIGN TO "MOVFECH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FECH.

           SELECT GLSAIDA-ARQ ASSIGN TO "GLSAIDA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-GL.

           SELECT GLCTRL-ARQ ASSIGN TO "GLCTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CTRL.

           SELECT GLLOG-ARQ ASSIGN TO "GLLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOG.

           SELECT DATAMOV-ARQ ASSIGN TO "DATAMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DTM.

           SELECT RUNCTRL-ARQ ASSIGN TO "RUNCTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RUN.
       DATA DIVISION.
       FILE SECTION.
      * Posicao de juros apropriados por CDB e por parcela.
       FD  APROPJUR-ARQ.
       COPY APJREG.

       FD  CDBAPL-ARQ.
       COPY CDBREG.

       FD  EMPCON-ARQ.
       COPY EMPREG.

       FD  EMPPAR-ARQ.
       COPY EPAREG.

       FD  REFARQ-ARQ.
       COPY REFREG.

      * MOVIMENTO: resgates de CDB do dia (e migracao inicial de
      * REFARQ, ver REFDUP, junto com MOVFECH).
       FD  MOVIMENTO-ARQ.
       COPY MOVREG.

       FD  MOVFECH-ARQ.
       01 FECH-REGISTRO             PIC X(78).

      * Interface contabil (mesmo layout do PROGGL).
       FD  GLSAIDA-ARQ.
       01 GL-REGISTRO.
          05 GL-LOTE              PIC 9(06).
          05 GL-DATA              PIC 9(08).
          05 GL-CONTA-CONTABIL    PIC 9(08).
          05 GL-NATUREZA          PIC X(01).
          05 GL-VALOR             PIC 9(13)V99.
          05 GL-HISTORICO         PIC X(20).

       FD  GLCTRL-ARQ.
       01 GLC-REGISTRO.
          05 GLC-ULTIMO-LOTE      PIC 9(06).

      * Diario de lotes enviados a contadoria (casado pelo PROGGLRET).
       FD  GLLOG-ARQ.
       01 GLG-REGISTRO.
          05 GLG-LOTE             PIC 9(06).
          05 GLG-DATA             PIC 9(08).
          05 GLG-QTD-PARTIDAS     PIC 9(06).
          05 GLG-SITUACAO         PIC X(01).
             88 GLG-PENDENTE           VALUE "P".

      * Data de movimento do ciclo (PROGDATAMOV).
       FD  DATAMOV-ARQ.
       COPY DTMREG.

       FD  RUNCTRL-ARQ.
       COPY RUNREG.
       WORKING-STORAGE SECTION.
       COPY RUNW.

       COPY DATLERW.

          01 WS-STATUS-APJ           PIC XX.
             88 ARQ-APJ-OK                VALUE "00".
             88 ARQ-APJ-FIM               VALUE "10".
             88 ARQ-APJ-NAO-ENCONTRADO    VALUE "23".
             88 ARQ-APJ-INEXISTENTE       VALUE "35".

          01 WS-STATUS-CDB           PIC XX.
             88 ARQ-CDB-OK                VALUE "00".
             88 ARQ-CDB-FIM               VALUE "10".

          01 WS-STATUS-EMP           PIC XX.
             88 ARQ-EMP-OK                VALUE "00".

          01 WS-STATUS-EPA           PIC XX.
             88 ARQ-EPA-OK                VALUE "00".
             88 ARQ-EPA-FIM               VALUE "10".
             88 ARQ-EPA-NAO-ENCONTRADA    VALUE "23".

          01 WS-STATUS-MOV           PIC XX.
             88 ARQ-MOV-OK                VALUE "00".
             88 ARQ-MOV-FIM-CARGA         VALUE "10".

       COPY REFARQW.

          01 WS-STATUS-FECH          PIC XX.
             88 ARQ-FECH-OK               VALUE "00".
             88 ARQ-FECH-FIM              VALUE "10".

      * Usado apenas como area de trabalho para os paragrafos comuns
      * de referencia duplicada (REFDUP), que conferem TRAN-REFERENCIA.
       COPY TRANREG.

          01 WS-STATUS-GL            PIC XX.
             88 ARQ-GL-OK                 VALUE "00".

          01 WS-STATUS-CTRL          PIC XX.
             88 ARQ-CTRL-OK               VALUE "00".

          01 WS-STATUS-LOG           PIC XX.
             88 ARQ-LOG-OK                VALUE "00".

          01 WS-DATA-SISTEMA         PIC 9(08) VALUE ZEROS.
          01 WS-LOTE                 PIC 9(06) VALUE 0.
          01 WS-QTD-PARTIDAS         PIC 9(06) VALUE 0.

      * Resgates de CDB do dia (movimento "Y" na faixa do CDB, ver
      * REFREG): referencia e valor pago, para acertar o apropriado
      * ao juro efetivamente pago.
          01 WS-TAB-RESGATES.
             05 WS-TAB-RES-ENTRADA OCCURS 500 TIMES
                   INDEXED BY WS-RES-IDX.
                10 WS-TAB-RES-REFERENCIA PIC 9(10).
                10 WS-TAB-RES-VALOR      PIC 9(09)V99.
          01 WS-TAB-RES-QTD          PIC 9(04) VALUE 0.
          01 WS-TAB-RES-ACHOU        PIC X(01).
             88 RESGATE-ACHADO            VALUE "S".
          01 WS-REF-RESGATE          PIC 9(10).

      * Meses (com fracao de 30 dias) entre WS-PER-DE e WS-PER-ATE,
      * mesmo criterio do valor presente do PROGEMPCON.
          01 WS-PER-DE               PIC 9(08).
          01 WS-PER-DE-R REDEFINES WS-PER-DE.
             05 WS-PER-DE-ANO        PIC 9(04).
             05 WS-PER-DE-MES        PIC 9(02).
             05 WS-PER-DE-DIA        PIC 9(02).
          01 WS-PER-ATE              PIC 9(08).
          01 WS-PER-ATE-R REDEFINES WS-PER-ATE.
             05 WS-PER-ATE-ANO       PIC 9(04).
             05 WS-PER-ATE-MES       PIC 9(02).
             05 WS-PER-ATE-DIA       PIC 9(02).
          01 WS-PERIODOS             PIC S9(04)V9(06).
          01 WS-MESES                PIC S9(05).
          01 WS-FATOR                PIC 9(05)V9(08).

          01 WS-POSICAO-NOVA         PIC X(01).
             88 POSICAO-NOVA              VALUE "S".
          01 WS-PARCELA-PAGA         PIC X(01).
             88 PARCELA-PAGA              VALUE "S".
          01 WS-CONTRATO-ATUAL       PIC 9(10) VALUE ZEROS.
          01 WS-CONTRATO-LIDO        PIC X(01) VALUE "N".
             88 CONTRATO-LIDO             VALUE "S".

          01 WS-VP-HOJE              PIC 9(09)V99.
          01 WS-ALVO                 PIC S9(09)V99.
          01 WS-VARIACAO             PIC S9(09)V99.
          01 WS-LIBERAR              PIC 9(09)V99.
          01 WS-JUROS-PAGOS          PIC S9(09)V99.
          01 WS-JUROS-TOTAL          PIC 9(09)V99.

      * Totais do dia para o lote contabil: apropriacao liquida
      * (pode sair negativa com acerto ou reprogramacao) e liberacao.
          01 WS-TOT-APROP-CDB        PIC S9(09)V99 VALUE 0.
          01 WS-TOT-LIBER-CDB        PIC 9(09)V99 VALUE 0.
          01 WS-TOT-APROP-EMP        PIC S9(09)V99 VALUE 0.
          01 WS-TOT-LIBER-EMP        PIC 9(09)V99 VALUE 0.
          01 WS-VALOR-ABS            PIC 9(09)V99.

          01 WS-QTD-CDB-APROPRIADOS  PIC 9(06) VALUE 0.
          01 WS-QTD-CDB-LIBERADOS    PIC 9(06) VALUE 0.
          01 WS-QTD-CDB-SEM-RESGATE  PIC 9(06) VALUE 0.
          01 WS-QTD-PAR-APROPRIADAS  PIC 9(06) VALUE 0.
          01 WS-QTD-PAR-LIBERADAS    PIC 9(06) VALUE 0.
          01 WS-QTD-PAR-REPROGRAMADAS PIC 9(06) VALUE 0.
          01 WS-QTD-PAR-EXCLUIDAS    PIC 9(06) VALUE 0.
          01 WS-QTD-SEM-CONTRATO     PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           PERFORM OBTEM-DATA-MOVIMENTO
           IF WS-DATA-MOVIMENTO > 0
               MOVE WS-DATA-MOVIMENTO TO WS-DATA-SISTEMA
           END-IF
           MOVE "PROGAPRJ" TO WS-RUN-PROGRAMA
           MOVE WS-DATA-SISTEMA TO WS-RUN-DATA-CICLO
           PERFORM VERIFICA-CICLO-JA-RODADO
           IF RUN-CONCLUIDO
               PERFORM SALTA-PASSO-CONCLUIDO
           END-IF
           IF RUN-JA-RODOU
               DISPLAY "APROPRIACAO DE JUROS JA EXECUTADA NA DATA "
                   WS-DATA-SISTEMA " - EXECUCAO RECUSADA (VER "
                   "PROGRUNREL)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM INICIALIZAR
           PERFORM CARREGA-RESGATES-DO-DIA
           PERFORM APROPRIA-CDB
           PERFORM APROPRIA-EMPRESTIMOS
           PERFORM LIBERA-PARCELAS-EXCLUIDAS
           PERFORM GRAVA-LOTE-CONTABIL THRU GRAVA-LOTE-CONTABIL-EXIT
           PERFORM FINALIZAR
           COMPUTE WS-RUN-QTD =
               WS-QTD-CDB-APROPRIADOS + WS-QTD-PAR-APROPRIADAS
           PERFORM GRAVA-RUN-CONTROLE
           STOP RUN.

       COPY DATLER.

       INICIALIZAR.
           OPEN I-O APROPJUR-ARQ
           IF NOT ARQ-APJ-OK AND NOT ARQ-APJ-INEXISTENTE
               DISPLAY "APROPJUR NAO ABERTO (" WS-STATUS-APJ
                   ") - PASSO ABORTADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ARQ-APJ-INEXISTENTE
               OPEN OUTPUT APROPJUR-ARQ
               CLOSE APROPJUR-ARQ
               OPEN I-O APROPJUR-ARQ
           END-IF
           OPEN INPUT CDBAPL-ARQ
           OPEN INPUT EMPCON-ARQ
           OPEN INPUT EMPPAR-ARQ
           PERFORM ABRE-REFERENCIAS-POSTADAS
           MOVE 0 TO RETURN-CODE.

       COPY REFDUP.

      *-----------------------------------------------------------------
      * Resgates de CDB postados hoje (PROGCDBVENC no vencimento e o
      * balcao no resgate antecipado): referencia 9000000000 + numero.
      *-----------------------------------------------------------------
       CARREGA-RESGATES-DO-DIA.
           MOVE 0 TO WS-TAB-RES-QTD
           OPEN INPUT MOVIMENTO-ARQ
           IF ARQ-MOV-OK
               READ MOVIMENTO-ARQ
                   AT END SET ARQ-MOV-FIM-CARGA TO TRUE
               END-READ
               PERFORM GUARDA-RESGATE UNTIL ARQ-MOV-FIM-CARGA
               CLOSE MOVIMENTO-ARQ
           END-IF.

       GUARDA-RESGATE.
           IF MOV-DATA = WS-DATA-SISTEMA AND MOV-RESGATE-CDB
                   AND MOV-REFERENCIA NOT < 9000000000
                   AND MOV-REFERENCIA < 9400000000
               IF WS-TAB-RES-QTD < 500
                   ADD 1 TO WS-TAB-RES-QTD
                   SET WS-RES-IDX TO WS-TAB-RES-QTD
                   MOVE MOV-REFERENCIA
                     TO WS-TAB-RES-REFERENCIA (WS-RES-IDX)
                   MOVE MOV-VALOR TO WS-TAB-RES-VALOR (WS-RES-IDX)
               ELSE
                   DISPLAY "TABELA DE RESGATES CHEIA, RESGATE SEM "
                       "ACERTO: " MOV-REFERENCIA
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           READ MOVIMENTO-ARQ
               AT END SET ARQ-MOV-FIM-CARGA TO TRUE
           END-READ.

       PROCURA-RESGATE.
           MOVE "N" TO WS-TAB-RES-ACHOU
           SET WS-RES-IDX TO 1
           PERFORM PROCURA-RESGATE-VARRE
               UNTIL WS-RES-IDX > WS-TAB-RES-QTD OR RESGATE-ACHADO.

       PROCURA-RESGATE-VARRE.
           IF WS-TAB-RES-REFERENCIA (WS-RES-IDX) = WS-REF-RESGATE
               MOVE "S" TO WS-TAB-RES-ACHOU
           ELSE
               SET WS-RES-IDX UP BY 1
           END-IF.

      *-----------------------------------------------------------------
      * CDB: aplicado apropria o juro decorrido (composto pela taxa
      * contratada, limitado ao juro total do vencimento); resgatado
      * hoje acerta o apropriado para o juro pago e libera.
      *-----------------------------------------------------------------
       APROPRIA-CDB.
           IF NOT ARQ-CDB-OK
               DISPLAY "ARQUIVO DE APLICACOES (CDBAPL) AUSENTE - CDB "
                   "NAO APROPRIADO"
           ELSE
               MOVE ZEROS TO CDB-NUMERO
               START CDBAPL-ARQ KEY NOT < CDB-NUMERO
               READ CDBAPL-ARQ NEXT RECORD
                   AT END SET ARQ-CDB-FIM TO TRUE
               END-READ
               PERFORM APROPRIA-UM-CDB THRU APROPRIA-UM-CDB-EXIT
                   UNTIL NOT ARQ-CDB-OK
           END-IF.

       APROPRIA-UM-CDB.
           MOVE "C"        TO APJ-TIPO
           MOVE CDB-NUMERO TO APJ-NUMERO
           MOVE 0          TO APJ-PARCELA
           PERFORM LE-POSICAO
           IF NOT POSICAO-NOVA AND APJ-LIBERADA
               GO TO APROPRIA-UM-CDB-EXIT
           END-IF

           IF CDB-RESGATADO
               COMPUTE WS-REF-RESGATE = 9000000000 + CDB-NUMERO
               PERFORM PROCURA-RESGATE
               IF RESGATE-ACHADO
                   COMPUTE WS-JUROS-PAGOS =
                       WS-TAB-RES-VALOR (WS-RES-IDX) - CDB-PRINCIPAL
                   IF WS-JUROS-PAGOS < 0
                       MOVE 0 TO WS-JUROS-PAGOS
                   END-IF
                   MOVE WS-JUROS-PAGOS TO WS-ALVO
                   MOVE WS-ALVO TO WS-JUROS-TOTAL
               ELSE
      * Resgate de outro dia (ciclo perdido) ou anterior a posicao:
      * libera o que estiver apropriado, sem acerto.
                   IF POSICAO-NOVA
                       GO TO APROPRIA-UM-CDB-EXIT
                   END-IF
                   MOVE APJ-APROPRIADO TO WS-ALVO
                   ADD 1 TO WS-QTD-CDB-SEM-RESGATE
               END-IF
           ELSE
               PERFORM CALCULA-ALVO-CDB
           END-IF
           IF POSICAO-NOVA
               PERFORM INICIA-POSICAO-CDB
           END-IF

           COMPUTE WS-VARIACAO = WS-ALVO - APJ-APROPRIADO
           ADD WS-VARIACAO TO WS-TOT-APROP-CDB
           MOVE WS-ALVO         TO APJ-APROPRIADO
           MOVE WS-DATA-SISTEMA TO APJ-DATA-ULT-APROP
           ADD 1 TO WS-QTD-CDB-APROPRIADOS
           IF CDB-RESGATADO
               ADD APJ-APROPRIADO TO WS-TOT-LIBER-CDB
               PERFORM LIBERA-POSICAO
               ADD 1 TO WS-QTD-CDB-LIBERADOS
           END-IF
           PERFORM GRAVA-POSICAO.
       APROPRIA-UM-CDB-EXIT.
           READ CDBAPL-ARQ NEXT RECORD
               AT END SET ARQ-CDB-FIM TO TRUE
           END-READ.

      * Juro total do vencimento pelos meses cheios do prazo, mesma
      * conta do PROGCDBVENC; antes do vencimento, o juro composto
      * pelos meses decorridos (com fracao), limitado ao total.
       CALCULA-ALVO-CDB.
           MOVE CDB-DATA-APLICACAO(1:4)  TO WS-PER-DE-ANO
           MOVE CDB-DATA-APLICACAO(5:2)  TO WS-PER-DE-MES
           MOVE CDB-DATA-VENCIMENTO(1:4) TO WS-PER-ATE-ANO
           MOVE CDB-DATA-VENCIMENTO(5:2) TO WS-PER-ATE-MES
           COMPUTE WS-MESES =
               (WS-PER-ATE-ANO * 12) + WS-PER-ATE-MES
               - (WS-PER-DE-ANO * 12) - WS-PER-DE-MES
           IF WS-MESES < 0
               MOVE 0 TO WS-MESES
           END-IF
           COMPUTE WS-FATOR ROUNDED = (1 + CDB-TAXA) ** WS-MESES
           COMPUTE WS-VALOR-ABS ROUNDED =
               CDB-PRINCIPAL * WS-FATOR - CDB-PRINCIPAL
           MOVE WS-VALOR-ABS TO WS-JUROS-TOTAL
           MOVE WS-VALOR-ABS TO WS-ALVO
           IF WS-DATA-SISTEMA < CDB-DATA-VENCIMENTO
               MOVE CDB-DATA-APLICACAO TO WS-PER-DE
               MOVE WS-DATA-SISTEMA    TO WS-PER-ATE
               PERFORM CALCULA-PERIODOS
               COMPUTE WS-FATOR ROUNDED =
                   (1 + CDB-TAXA) ** WS-PERIODOS
               COMPUTE WS-ALVO ROUNDED =
                   CDB-PRINCIPAL * WS-FATOR - CDB-PRINCIPAL
               IF WS-ALVO > WS-JUROS-TOTAL
                   MOVE WS-JUROS-TOTAL TO WS-ALVO
               END-IF
               IF WS-ALVO < 0
                   MOVE 0 TO WS-ALVO
               END-IF
           END-IF.

       INICIA-POSICAO-CDB.
           MOVE CDB-CONTA          TO APJ-CONTA
           MOVE CDB-PRINCIPAL      TO APJ-BASE
           MOVE WS-JUROS-TOTAL     TO APJ-VALOR-REF
           MOVE 0                  TO APJ-APROPRIADO
           MOVE CDB-DATA-APLICACAO TO APJ-DATA-INICIO
           SET APJ-ATIVA           TO TRUE
           MOVE 0                  TO APJ-VALOR-LIBERADO
           MOVE 0                  TO APJ-DATA-LIBERACAO.

      *-----------------------------------------------------------------
      * Credito parcelado: o juro de cada parcela e o seu valor menos
      * o valor presente na contratacao; apropriado ate hoje e o
      * valor presente de hoje menos o da contratacao (parcela
      * vencida vale o nominal, mora inclusive). Paga, libera.
      *-----------------------------------------------------------------
       APROPRIA-EMPRESTIMOS.
           IF NOT ARQ-EPA-OK
               DISPLAY "ARQUIVO DE PARCELAS (EMPPAR) AUSENTE - "
                   "EMPRESTIMOS NAO APROPRIADOS"
           ELSE
               MOVE LOW-VALUES TO EPA-CHAVE
               START EMPPAR-ARQ KEY NOT < EPA-CHAVE
               READ EMPPAR-ARQ NEXT RECORD
                   AT END SET ARQ-EPA-FIM TO TRUE
               END-READ
               PERFORM APROPRIA-PARCELA THRU APROPRIA-PARCELA-EXIT
                   UNTIL NOT ARQ-EPA-OK
           END-IF.

       APROPRIA-PARCELA.
           IF EPA-CONTRATO NOT = WS-CONTRATO-ATUAL
               MOVE EPA-CONTRATO TO WS-CONTRATO-ATUAL
               MOVE "N" TO WS-CONTRATO-LIDO
               MOVE EPA-CONTRATO TO EMP-CONTRATO
               READ EMPCON-ARQ
                   INVALID KEY CONTINUE
               END-READ
               IF ARQ-EMP-OK
                   MOVE "S" TO WS-CONTRATO-LIDO
               ELSE
                   DISPLAY "PARCELAS SEM CONTRATO (CONFERIR): "
                       EPA-CONTRATO
                   ADD 1 TO WS-QTD-SEM-CONTRATO
               END-IF
           END-IF
           IF NOT CONTRATO-LIDO
               GO TO APROPRIA-PARCELA-EXIT
           END-IF

      * Paga: marcada pelo PROGEMPGER/quitacao, ou emitida com a
      * referencia ja postada hoje pelo fechamento.
           MOVE "N" TO WS-PARCELA-PAGA
           IF EPA-PAGA
               MOVE "S" TO WS-PARCELA-PAGA
           END-IF
           IF EPA-EMITIDA
               MOVE EPA-REFERENCIA TO TRAN-REFERENCIA
               PERFORM VERIFICA-REF-DUPLICADA
               IF REF-ACHOU
                   MOVE "S" TO WS-PARCELA-PAGA
               END-IF
           END-IF

           MOVE "E"          TO APJ-TIPO
           MOVE EPA-CONTRATO TO APJ-NUMERO
           MOVE EPA-PARCELA  TO APJ-PARCELA
           PERFORM LE-POSICAO
           IF POSICAO-NOVA
               IF PARCELA-PAGA
                   GO TO APROPRIA-PARCELA-EXIT
               END-IF
               PERFORM INICIA-POSICAO-PARCELA
           ELSE
               IF APJ-LIBERADA
                   GO TO APROPRIA-PARCELA-EXIT
               END-IF
           END-IF

           IF EPA-VALOR NOT = APJ-VALOR-REF
               IF EPA-PENDENTE AND EPA-VALOR < APJ-VALOR-REF
                   PERFORM REPROGRAMA-POSICAO
               END-IF
               MOVE EPA-VALOR TO APJ-VALOR-REF
           END-IF

           MOVE WS-DATA-SISTEMA TO WS-PER-DE
           MOVE EPA-VENCIMENTO  TO WS-PER-ATE
           PERFORM CALCULA-PERIODOS
           COMPUTE WS-FATOR ROUNDED = (1 + EMP-TAXA) ** WS-PERIODOS
           COMPUTE WS-VP-HOJE ROUNDED = EPA-VALOR / WS-FATOR
           COMPUTE WS-ALVO = WS-VP-HOJE - APJ-BASE
           IF WS-ALVO < 0
               MOVE 0 TO WS-ALVO
           END-IF

           COMPUTE WS-VARIACAO = WS-ALVO - APJ-APROPRIADO
           ADD WS-VARIACAO TO WS-TOT-APROP-EMP
           MOVE WS-ALVO         TO APJ-APROPRIADO
           MOVE WS-DATA-SISTEMA TO APJ-DATA-ULT-APROP
           ADD 1 TO WS-QTD-PAR-APROPRIADAS
           IF PARCELA-PAGA
               ADD APJ-APROPRIADO TO WS-TOT-LIBER-EMP
               PERFORM LIBERA-POSICAO
               ADD 1 TO WS-QTD-PAR-LIBERADAS
           END-IF
           PERFORM GRAVA-POSICAO.
       APROPRIA-PARCELA-EXIT.
           READ EMPPAR-ARQ NEXT RECORD
               AT END SET ARQ-EPA-FIM TO TRUE
           END-READ.

       INICIA-POSICAO-PARCELA.
           MOVE EMP-DATA-CONTRATACAO TO WS-PER-DE
           MOVE EPA-VENCIMENTO       TO WS-PER-ATE
           PERFORM CALCULA-PERIODOS
           COMPUTE WS-FATOR ROUNDED = (1 + EMP-TAXA) ** WS-PERIODOS
           MOVE EMP-CONTA            TO APJ-CONTA
           COMPUTE APJ-BASE ROUNDED  = EPA-VALOR / WS-FATOR
           MOVE EPA-VALOR            TO APJ-VALOR-REF
           MOVE 0                    TO APJ-APROPRIADO
           MOVE EMP-DATA-CONTRATACAO TO APJ-DATA-INICIO
           SET APJ-ATIVA             TO TRUE
           MOVE 0                    TO APJ-VALOR-LIBERADO
           MOVE 0                    TO APJ-DATA-LIBERACAO.

      * Amortizacao com reducao do valor da parcela (PROGEMPCON): a
      * parte do apropriado que corresponde a reducao foi recebida no
      * pagamento antecipado e e liberada; base e apropriado ficam
      * proporcionais ao novo valor.
       REPROGRAMA-POSICAO.
           COMPUTE WS-LIBERAR ROUNDED =
               APJ-APROPRIADO * (APJ-VALOR-REF - EPA-VALOR)
               / APJ-VALOR-REF
           SUBTRACT WS-LIBERAR FROM APJ-APROPRIADO
           ADD WS-LIBERAR TO APJ-VALOR-LIBERADO
           ADD WS-LIBERAR TO WS-TOT-LIBER-EMP
           COMPUTE APJ-BASE ROUNDED =
               APJ-BASE * EPA-VALOR / APJ-VALOR-REF
           ADD 1 TO WS-QTD-PAR-REPROGRAMADAS.

      *-----------------------------------------------------------------
      * Parcela excluida na amortizacao com reducao de prazo
      * (PROGEMPCON): posicao ativa nao vista hoje e sem parcela em
      * EMPPAR libera o apropriado, recebido no pagamento antecipado.
      *-----------------------------------------------------------------
       LIBERA-PARCELAS-EXCLUIDAS.
           MOVE "E" TO APJ-TIPO
           MOVE 0   TO APJ-NUMERO
           MOVE 0   TO APJ-PARCELA
           START APROPJUR-ARQ KEY NOT < APJ-CHAVE
           IF ARQ-APJ-OK
               READ APROPJUR-ARQ NEXT RECORD
                   AT END SET ARQ-APJ-FIM TO TRUE
               END-READ
           END-IF
           PERFORM CONFERE-POSICAO-PARCELA
               UNTIL NOT ARQ-APJ-OK OR NOT APJ-EMPRESTIMO.

       CONFERE-POSICAO-PARCELA.
           IF APJ-ATIVA AND APJ-DATA-ULT-APROP < WS-DATA-SISTEMA
               MOVE APJ-NUMERO  TO EPA-CONTRATO
               MOVE APJ-PARCELA TO EPA-PARCELA
               READ EMPPAR-ARQ
                   INVALID KEY CONTINUE
               END-READ
               IF ARQ-EPA-NAO-ENCONTRADA
                   ADD APJ-APROPRIADO TO WS-TOT-LIBER-EMP
                   MOVE WS-DATA-SISTEMA TO APJ-DATA-ULT-APROP
                   PERFORM LIBERA-POSICAO
                   REWRITE APJ-REGISTRO
                   ADD 1 TO WS-QTD-PAR-EXCLUIDAS
               END-IF
           END-IF
           READ APROPJUR-ARQ NEXT RECORD
               AT END SET ARQ-APJ-FIM TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * Rotinas da posicao.
      *-----------------------------------------------------------------
       LE-POSICAO.
           MOVE "N" TO WS-POSICAO-NOVA
           READ APROPJUR-ARQ
               INVALID KEY CONTINUE
           END-READ
           IF NOT ARQ-APJ-OK
               MOVE "S" TO WS-POSICAO-NOVA
           END-IF.

       LIBERA-POSICAO.
           ADD APJ-APROPRIADO   TO APJ-VALOR-LIBERADO
           MOVE 0               TO APJ-APROPRIADO
           SET APJ-LIBERADA     TO TRUE
           MOVE WS-DATA-SISTEMA TO APJ-DATA-LIBERACAO.

       GRAVA-POSICAO.
           IF POSICAO-NOVA
               WRITE APJ-REGISTRO
                   INVALID KEY CONTINUE
               END-WRITE
           ELSE
               REWRITE APJ-REGISTRO
           END-IF
           IF NOT ARQ-APJ-OK
               DISPLAY "POSICAO NAO GRAVADA (" WS-STATUS-APJ "): "
                   APJ-TIPO " " APJ-NUMERO "/" APJ-PARCELA
               MOVE 4 TO RETURN-CODE
           END-IF.

      * Meses entre WS-PER-DE e WS-PER-ATE, com a fracao do dia em
      * mes comercial de 30 dias; negativo vira zero.
       CALCULA-PERIODOS.
           COMPUTE WS-PERIODOS =
               (WS-PER-ATE-ANO * 12) + WS-PER-ATE-MES
               - (WS-PER-DE-ANO * 12) - WS-PER-DE-MES
               + ((WS-PER-ATE-DIA - WS-PER-DE-DIA) / 30)
           IF WS-PERIODOS < 0
               MOVE 0 TO WS-PERIODOS
           END-IF.

      *-----------------------------------------------------------------
      * Lote contabil do dia, acrescentado ao GLSAIDA gerado pelo
      * PROGGL. Apropriacao negativa (acerto do resgate antecipado,
      * reducao de parcela) sai como a partida inversa. Sem valor
      * nenhum nao ha lote.
      *-----------------------------------------------------------------
       GRAVA-LOTE-CONTABIL.
           IF WS-TOT-APROP-CDB = 0 AND WS-TOT-LIBER-CDB = 0
                   AND WS-TOT-APROP-EMP = 0 AND WS-TOT-LIBER-EMP = 0
               GO TO GRAVA-LOTE-CONTABIL-EXIT
           END-IF
           PERFORM OBTEM-PROXIMO-LOTE
           OPEN EXTEND GLSAIDA-ARQ
           IF NOT ARQ-GL-OK
               OPEN OUTPUT GLSAIDA-ARQ
           END-IF
           IF WS-TOT-APROP-CDB > 0
               MOVE WS-TOT-APROP-CDB TO GL-VALOR
               MOVE 31050001 TO GL-CONTA-CONTABIL
               MOVE "APROP. JUROS CDB"    TO GL-HISTORICO
               PERFORM GRAVA-DEBITO
               MOVE 21070002 TO GL-CONTA-CONTABIL
               PERFORM GRAVA-CREDITO
           END-IF
           IF WS-TOT-APROP-CDB < 0
               COMPUTE WS-VALOR-ABS = WS-TOT-APROP-CDB * -1
               MOVE WS-VALOR-ABS TO GL-VALOR
               MOVE 21070002 TO GL-CONTA-CONTABIL
               MOVE "ACERTO JUROS CDB"    TO GL-HISTORICO
               PERFORM GRAVA-DEBITO
               MOVE 31050001 TO GL-CONTA-CONTABIL
               PERFORM GRAVA-CREDITO
           END-IF
           IF WS-TOT-LIBER-CDB NOT = 0
               MOVE WS-TOT-LIBER-CDB TO GL-VALOR
               MOVE 21070002 TO GL-CONTA-CONTABIL
               MOVE "LIBERA JUROS CDB"    TO GL-HISTORICO
               PERFORM GRAVA-DEBITO
               MOVE 21070001 TO GL-CONTA-CONTABIL
               PERFORM GRAVA-CREDITO
           END-IF
           IF WS-TOT-APROP-EMP > 0
               MOVE WS-TOT-APROP-EMP TO GL-VALOR
               MOVE 11060002 TO GL-CONTA-CONTABIL
               MOVE "APROP. JUROS EMPREST" TO GL-HISTORICO
               PERFORM GRAVA-DEBITO
               MOVE 41050001 TO GL-CONTA-CONTABIL
               PERFORM GRAVA-CREDITO
           END-IF
           IF WS-TOT-APROP-EMP < 0
               COMPUTE WS-VALOR-ABS = WS-TOT-APROP-EMP * -1
               MOVE WS-VALOR-ABS TO GL-VALOR
               MOVE 41050001 TO GL-CONTA-CONTABIL
               MOVE "ACERTO JUROS EMPREST" TO GL-HISTORICO
               PERFORM GRAVA-DEBITO
               MOVE 11060002 TO GL-CONTA-CONTABIL
               PERFORM GRAVA-CREDITO
           END-IF
           IF WS-TOT-LIBER-EMP NOT = 0
               MOVE WS-TOT-LIBER-EMP TO GL-VALOR
               MOVE 11060001 TO GL-CONTA-CONTABIL
               MOVE "LIBERA JUROS EMPREST" TO GL-HISTORICO
               PERFORM GRAVA-DEBITO
               MOVE 11060002 TO GL-CONTA-CONTABIL
               PERFORM GRAVA-CREDITO
           END-IF
           CLOSE GLSAIDA-ARQ
           PERFORM GRAVA-CONTROLE-LOTE.
       GRAVA-LOTE-CONTABIL-EXIT.
           EXIT.

       OBTEM-PROXIMO-LOTE.
           OPEN INPUT GLCTRL-ARQ
           IF ARQ-CTRL-OK
               READ GLCTRL-ARQ
               IF ARQ-CTRL-OK
                   MOVE GLC-ULTIMO-LOTE TO WS-LOTE
               END-IF
               CLOSE GLCTRL-ARQ
           END-IF
           ADD 1 TO WS-LOTE.

       GRAVA-DEBITO.
           MOVE "D" TO GL-NATUREZA
           PERFORM GRAVA-LINHA-GL.

       GRAVA-CREDITO.
           MOVE "C" TO GL-NATUREZA
           PERFORM GRAVA-LINHA-GL.

       GRAVA-LINHA-GL.
           MOVE WS-LOTE         TO GL-LOTE
           MOVE WS-DATA-SISTEMA TO GL-DATA
           WRITE GL-REGISTRO
           ADD 1 TO WS-QTD-PARTIDAS.

       GRAVA-CONTROLE-LOTE.
           MOVE WS-LOTE TO GLC-ULTIMO-LOTE
           OPEN OUTPUT GLCTRL-ARQ
           WRITE GLC-REGISTRO
           CLOSE GLCTRL-ARQ
           OPEN EXTEND GLLOG-ARQ
           IF NOT ARQ-LOG-OK
               OPEN OUTPUT GLLOG-ARQ
           END-IF
           MOVE WS-LOTE          TO GLG-LOTE
           MOVE WS-DATA-SISTEMA  TO GLG-DATA
           MOVE WS-QTD-PARTIDAS  TO GLG-QTD-PARTIDAS
           SET GLG-PENDENTE      TO TRUE
           WRITE GLG-REGISTRO
           CLOSE GLLOG-ARQ.

       FINALIZAR.
           CLOSE APROPJUR-ARQ
           CLOSE CDBAPL-ARQ
           CLOSE EMPCON-ARQ
           CLOSE EMPPAR-ARQ
           CLOSE REFARQ-ARQ
           IF WS-QTD-SEM-CONTRATO > 0 OR WS-QTD-CDB-SEM-RESGATE > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "===== APROPRIACAO DIARIA DE JUROS ====="
           DISPLAY "DATA DO CICLO..........: " WS-DATA-SISTEMA
           DISPLAY "NUMERO DO LOTE.........: " WS-LOTE
           DISPLAY "--- CDB (DESPESA) ---"
           DISPLAY "APLICACOES APROPRIADAS.: " WS-QTD-CDB-APROPRIADOS
           DISPLAY "APROPRIACAO LIQUIDA....: " WS-TOT-APROP-CDB
           DISPLAY "RESGATES LIBERADOS.....: " WS-QTD-CDB-LIBERADOS
           DISPLAY "JUROS LIBERADOS........: " WS-TOT-LIBER-CDB
           DISPLAY "RESGATE FORA DO DIA....: " WS-QTD-CDB-SEM-RESGATE
           DISPLAY "--- EMPRESTIMOS (RECEITA) ---"
           DISPLAY "PARCELAS APROPRIADAS...: " WS-QTD-PAR-APROPRIADAS
           DISPLAY "APROPRIACAO LIQUIDA....: " WS-TOT-APROP-EMP
           DISPLAY "PARCELAS PAGAS.........: " WS-QTD-PAR-LIBERADAS
           DISPLAY "PARCELAS REPROGRAMADAS.: " WS-QTD-PAR-REPROGRAMADAS
           DISPLAY "PARCELAS EXCLUIDAS.....: " WS-QTD-PAR-EXCLUIDAS
           DISPLAY "JUROS LIBERADOS........: " WS-TOT-LIBER-EMP
           DISPLAY "CONTRATOS NAO ACHADOS..: " WS-QTD-SEM-CONTRATO
           DISPLAY "PARTIDAS GRAVADAS......: " WS-QTD-PARTIDAS
           DISPLAY "RETURN-CODE............: " RETURN-CODE.

       COPY RUNCTL.
       END PROGRAM PROGAPRJUR.
