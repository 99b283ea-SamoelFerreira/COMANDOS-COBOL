      *          MOVCTRL). A LEITURA DO MOVIMENTO E A RECONSTITUICAO
      *          DO SALDO DE ABERTURA SAO AS MESMAS DO PROGEXTRATO:
      *          MOVFECH E MOVIMENTO LIDOS COMO LINHAS DE LARGURA FIXA
      *          E DECODIFICADOS NO LAYOUT MOVREG. CADA EXTRATO
      *          AVULSO GERADO PELA FILA GRAVA O EVENTO TARIFAVEL "E"
      *          (TAREVT, VER EVTREG), COBRADO PELO PROGTARAV NO CICLO
      *          SEGUINTE (ESTE PASSO RODA DEPOIS DA COBRANCA); O
      *          EXTRATO MENSAL DO MES FECHADO NAO E TARIFADO.
      * Tectonics: cobc
      *
      * Historico de alteracoes:
      *              quantidade e RETURN-CODE deste passo. Reexecucao
      *              na mesma data segue permitida - as protecoes de
      *              replay do proprio passo cobrem o reprocessamento.
      * 15/10/2026 - EM - Estorno de lancamento (MOV-ESTORNO "W",
      *              PROGESTORNO) entra no saldo pelo proprio valor
      *              assinado, no mesmo ramo dos creditos - o par
      *              lancamento / estorno se anula no saldo corrente.
      * 15/10/2026 - EM - Cada extrato avulso gerado pela fila EXTFILA
      *              grava o evento tarifavel "E" (TAREVT, copybooks
      *              EVTW/EVTGRAVA, referencia = data final do periodo
      *              pedido) para a cobranca pelo PROGTARAV. Pedido de
      *              conta inexistente e extrato mensal nao geram
      *              evento.
      * 15/10/2026 - EM - Credito de contestacao
      *              (MOV-CREDITO-CONTESTACAO "K", PROGCONTEST) entra no
      *              saldo como credito.
      * 15/10/2026 - EM - Passo ja concluido na data do ciclo (RUNCTRL,
      *              RC ate 4) e saltado com RC 0 (reinicio do
      *              EODJOB).
      * 15/10/2026 - EM - Linhas de movimento acompanham MOVREG (77
      *              bytes); saldos em S9(13)V99 e colunas de
      *              valor e saldo editadas com 11 inteiros.
      * 15/10/2026 - EM - Linhas de movimento acompanham MOVREG
      *              (78 bytes).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGEXTLOTE.
           SELECT RUNCTRL-ARQ ASSIGN TO "RUNCTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RUN.

           SELECT TAREVT-ARQ ASSIGN TO "TAREVT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EVT-CHAVE
               FILE STATUS IS WS-STATUS-EVT.
       DATA DIVISION.
       FILE SECTION.
       FD  CTAMESTRE-ARQ.
       COPY CTAREG.

       FD  MOVIMENTO-ARQ.
       01 MOVLIN-REGISTRO           PIC X(78).

       FD  MOVFECH-ARQ.
       01 FECH-REGISTRO             PIC X(78).

       FD  MOVCTRL-ARQ.
       COPY PERREG.

       FD  RUNCTRL-ARQ.
       COPY RUNREG.

      * Eventos tarifaveis (cobrados pelo PROGTARAV).
       FD  TAREVT-ARQ.
       COPY EVTREG.
       WORKING-STORAGE SECTION.
       COPY RUNW.

       COPY EVTW.

       COPY DATLERW.

          01 WS-STATUS-CTA           PIC XX.
          01 WS-LE-FECHADOS          PIC X(01) VALUE "N".
             88 LE-PERIODOS-FECHADOS      VALUE "S".

          01 WS-SALDO-ATUAL          PIC S9(11)V99.
          01 WS-NET-APOS             PIC S9(13)V99 VALUE 0.
          01 WS-NET-PERIODO          PIC S9(13)V99 VALUE 0.
          01 WS-SALDO-ABERTURA       PIC S9(13)V99.
          01 WS-SALDO-CORRENTE       PIC S9(13)V99.
          01 WS-VALOR-EFEITO         PIC S9(11)V99.
          01 WS-QTD-LINHAS-PERIODO   PIC 9(06) VALUE 0.

      * Periodo do mes fechado (mes anterior ao da data do ciclo).
          01 WS-QTD-EXTRATOS         PIC 9(06) VALUE 0.
          01 WS-QTD-MENSAIS          PIC 9(06) VALUE 0.
          01 WS-QTD-SEM-CONTA        PIC 9(06) VALUE 0.
          01 WS-QTD-TARIFAVEIS       PIC 9(06) VALUE 0.
          01 WS-QTD-EXTRATOS-ANTES   PIC 9(06) VALUE 0.

      * Linhas formatadas do extrato.
          01 WS-LIN-CABECALHO.

          01 WS-LIN-SALDO.
             05 WS-SAL-ROTULO        PIC X(18).
             05 WS-SAL-VALOR         PIC Z(10)9.99CR.

          01 WS-LIN-DETALHE.
             05 WS-DET-DATA          PIC 9(08).
                10 WS-DET-DESCR-TXT  PIC X(10).
                10 WS-DET-DESCR-CTA  PIC X(07).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-DET-VALOR         PIC Z(10)9.99CR.
             05 FILLER               PIC X(08) VALUE " SALDO: ".
             05 WS-DET-SALDO         PIC Z(10)9.99CR.

          01 WS-DET-CONTRA-ED        PIC 9(06).

                   15 WS-TAB-EXT-DATA  PIC 9(08).
                   15 WS-TAB-EXT-HORA  PIC 9(08).
                10 WS-TAB-EXT-TIPO     PIC X(01).
                10 WS-TAB-EXT-VALOR    PIC S9(11)V99.
                10 WS-TAB-EXT-CONTRA   PIC 9(06).
          01 WS-TAB-EXT-QTD          PIC 9(04) VALUE 0.
          01 WS-TAB-EXT-ESTOUROU     PIC X(01) VALUE "N".
          01 WS-EXT-SEQ              PIC 9(04).
          01 WS-IDX-MENOR            USAGE INDEX.
          01 WS-IDX-VARRE            USAGE INDEX.
          01 WS-EXT-TEMP             PIC X(36).

       PROCEDURE DIVISION.

           MOVE "PROGEXTL" TO WS-RUN-PROGRAMA
           MOVE WS-DATA-SISTEMA TO WS-RUN-DATA-CICLO
           PERFORM VERIFICA-CICLO-JA-RODADO
           IF RUN-CONCLUIDO
               PERFORM SALTA-PASSO-CONCLUIDO
           END-IF
           PERFORM INICIALIZAR
           PERFORM LE-CONTROLE-PERIODO
           PERFORM LE-CONTROLE-EXTRATO
           IF NOT ARQ-SAI-OK
               OPEN OUTPUT EXTSAIDA-ARQ
           END-IF
           OPEN I-O TAREVT-ARQ
           IF NOT ARQ-EVT-OK
               CLOSE TAREVT-ARQ
               OPEN OUTPUT TAREVT-ARQ
               CLOSE TAREVT-ARQ
               OPEN I-O TAREVT-ARQ
           END-IF
           MOVE "PROGEXTL" TO WS-EVT-PROGRAMA
           MOVE 0 TO RETURN-CODE.

       LE-CONTROLE-PERIODO.
           MOVE FIL-CONTA        TO WS-CONTA-CONSULTA
           MOVE FIL-DATA-INICIAL TO WS-DATA-INICIAL
           MOVE FIL-DATA-FINAL   TO WS-DATA-FINAL
           MOVE WS-QTD-EXTRATOS  TO WS-QTD-EXTRATOS-ANTES
           PERFORM GERA-EXTRATO THRU GERA-EXTRATO-EXIT
      * Extrato avulso efetivamente gerado: evento da tarifa, com a
      * data final do periodo pedido como referencia.
           IF WS-QTD-EXTRATOS > WS-QTD-EXTRATOS-ANTES
               MOVE FIL-CONTA      TO EVT-CONTA
               SET EVT-EXTRATO     TO TRUE
               MOVE FIL-DATA-FINAL TO EVT-REFERENCIA
               PERFORM GRAVA-EVENTO-TARIFA
               ADD 1 TO WS-QTD-TARIFAVEIS
           END-IF
           READ EXTFILA-ARQ
               AT END SET ARQ-FIL-FIM TO TRUE
           END-READ.
               IF MOV-DEPOSITO OR MOV-JUROS OR MOV-TRANSF-RECEBIDA
                       OR MOV-DEP-CHEQUE OR MOV-DEVOL-INTERBANCARIA
                       OR MOV-LIBERACAO-EMPRESTIMO OR MOV-RESGATE-CDB
                       OR MOV-ESTORNO
                       OR MOV-CREDITO-CONTESTACAO
                   MOVE MOV-VALOR TO WS-VALOR-EFEITO
               ELSE
                   COMPUTE WS-VALOR-EFEITO = MOV-VALOR * -1
           IF MOV-DEPOSITO OR MOV-JUROS OR MOV-TRANSF-RECEBIDA
                   OR MOV-DEP-CHEQUE OR MOV-DEVOL-INTERBANCARIA
                   OR MOV-LIBERACAO-EMPRESTIMO OR MOV-RESGATE-CDB
                   OR MOV-ESTORNO
                   OR MOV-CREDITO-CONTESTACAO
               ADD WS-TAB-EXT-VALOR (WS-EXT-IDX)
                 TO WS-SALDO-CORRENTE
           ELSE
       FINALIZAR.
           CLOSE CTAMESTRE-ARQ
           CLOSE EXTSAIDA-ARQ
           CLOSE TAREVT-ARQ
           IF TAB-CTA-ESTOUROU OR TAB-EXT-ESTOUROU
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "EXTRATOS MENSAIS.....: " WS-QTD-MENSAIS
           DISPLAY "EXTRATOS GERADOS.....: " WS-QTD-EXTRATOS
           DISPLAY "PEDIDOS SEM CONTA....: " WS-QTD-SEM-CONTA
           DISPLAY "EVENTOS TARIFAVEIS...: " WS-QTD-TARIFAVEIS
           DISPLAY "RETURN-CODE..........: " RETURN-CODE.


       COPY DATLER.

       COPY EVTGRAVA.

       COPY RUNCTL.
       END PROGRAM PROGEXTLOTE.
