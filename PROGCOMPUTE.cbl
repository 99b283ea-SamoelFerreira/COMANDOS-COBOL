      *              "J" - acabou o acerto manual de planilha no fim do
      *              ano; o demonstrativo anual por cliente e do
      *              PROGIRREL.
      * 15/10/2026 - EM - A conta poupanca (produto "02") deixa de
      *              receber juros pelo saldo medio: o rendimento dela
      *              passa a ser pago no aniversario de cada deposito
      *              pelo PROGPOUP (parcelas em POUPTRAN, ver PUPREG).
      *              O encargo devedor continua valendo para ela.
      * 15/10/2026 - EM - Linhas de movimento acompanham MOVREG (77
      *              bytes); saldos diarios e medios em S9(13)V99,
      *              soma dos saldos em S9(15)V99.
      * 15/10/2026 - EM - Linhas de movimento acompanham MOVREG
      *              (78 bytes); lancamentos gravados com
      *              MOV-SERVICO-ORIGEM em branco.
      * 15/10/2026 - EM - Saldo medio passa a tratar o estorno ("W",
      *              valor ja assinado com o efeito no saldo) e o
      *              credito de contestacao ("K") como creditos,
      *              como no extrato; antes o "W" entrava com o
      *              sinal invertido e o "K" como debito.
      * 15/10/2026 - EM - Juros, IR retido e encargo passam a levar
      *              cada um referencia propria da faixa dos
      *              lancamentos do banco (controle LBCCTRL, ver
      *              LBCCTL), registrada em REFARQ, para poderem ser
      *              estornados pelo PROGESTORNO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRCOMPUTE.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FECH.

           SELECT REFARQ-ARQ ASSIGN TO "REFARQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REF-REFERENCIA
               FILE STATUS IS WS-STATUS-REF.

           SELECT LBCCTRL-ARQ ASSIGN TO "LBCCTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LBC.

           SELECT TAXAS-ARQ ASSIGN TO "TAXAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TAX.
      * Periodos fechados do ano (PROGMOVCORTE), lidos na
      * reconstituicao do saldo medio diario do mes.
       FD  MOVFECH-ARQ.
       01 FECH-REGISTRO             PIC X(78).

       FD  REFARQ-ARQ.
       COPY REFREG.

      * Sequencia das referencias dos lancamentos (ver LBCCTL).
       FD  LBCCTRL-ARQ.
       COPY LBCREG.

      * Tabela de taxas por faixa de saldo (PROGTAXA).
       FD  TAXAS-ARQ.
          01 WS-STATUS-MOV           PIC XX.
             88 ARQ-MOV-OK                VALUE "00".
             88 ARQ-MOV-FIM               VALUE "10".
             88 ARQ-MOV-FIM-CARGA         VALUE "10".

          01 WS-STATUS-FECH          PIC XX.
             88 ARQ-FECH-OK               VALUE "00".
             05 WS-TAB-MED-ENTRADA OCCURS 999 TIMES
                   INDEXED BY WS-MED-IDX.
                10 WS-TAB-MED-CONTA    PIC 9(06).
                10 WS-TAB-MED-NET-MES  PIC S9(13)V99.
                10 WS-TAB-MED-NET-DIA  OCCURS 31 TIMES
                                       PIC S9(13)V99.
          01 WS-TAB-MED-QTD          PIC 9(04) VALUE 0.
          01 WS-TAB-MED-ACHOU        PIC X(01).
             88 MED-ACHOU                 VALUE "S".
          01 WS-MES-CALCULO          PIC 9(06) VALUE ZEROS.
          01 WS-DIAS-DECORRIDOS      PIC 9(02) VALUE 0.
          01 WS-DIA-CORRENTE         PIC 9(02).
          01 WS-VALOR-EFEITO         PIC S9(11)V99.
          01 WS-SALDO-INICIO-MES     PIC S9(13)V99.
          01 WS-SALDO-DIA            PIC S9(13)V99.
          01 WS-SOMA-SALDOS          PIC S9(15)V99.
          01 WS-SALDO-MEDIO          PIC S9(13)V99.
          01 WS-QTD-NAO-AVALIADAS    PIC 9(06) VALUE 0.

          01 WS-STATUS-TAX           PIC XX.
          01 WS-TAB-TAX-QTD          PIC 9(02) VALUE 0.
          01 WS-TAB-TAX-ACHOU        PIC X(01).
             88 TAXA-ACHADA               VALUE "S".
          01 WS-SALDO-MEDIO-ABS      PIC 9(13)V99.
          01 WS-QTD-SEM-FAIXA        PIC 9(06) VALUE 0.

          01 WS-TAXA-JUROS           PIC 9(01)V9(04) VALUE 0.
          01 WS-TAXA-DEVEDORA        PIC 9(01)V9(04) VALUE 0.
          01 WS-JUROS                PIC S9(11)V99.
          01 WS-ALIQ-IR              PIC 9(01)V9(04) VALUE 0.2250.
          01 WS-IR-RETIDO            PIC S9(11)V99.
          01 WS-QTD-IR-RETIDOS       PIC 9(06) VALUE 0.
          01 WS-TOTAL-IR             PIC S9(13)V99 VALUE 0.
          01 WS-ENCARGO              PIC S9(11)V99.
          01 WS-DESCOBERTO           PIC S9(13)V99.
      * Poupanca rende no aniversario de cada deposito (PROGPOUP).
          01 WS-PRODUTO-POUPANCA     PIC X(02) VALUE "02".
          01 WS-MEDIA-OK             PIC X(01) VALUE "S".
             88 MEDIA-CONFIAVEL           VALUE "S".

          01 WS-QTD-CREDITADAS       PIC 9(06) VALUE 0.
          01 WS-QTD-DEBITADAS        PIC 9(06) VALUE 0.
          01 WS-QTD-BLOQUEADAS       PIC 9(06) VALUE 0.
          01 WS-TOTAL-JUROS          PIC S9(13)V99 VALUE 0.
          01 WS-TOTAL-ENCARGOS       PIC S9(13)V99 VALUE 0.

       COPY PRODW.


       COPY JRNW.

       COPY REFARQW.

       COPY LBCW.

      * Area de conferencia da referencia dos lancamentos para os
      * paragrafos de REFDUP, que trabalham sobre TRAN-REFERENCIA.
       COPY TRANREG.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

       INICIALIZAR.
           OPEN I-O CTAMESTRE-ARQ
           PERFORM ABRE-REFERENCIAS-POSTADAS
           PERFORM LE-CONTROLE-LANC-BANCO
           OPEN EXTEND MOVIMENTO-ARQ
           IF NOT ARQ-MOV-OK
               OPEN OUTPUT MOVIMENTO-ARQ
               PERFORM OBTEM-PRODUTO
               IF CTA-ATIVA AND WS-SALDO-MEDIO > 0 AND TAXA-ACHADA
                       AND PRODUTO-RENDE-JUROS
                       AND CTA-PRODUTO NOT = WS-PRODUTO-POUPANCA
                   COMPUTE WS-JUROS ROUNDED =
                       WS-SALDO-MEDIO * WS-TAXA-JUROS

                       REWRITE CTA-REGISTRO
                       PERFORM GRAVA-JORNAL

                       PERFORM OBTEM-REF-LANC-BANCO
                       MOVE WS-REF-LANC-BANCO TO MOV-REFERENCIA
                       MOVE CTA-NUMERO      TO MOV-CONTA
                       SET MOV-JUROS        TO TRUE
                       MOVE WS-JUROS        TO MOV-VALOR
                       MOVE SPACES          TO MOV-CAIXA
                       ACCEPT MOV-HORA FROM TIME
                       MOVE "B" TO MOV-CANAL
                       MOVE 0      TO MOV-REF-ORIGEM
                       MOVE SPACES TO MOV-TIPO-ORIGEM
                       MOVE SPACES TO MOV-SERVICO-ORIGEM
                       WRITE MOV-REGISTRO
                       PERFORM REGISTRA-REF-LANC-BANCO

                       IF WS-IR-RETIDO > 0
                           PERFORM OBTEM-REF-LANC-BANCO
                           MOVE WS-REF-LANC-BANCO TO MOV-REFERENCIA
                           SET MOV-IR-RETIDO TO TRUE
                           MOVE WS-IR-RETIDO TO MOV-VALOR
                           MOVE 0      TO MOV-REF-ORIGEM
                           MOVE SPACES TO MOV-TIPO-ORIGEM
                           MOVE SPACES TO MOV-SERVICO-ORIGEM
                           WRITE MOV-REGISTRO
                           PERFORM REGISTRA-REF-LANC-BANCO
                           ADD 1 TO WS-QTD-IR-RETIDOS
                           ADD WS-IR-RETIDO TO WS-TOTAL-IR
                       END-IF
               REWRITE CTA-REGISTRO
               PERFORM GRAVA-JORNAL

               PERFORM OBTEM-REF-LANC-BANCO
               MOVE WS-REF-LANC-BANCO TO MOV-REFERENCIA
               MOVE CTA-NUMERO      TO MOV-CONTA
               SET MOV-ENCARGO      TO TRUE
               MOVE WS-ENCARGO      TO MOV-VALOR
               MOVE SPACES          TO MOV-CAIXA
               ACCEPT MOV-HORA FROM TIME
               MOVE "B" TO MOV-CANAL
               MOVE 0      TO MOV-REF-ORIGEM
               MOVE SPACES TO MOV-TIPO-ORIGEM
               MOVE SPACES TO MOV-SERVICO-ORIGEM
               WRITE MOV-REGISTRO
               PERFORM REGISTRA-REF-LANC-BANCO

               ADD 1 TO WS-QTD-DEBITADAS
               ADD WS-ENCARGO TO WS-TOTAL-ENCARGOS
               IF AVG-DEPOSITO OR AVG-JUROS OR AVG-TRANSF-RECEBIDA
                       OR AVG-DEP-CHEQUE OR AVG-DEVOL-INTERBANCARIA
                       OR AVG-LIBERACAO-EMPRESTIMO OR AVG-RESGATE-CDB
                       OR AVG-ESTORNO OR AVG-CREDITO-CONTESTACAO
                   MOVE AVG-VALOR TO WS-VALOR-EFEITO
               ELSE
                   COMPUTE WS-VALOR-EFEITO = AVG-VALOR * -1

       COPY JRNGRAVA.

       COPY REFDUP.

       COPY LBCCTL.

       COPY PRODLER.

       COPY RUNCTL.
           CLOSE CTAMESTRE-ARQ
           CLOSE MOVIMENTO-ARQ
           CLOSE JORNAL-ARQ
           PERFORM GRAVA-CONTROLE-LANC-BANCO
           CLOSE REFARQ-ARQ
           DISPLAY "===== CALCULO DE JUROS (SALDO MEDIO DIARIO) ====="
           DISPLAY "MES DO CALCULO....: " WS-MES-CALCULO
               " DIAS DECORRIDOS: " WS-DIAS-DECORRIDOS
