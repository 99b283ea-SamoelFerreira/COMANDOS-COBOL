      *          ATIVA (25, VER CHQEMIT/PROGTALAO), SUSTADO (21, VER
      *          CHQSUST), SEM FUNDOS NA PRIMEIRA APRESENTACAO (11,
      *          REGISTRADO EM CHQAPRES) E SEM FUNDOS NA SEGUNDA
      *          APRESENTACAO (12). DEVOLUCAO POR FUNDOS GRAVA O
      *          EVENTO TARIFAVEL "D" (TAREVT, VER EVTREG), COBRADO
      *          NO CICLO PELO PROGTARAV. TODA DEVOLUCAO SAI NO
      *          ARQUIVO DE RETORNO PARA A CAMARA (COMPDEV).
      * Tectonics: cobc
      *
      * Historico de alteracoes:
      *              quantidade e RETURN-CODE deste passo. Reexecucao
      *              na mesma data segue permitida - as protecoes de
      *              replay do proprio passo cobrem o reprocessamento.
      * 15/10/2026 - EM - A devolucao por fundos (11/12) deixa de
      *              debitar na hora a tarifa do parametro
      *              TARIFA.DEV.CHEQUE: grava o evento tarifavel "D"
      *              (TAREVT, copybooks EVTW/EVTGRAVA, referencia = NSU)
      *              e a cobranca passa ao PROGTARAV pelo catalogo de
      *              tarifas avulsas (TARIFAS), com isencao por produto.
      *              O parametro segue valendo no PROGTARAV enquanto o
      *              servico nao estiver no catalogo.
      * 15/10/2026 - EM - Passo ja concluido na data do ciclo (RUNCTRL,
      *              RC ate 4) e saltado com RC 0 (reinicio do
      *              EODJOB).
      * 15/10/2026 - EM - Valores da camara e da devolucao em
      *              9(11)V99, totais em S9(13)V99; linhas de
      *              movimento com 77 bytes; disponivel S9(12)V99.
      * 15/10/2026 - EM - Cheque contra conta em espolio (titular
      *              falecido, ver PROGOBITO) e devolvido com o motivo
      *              13, como conta encerrada.
      * 15/10/2026 - EM - Linhas de movimento acompanham MOVREG
      *              (78 bytes); lancamentos gravados com
      *              MOV-SERVICO-ORIGEM em branco.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCHQCOMP.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FECH.

           SELECT TAREVT-ARQ ASSIGN TO "TAREVT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EVT-CHAVE
               FILE STATUS IS WS-STATUS-EVT.

           SELECT PRODCAD-ARQ ASSIGN TO "PRODCAD"
               ORGANIZATION IS LINE SEQUENTIAL
          05 ENT-BANCO-APRES      PIC 9(03).
          05 ENT-CONTA            PIC 9(06).
          05 ENT-NUM-CHEQUE       PIC 9(06).
          05 ENT-VALOR            PIC 9(11)V99.
          05 ENT-DATA             PIC 9(08).
          05 ENT-NSU              PIC 9(10).

          05 DEV-BANCO-APRES      PIC 9(03).
          05 DEV-CONTA            PIC 9(06).
          05 DEV-NUM-CHEQUE       PIC 9(06).
          05 DEV-VALOR            PIC 9(11)V99.
          05 DEV-MOTIVO           PIC 9(02).
          05 DEV-NSU              PIC 9(10).

      * Periodos fechados do ano (PROGMOVCORTE); lido apenas pela
      * migracao inicial de REFARQ (ver REFDUP).
       FD  MOVFECH-ARQ.
       01 FECH-REGISTRO             PIC X(78).

      * Eventos tarifaveis (cobrados pelo PROGTARAV).
       FD  TAREVT-ARQ.
       COPY EVTREG.

      * Cadastro de produtos de conta (PROGPRODUTO).
       FD  PRODCAD-ARQ.
      * de referencia duplicada (REFDUP), que conferem TRAN-REFERENCIA.
       COPY TRANREG.

       COPY EVTW.

       COPY PRODW.

          01 WS-MAX-TENTATIVAS-LOCK  PIC 9(02) VALUE 05.

          01 WS-DATA-SISTEMA         PIC 9(08) VALUE ZEROS.

      * Faixas emitidas e sustacoes, carregadas em tabela.
          01 WS-TAB-FAIXAS.
             88 JA-APRESENTADO            VALUE "S".

          01 WS-MOTIVO-DEVOLUCAO     PIC 9(02) VALUE 0.
          01 WS-SALDO-DISPONIVEL     PIC S9(12)V99.

          01 WS-QTD-LIDOS            PIC 9(06) VALUE 0.
          01 WS-QTD-PAGOS            PIC 9(06) VALUE 0.
          01 WS-QTD-DEVOLVIDOS       PIC 9(06) VALUE 0.
          01 WS-QTD-JA-POSTADOS      PIC 9(06) VALUE 0.
          01 WS-QTD-ADIADOS          PIC 9(06) VALUE 0.
          01 WS-TOTAL-PAGO           PIC S9(13)V99 VALUE 0.
          01 WS-TOTAL-DEVOLVIDO      PIC S9(13)V99 VALUE 0.

       COPY JRNW.

           MOVE "PROGCHQC" TO WS-RUN-PROGRAMA
           MOVE WS-DATA-SISTEMA TO WS-RUN-DATA-CICLO
           PERFORM VERIFICA-CICLO-JA-RODADO
           IF RUN-CONCLUIDO
               PERFORM SALTA-PASSO-CONCLUIDO
           END-IF
           PERFORM CARREGA-FAIXAS
           PERFORM CARREGA-SUSTACOES
           PERFORM CARREGA-APRESENTACOES
           PERFORM GRAVA-RUN-CONTROLE
           STOP RUN.

       CARREGA-FAIXAS.
           MOVE 0 TO WS-TAB-FXA-QTD
           OPEN INPUT CHQEMIT-ARQ
           IF NOT ARQ-APR-OK
               OPEN OUTPUT CHQAPRES-ARQ
           END-IF
           OPEN I-O TAREVT-ARQ
           IF NOT ARQ-EVT-OK
               CLOSE TAREVT-ARQ
               OPEN OUTPUT TAREVT-ARQ
               CLOSE TAREVT-ARQ
               OPEN I-O TAREVT-ARQ
           END-IF
           MOVE "PROGCHQC" TO WS-EVT-PROGRAMA
           MOVE "PROGCHQC" TO WS-JRN-PROGRAMA
           PERFORM CARREGA-PRODUTOS
           PERFORM CARREGA-BLOQUEIOS
               PERFORM DEVOLVE-CHEQUE
               GO TO TRATA-APRESENTADO-EXIT
           END-IF
      * Titular falecido (conta em espolio, ver PROGOBITO): a camara
      * nao tem motivo proprio e o cheque volta como conta encerrada.
           IF CTA-ENCERRADA OR CTA-ESPOLIO
               UNLOCK CTAMESTRE-ARQ
               MOVE 13 TO WS-MOTIVO-DEVOLUCAO
               PERFORM DEVOLVE-CHEQUE
           MOVE SPACES          TO MOV-CAIXA
           ACCEPT MOV-HORA FROM TIME
           MOVE "C" TO MOV-CANAL
           MOVE 0      TO MOV-REF-ORIGEM
           MOVE SPACES TO MOV-TIPO-ORIGEM
           MOVE SPACES TO MOV-SERVICO-ORIGEM
           WRITE MOV-REGISTRO
           PERFORM GRAVA-REFERENCIA-POSTADA

               END-IF
           END-IF

           UNLOCK CTAMESTRE-ARQ

      * A tarifa de devolucao e cobrada no ciclo pelo PROGTARAV, pelo
      * catalogo de tarifas avulsas (servico "D").
           MOVE ENT-CONTA TO EVT-CONTA
           SET EVT-CHEQUE-DEVOLVIDO TO TRUE
           MOVE ENT-NSU   TO EVT-REFERENCIA
           PERFORM GRAVA-EVENTO-TARIFA

           PERFORM DEVOLVE-CHEQUE.

           END-IF.

      * A devolucao tambem queima o NSU em REFARQ: o reprocessamento
      * do mesmo arquivo da camara nao grava de novo o evento da
      * tarifa, nao repete a linha em COMPDEV e nao escala o cheque
      * falsamente para a 2a apresentacao.
       DEVOLVE-CHEQUE.
           MOVE ENT-BANCO-APRES TO DEV-BANCO-APRES
           MOVE ENT-CONTA       TO DEV-CONTA

       COPY JRNGRAVA.

       COPY EVTGRAVA.

       FINALIZAR.
           CLOSE CTAMESTRE-ARQ
           CLOSE MOVIMENTO-ARQ
           CLOSE REFARQ-ARQ
           CLOSE COMPDEV-ARQ
           CLOSE CHQAPRES-ARQ
           CLOSE TAREVT-ARQ
           IF WS-QTD-DEVOLVIDOS > 0 OR WS-QTD-ADIADOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "===== CHEQUES APRESENTADOS (COMPENSACAO) ====="
           DISPLAY "CHEQUES LIDOS.........: " WS-QTD-LIDOS
           DISPLAY "CHEQUES PAGOS.........: " WS-QTD-PAGOS
           DISPLAY "CHEQUES DEVOLVIDOS....: " WS-QTD-DEVOLVIDOS
