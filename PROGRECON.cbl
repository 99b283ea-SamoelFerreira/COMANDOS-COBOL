      *              movimento e delta de saldo), nao so no SYSOUT,
      *              para o resumo de saude do ciclo (PROGSAUDE) ler o
      *              resultado da conciliacao mecanicamente.
      * 15/10/2026 - EM - Estorno de lancamento (MOV-ESTORNO "W",
      *              PROGESTORNO) entra no liquido da conta pelo valor
      *              assinado, mas nao soma no volume bruto por canal
      *              como um movimento real: sai numa linha propria de
      *              pares lancamento / estorno do dia.
      * 15/10/2026 - EM - Credito de contestacao
      *              (MOV-CREDITO-CONTESTACAO "K", PROGCONTEST) entra no
      *              saldo como credito.
      * 15/10/2026 - EM - Passo ja concluido na data do ciclo (RUNCTRL,
      *              RC ate 4) e saltado com RC 0 (reinicio do
      *              EODJOB).
      * 15/10/2026 - EM - Lancamentos datados do proximo dia util
      *              (feitos no canal interativo apos o horario de
      *              corte) sao somados a parte por conta: descontados
      *              da variacao do saldo de hoje e do saldo anterior
      *              transportado, entram na conciliacao do ciclo
      *              seguinte.
      * 15/10/2026 - EM - Valores em S9(11)V99, acumulados por conta
      *              e campos do RECONDIV em S9(13)V99.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRECON.
          05 DIV-DATA             PIC 9(08).
          05 DIV-CONTA            PIC 9(06).
          05 DIV-AGENCIA          PIC 9(04).
          05 DIV-NET-MOVIMENTO    PIC S9(13)V99 SIGN LEADING SEPARATE.
          05 DIV-DELTA-SALDO      PIC S9(13)V99 SIGN LEADING SEPARATE.

      * Data de movimento do ciclo (PROGDATAMOV).
       FD  DATAMOV-ARQ.
             88 ARQ-MOV-FIM               VALUE "10".

          01 WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
          01 WS-VALOR-EFEITO         PIC S9(11)V99.

          01 WS-QTD-DIVERGENTES      PIC 9(04) VALUE 0.

             05 WS-TAB-ENTRADA OCCURS 999 TIMES
                   INDEXED BY WS-IDX.
                10 WS-TAB-CONTA        PIC 9(06).
                10 WS-TAB-NET          PIC S9(13)V99.
                10 WS-TAB-FUTURO       PIC S9(13)V99.
          01 WS-TAB-QTD              PIC 9(04) VALUE 0.
          01 WS-TAB-ACHOU            PIC X(01).
             88 TAB-ACHOU                 VALUE "S".

          01 WS-SALDO-DELTA          PIC S9(13)V99.

      * Lancamentos feitos no canal interativo depois do horario de
      * corte ja trazem a data do proximo dia util: mexem no saldo de
      * hoje, mas pertencem ao ciclo seguinte.
          01 WS-VALOR-FUTURO         PIC S9(11)V99.
          01 WS-QTD-FUTUROS          PIC 9(06) VALUE 0.

      * Quebra da conciliacao por agencia (CTA-AGENCIA).
          01 WS-TAB-AGENCIAS.
          01 WS-CAN-SEQ              PIC 9(02).
          01 WS-VALOR-BRUTO          PIC 9(11)V99.

      * Pares lancamento / estorno do dia (PROGESTORNO).
          01 WS-QTD-ESTORNOS         PIC 9(06) VALUE 0.
          01 WS-VALOR-ESTORNOS       PIC 9(11)V99 VALUE 0.

       COPY RUNW.

       COPY JRNW.
           MOVE "PROGRECO" TO WS-RUN-PROGRAMA
           MOVE WS-DATA-HOJE TO WS-RUN-DATA-CICLO
           PERFORM VERIFICA-CICLO-JA-RODADO
           IF RUN-CONCLUIDO
               PERFORM SALTA-PASSO-CONCLUIDO
           END-IF
           IF RUN-JA-RODOU
               DISPLAY "CONCILIACAO JA EXECUTADA NA DATA "
                   WS-DATA-HOJE " - EXECUCAO RECUSADA: O TRANSPORTE "
           PERFORM IMPRIME-LINHA-CANAL
               VARYING WS-CAN-SEQ FROM 1 BY 1
               UNTIL WS-CAN-SEQ > WS-TAB-CAN-QTD-USADOS
           DISPLAY "--- LANCAMENTO / ESTORNO ---"
           DISPLAY "  ESTORNOS DO DIA: QTD=" WS-QTD-ESTORNOS
               " VALOR=" WS-VALOR-ESTORNOS
           DISPLAY "--- TOTAL DO BANCO ---"
           DISPLAY "CONTAS MOVIMENTADAS: " WS-TAB-QTD
           DISPLAY "CONTAS DIVERGENTES.: " WS-QTD-DIVERGENTES
           DISPLAY "LANCAMENTOS DO PROXIMO CICLO (APOS CORTE): "
               WS-QTD-FUTUROS
           DISPLAY "CONTAS OCUPADAS (SALDO ANTERIOR NAO ATUALIZADO): "
               WS-QTD-BLOQUEADAS
           MOVE WS-TAB-QTD TO WS-RUN-QTD
           CLOSE MOVIMENTO-ARQ.

       ACUMULA-UM-MOVIMENTO.
           IF MOV-DATA NOT < WS-DATA-HOJE AND NOT MOV-ABERTURA
                   AND NOT MOV-LIBERACAO-CHEQUE
                   AND NOT MOV-VARIACAO-CAMBIAL
               IF MOV-DEPOSITO OR MOV-JUROS OR MOV-TRANSF-RECEBIDA
                       OR MOV-DEP-CHEQUE OR MOV-DEVOL-INTERBANCARIA
                       OR MOV-LIBERACAO-EMPRESTIMO OR MOV-RESGATE-CDB
                       OR MOV-ESTORNO
                       OR MOV-CREDITO-CONTESTACAO
                   MOVE MOV-VALOR TO WS-VALOR-EFEITO
               ELSE
                   COMPUTE WS-VALOR-EFEITO = MOV-VALOR * -1
               END-IF
               IF MOV-DATA > WS-DATA-HOJE
                   ADD 1 TO WS-QTD-FUTUROS
                   PERFORM SOMA-FUTURO-NA-TABELA
               ELSE
                   PERFORM SOMA-NA-TABELA
                   IF MOV-ESTORNO
                       PERFORM SOMA-ESTORNO
                   ELSE
                       PERFORM SOMA-POR-CANAL
                   END-IF
               END-IF
           END-IF

           READ MOVIMENTO-ARQ
           END-READ.

       SOMA-NA-TABELA.
           PERFORM LOCALIZA-NA-TABELA
           ADD WS-VALOR-EFEITO TO WS-TAB-NET (WS-IDX).

      * Lancamento datado do proximo ciclo (apos o horario de corte):
      * fica a parte, para ser descontado da variacao do saldo de hoje.
       SOMA-FUTURO-NA-TABELA.
           PERFORM LOCALIZA-NA-TABELA
           ADD WS-VALOR-EFEITO TO WS-TAB-FUTURO (WS-IDX).

       LOCALIZA-NA-TABELA.
           MOVE "N" TO WS-TAB-ACHOU
           SET WS-IDX TO 1
           PERFORM PROCURA-NA-TABELA
               ADD 1 TO WS-TAB-QTD
               SET WS-IDX TO WS-TAB-QTD
               MOVE MOV-CONTA      TO WS-TAB-CONTA (WS-IDX)
               MOVE 0              TO WS-TAB-NET (WS-IDX)
               MOVE 0              TO WS-TAB-FUTURO (WS-IDX)
           END-IF.

       PROCURA-NA-TABELA.
               ADD WS-VALOR-BRUTO TO WS-TAB-CAN-VALOR (WS-CAN-IDX)
           END-IF.

       SOMA-ESTORNO.
           ADD 1 TO WS-QTD-ESTORNOS
           IF WS-VALOR-EFEITO < 0
               COMPUTE WS-VALOR-BRUTO = WS-VALOR-EFEITO * -1
           ELSE
               MOVE WS-VALOR-EFEITO TO WS-VALOR-BRUTO
           END-IF
           ADD WS-VALOR-BRUTO TO WS-VALOR-ESTORNOS.

       PROCURA-CANAL.
           IF WS-TAB-CAN-CODIGO (WS-CAN-IDX) = MOV-CANAL
               MOVE "S" TO WS-TAB-CAN-ACHOU
                   MOVE "N" TO WS-AGE-DIVERGIU
                   COMPUTE WS-SALDO-DELTA =
                       CTA-SALDO - CTA-SALDO-ANTERIOR
                       - WS-TAB-FUTURO (WS-IDX)
                   IF WS-SALDO-DELTA NOT = WS-TAB-NET (WS-IDX)
                       ADD 1 TO WS-QTD-DIVERGENTES
                       MOVE "S" TO WS-AGE-DIVERGIU
       ATUALIZA-SALDO-ANTERIOR.
           PERFORM LE-CONTA-COM-LOCK
           IF ARQ-OK
               PERFORM OBTEM-FUTURO-DA-CONTA
                   THRU OBTEM-FUTURO-DA-CONTA-EXIT
               COMPUTE CTA-SALDO-ANTERIOR =
                   CTA-SALDO - WS-VALOR-FUTURO
               REWRITE CTA-REGISTRO
               PERFORM GRAVA-JORNAL
               UNLOCK CTAMESTRE-ARQ
               AT END SET ARQ-FIM-CTA TO TRUE
           END-READ.

      * O saldo anterior transportado exclui o efeito dos lancamentos
      * ja datados do proximo ciclo, que entram na conciliacao de
      * amanha junto com o movimento daquele dia.
       OBTEM-FUTURO-DA-CONTA.
           MOVE 0 TO WS-VALOR-FUTURO
           IF WS-QTD-FUTUROS = 0
               GO TO OBTEM-FUTURO-DA-CONTA-EXIT
           END-IF
           MOVE "N" TO WS-TAB-ACHOU
           SET WS-IDX TO 1
           PERFORM PROCURA-CONTA-NA-TABELA
               UNTIL WS-IDX > WS-TAB-QTD OR TAB-ACHOU
           IF TAB-ACHOU
               MOVE WS-TAB-FUTURO (WS-IDX) TO WS-VALOR-FUTURO
           END-IF.
       OBTEM-FUTURO-DA-CONTA-EXIT.
           EXIT.

       PROCURA-CONTA-NA-TABELA.
           IF WS-TAB-CONTA (WS-IDX) = CTA-NUMERO
               MOVE "S" TO WS-TAB-ACHOU
           ELSE
               SET WS-IDX UP BY 1
           END-IF.

       LE-CONTA-COM-LOCK.
           MOVE "99" TO WS-STATUS-CTA
           PERFORM VARYING WS-TENTATIVAS-LOCK FROM 1 BY 1
