      * Historico de alteracoes:
      * 02/09/2026 - EM - Versao inicial, junto com o carimbo de caixa
      *              nos movimentos (MOV-CAIXA, ver MOVREG).
      * 15/10/2026 - EM - Estorno de deposito "D" ou saque "S" em
      *              dinheiro (MOV-ESTORNO, PROGESTORNO, carimbado com o
      *              caixa do lancamento original) desfaz o efeito do
      *              original na posicao calculada da gaveta.
      * 15/10/2026 - EM - Linhas de movimento acompanham MOVREG
      *              (77 bytes, valor em S9(11)V99).
      * 15/10/2026 - EM - Linhas de movimento acompanham MOVREG
      *              (78 bytes).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCAIXA.
       DATA DIVISION.
       FILE SECTION.
       FD  MOVIMENTO-ARQ.
       01 MOVLIN-REGISTRO           PIC X(78).

      * Posicao de gaveta por caixa e dia: calculado x declarado.
       FD  CAIXAPOS-ARQ.

          01 WS-QTD-DEPOSITOS        PIC 9(06) VALUE 0.
          01 WS-QTD-SAQUES           PIC 9(06) VALUE 0.
          01 WS-QTD-ESTORNOS         PIC 9(06) VALUE 0.
          01 WS-TOTAL-ENTRADAS       PIC S9(09)V99 VALUE 0.
          01 WS-TOTAL-SAIDAS         PIC S9(09)V99 VALUE 0.
          01 WS-VALOR-CALCULADO      PIC S9(09)V99 VALUE 0.
                   ADD MOV-VALOR TO WS-TOTAL-SAIDAS
                   ADD 1 TO WS-QTD-SAQUES
               END-IF
      * Estorno de deposito/saque em dinheiro sai carimbado com o
      * caixa do original e desfaz o efeito na gaveta (valor assinado:
      * negativo no estorno de deposito, positivo no de saque).
               IF MOV-ESTORNO AND MOV-TIPO-ORIGEM = "D"
                   ADD MOV-VALOR TO WS-TOTAL-ENTRADAS
                   ADD 1 TO WS-QTD-ESTORNOS
               END-IF
               IF MOV-ESTORNO AND MOV-TIPO-ORIGEM = "S"
                   SUBTRACT MOV-VALOR FROM WS-TOTAL-SAIDAS
                   ADD 1 TO WS-QTD-ESTORNOS
               END-IF
           END-IF
           READ MOVIMENTO-ARQ
               AT END SET ARQ-MOV-FIM TO TRUE
           DISPLAY "DATA.................: " WS-DATA-SISTEMA
           DISPLAY "DEPOSITOS EM DINHEIRO: " WS-QTD-DEPOSITOS
           DISPLAY "SAQUES...............: " WS-QTD-SAQUES
           DISPLAY "ESTORNOS.............: " WS-QTD-ESTORNOS
           MOVE WS-VALOR-CALCULADO TO WS-VALOR-EDIT
           DISPLAY "POSICAO CALCULADA....: " WS-VALOR-EDIT
           MOVE WS-DECLARADO-NUM TO WS-VALOR-EDIT
