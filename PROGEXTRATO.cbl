      *              simples e a mesma do PROGRISCO; acima de 999
      *              lancamentos no periodo a tabela estoura e o
      *              extrato sai incompleto com RETURN-CODE 4.
      * 15/10/2026 - EM - Estorno de lancamento (MOV-ESTORNO "W",
      *              PROGESTORNO) entra no saldo pelo proprio valor
      *              assinado e sai como o par "lancamento / estorno":
      *              a linha do estorno cita a referencia original e o
      *              lancamento estornado sai marcado ESTORNADO, em vez
      *              de dois movimentos reais sem ligacao.
      * 15/10/2026 - EM - Credito de contestacao
      *              (MOV-CREDITO-CONTESTACAO "K", PROGCONTEST) entra no
      *              saldo como credito.
      * 15/10/2026 - EM - Linhas de movimento acompanham MOVREG (77
      *              bytes); saldos em S9(13)V99 e saldo
      *              corrente editado com 13 inteiros.
      * 15/10/2026 - EM - Linhas de movimento acompanham MOVREG
      *              (78 bytes).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGEXTRATO.
       COPY CTAREG.

       FD  MOVIMENTO-ARQ.
       01 MOVLIN-REGISTRO           PIC X(78).

       FD  MOVFECH-ARQ.
       01 FECH-REGISTRO             PIC X(78).

       FD  MOVCTRL-ARQ.
       COPY PERREG.
          01 WS-LE-FECHADOS          PIC X(01) VALUE "N".
             88 LE-PERIODOS-FECHADOS      VALUE "S".

          01 WS-SALDO-ATUAL          PIC S9(11)V99.
          01 WS-NET-APOS             PIC S9(13)V99 VALUE 0.
          01 WS-NET-PERIODO          PIC S9(13)V99 VALUE 0.
          01 WS-SALDO-ABERTURA       PIC S9(13)V99.
          01 WS-SALDO-CORRENTE       PIC S9(13)V99.
          01 WS-SALDO-EDIT           PIC Z(12)9.99CR.

          01 WS-VALOR-EFEITO         PIC S9(11)V99.

      * Lancamentos do periodo, juntados dos dois arquivos e
      * ordenados por data + hora antes da impressao.
                   15 WS-TAB-EXT-DATA  PIC 9(08).
                   15 WS-TAB-EXT-HORA  PIC 9(08).
                10 WS-TAB-EXT-TIPO     PIC X(01).
                10 WS-TAB-EXT-VALOR    PIC S9(11)V99.
                10 WS-TAB-EXT-CONTRA   PIC 9(06).
                10 WS-TAB-EXT-REF      PIC 9(10).
                10 WS-TAB-EXT-REF-ORIG PIC 9(10).
          01 WS-TAB-EXT-QTD          PIC 9(04) VALUE 0.
          01 WS-TAB-EXT-ESTOUROU     PIC X(01) VALUE "N".
             88 TAB-EXT-ESTOUROU          VALUE "S".
          01 WS-EXT-SEQ              PIC 9(04).
          01 WS-IDX-MENOR            USAGE INDEX.
          01 WS-IDX-VARRE            USAGE INDEX.
          01 WS-EXT-TEMP             PIC X(56).

      * Referencias estornadas da conta (qualquer data), para marcar
      * o lancamento original do par lancamento / estorno.
          01 WS-TAB-ESTORNADOS.
             05 WS-TAB-ETN-REF OCCURS 99 TIMES
                   INDEXED BY WS-ETN-IDX
                   PIC 9(10).
          01 WS-TAB-ETN-QTD          PIC 9(02) VALUE 0.
          01 WS-ETN-ACHOU            PIC X(01).
             88 ETN-ACHOU                 VALUE "S".
          01 WS-MARCA-ESTORNO        PIC X(12).

       PROCEDURE DIVISION.

               IF MOV-DEPOSITO OR MOV-JUROS OR MOV-TRANSF-RECEBIDA
                       OR MOV-DEP-CHEQUE OR MOV-DEVOL-INTERBANCARIA
                       OR MOV-LIBERACAO-EMPRESTIMO OR MOV-RESGATE-CDB
                       OR MOV-ESTORNO
                       OR MOV-CREDITO-CONTESTACAO
                   MOVE MOV-VALOR TO WS-VALOR-EFEITO
               ELSE
                   COMPUTE WS-VALOR-EFEITO = MOV-VALOR * -1
           END-READ.

       GUARDA-LINHA-EXTRATO.
           IF MOV-CONTA = WS-CONTA-CONSULTA AND MOV-ESTORNO
                   AND WS-TAB-ETN-QTD < 99
               ADD 1 TO WS-TAB-ETN-QTD
               SET WS-ETN-IDX TO WS-TAB-ETN-QTD
               MOVE MOV-REF-ORIGEM TO WS-TAB-ETN-REF (WS-ETN-IDX)
           END-IF
           IF MOV-CONTA = WS-CONTA-CONSULTA
               AND NOT MOV-ABERTURA
               AND NOT MOV-LIBERACAO-CHEQUE
                   MOVE MOV-VALOR TO WS-TAB-EXT-VALOR (WS-EXT-IDX)
                   MOVE MOV-CONTA-CONTRA
                     TO WS-TAB-EXT-CONTRA (WS-EXT-IDX)
                   MOVE MOV-REFERENCIA
                     TO WS-TAB-EXT-REF (WS-EXT-IDX)
                   IF MOV-ESTORNO
                       MOVE MOV-REF-ORIGEM
                         TO WS-TAB-EXT-REF-ORIG (WS-EXT-IDX)
                   ELSE
                       MOVE 0 TO WS-TAB-EXT-REF-ORIG (WS-EXT-IDX)
                   END-IF
               ELSE
                   SET TAB-EXT-ESTOUROU TO TRUE
               END-IF
           IF MOV-DEPOSITO OR MOV-JUROS OR MOV-TRANSF-RECEBIDA
                   OR MOV-DEP-CHEQUE OR MOV-DEVOL-INTERBANCARIA
                   OR MOV-LIBERACAO-EMPRESTIMO OR MOV-RESGATE-CDB
                   OR MOV-ESTORNO
                   OR MOV-CREDITO-CONTESTACAO
               ADD WS-TAB-EXT-VALOR (WS-EXT-IDX)
                 TO WS-SALDO-CORRENTE
           ELSE
                   FROM WS-SALDO-CORRENTE
           END-IF
           MOVE WS-SALDO-CORRENTE TO WS-SALDO-EDIT
           PERFORM VERIFICA-LANCAMENTO-ESTORNADO
           EVALUATE TRUE
               WHEN MOV-ESTORNO
                   DISPLAY WS-TAB-EXT-DATA (WS-EXT-IDX) " "
                       WS-TAB-EXT-HORA (WS-EXT-IDX)
                       " ESTORNO DO LANC. "
                       WS-TAB-EXT-REF-ORIG (WS-EXT-IDX) " "
                       WS-TAB-EXT-VALOR (WS-EXT-IDX)
                       " SALDO: " WS-SALDO-EDIT
               WHEN MOV-TRANSF-ENVIADA
                   DISPLAY WS-TAB-EXT-DATA (WS-EXT-IDX) " "
                       WS-TAB-EXT-HORA (WS-EXT-IDX)
                       " TRANSF P/ CONTA "
                       WS-TAB-EXT-CONTRA (WS-EXT-IDX) " "
                       WS-TAB-EXT-VALOR (WS-EXT-IDX)
                       " SALDO: " WS-SALDO-EDIT WS-MARCA-ESTORNO
               WHEN MOV-TRANSF-RECEBIDA
                   DISPLAY WS-TAB-EXT-DATA (WS-EXT-IDX) " "
                       WS-TAB-EXT-HORA (WS-EXT-IDX)
                       " TRANSF DE CONTA "
                       WS-TAB-EXT-CONTRA (WS-EXT-IDX) " "
                       WS-TAB-EXT-VALOR (WS-EXT-IDX)
                       " SALDO: " WS-SALDO-EDIT WS-MARCA-ESTORNO
               WHEN OTHER
                   DISPLAY WS-TAB-EXT-DATA (WS-EXT-IDX) " "
                       WS-TAB-EXT-HORA (WS-EXT-IDX) " "
                       WS-TAB-EXT-TIPO (WS-EXT-IDX) " "
                       WS-TAB-EXT-VALOR (WS-EXT-IDX)
                       " SALDO: " WS-SALDO-EDIT WS-MARCA-ESTORNO
           END-EVALUATE.

      * Lancamento com estorno gravado sai marcado como a primeira
      * metade do par lancamento / estorno. Referencia zero (lancamento
      * sem referencia) nunca e estornada.
       VERIFICA-LANCAMENTO-ESTORNADO.
           MOVE SPACES TO WS-MARCA-ESTORNO
           MOVE "N" TO WS-ETN-ACHOU
           IF WS-TAB-EXT-REF (WS-EXT-IDX) NOT = 0
                   AND NOT MOV-ESTORNO
               SET WS-ETN-IDX TO 1
               PERFORM PROCURA-REF-ESTORNADA
                   UNTIL WS-ETN-IDX > WS-TAB-ETN-QTD OR ETN-ACHOU
           END-IF
           IF ETN-ACHOU
               MOVE " ESTORNADO" TO WS-MARCA-ESTORNO
           END-IF.

       PROCURA-REF-ESTORNADA.
           IF WS-TAB-ETN-REF (WS-ETN-IDX) = WS-TAB-EXT-REF (WS-EXT-IDX)
               MOVE "S" TO WS-ETN-ACHOU
           ELSE
               SET WS-ETN-IDX UP BY 1
           END-IF.

       END PROGRAM PROGEXTRATO.
