      *              vez da copia do ano inteiro a partir de um unico
      *              MOVIMENTO. O controle de periodo (MOVCTRL) e
      *              recarimbado com a data do fechamento.
      * 15/10/2026 - EM - Linhas de movimento acompanham MOVREG (77
      *              bytes); total de abertura em S9(13)V99.
      * 15/10/2026 - EM - Linhas de movimento acompanham MOVREG
      *              (78 bytes); lancamentos gravados com
      *              MOV-SERVICO-ORIGEM em branco.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGEOY.
       COPY MOVREG.

       FD  MOVARQV-ARQ.
       01 ARQV-REGISTRO             PIC X(78).

       FD  MOVFECH-ARQ.
       01 FECH-REGISTRO             PIC X(78).

       FD  MOVCTRL-ARQ.
       COPY PERREG.
          01 WS-QTD-ARQUIVADOS       PIC 9(06) VALUE 0.
          01 WS-QTD-ARQV-FECHADOS    PIC 9(06) VALUE 0.
          01 WS-QTD-CONTAS           PIC 9(06) VALUE 0.
          01 WS-TOTAL-ABERTURA       PIC S9(13)V99 VALUE 0.

       COPY JRNW.

               MOVE SPACES           TO MOV-CAIXA
               ACCEPT MOV-HORA FROM TIME
               MOVE "B" TO MOV-CANAL
               MOVE 0      TO MOV-REF-ORIGEM
               MOVE SPACES TO MOV-TIPO-ORIGEM
               MOVE SPACES TO MOV-SERVICO-ORIGEM
               WRITE MOV-REGISTRO

               ADD CTA-SALDO TO WS-TOTAL-ABERTURA
