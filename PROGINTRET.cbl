      *              reprocessamento do mesmo arquivo de retorno usa o
      *              NSU do retorno como referencia em REFARQ, mesmo
      *              recorte do PROGINTENT com a referencia da rede.
      * 15/10/2026 - EM - Linhas de movimento acompanham MOVREG (77
      *              bytes); ISA-VALOR do INTERSAI em 9(11)V99
      *              e total estornado em S9(13)V99.
      * 15/10/2026 - EM - Linhas de movimento acompanham MOVREG
      *              (78 bytes); lancamentos gravados com
      *              MOV-SERVICO-ORIGEM em branco.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGINTRET.
          05 ISA-BANCO-DESTINO    PIC 9(03).
          05 ISA-AGENCIA-DESTINO  PIC 9(04).
          05 ISA-CONTA-DESTINO    PIC 9(06).
          05 ISA-VALOR            PIC 9(11)V99.
          05 ISA-REFERENCIA       PIC 9(10).
          05 ISA-DATA             PIC 9(08).
          05 ISA-AGENCIA-ORIGEM   PIC 9(04).
      * Periodos fechados do ano (PROGMOVCORTE); lido apenas pela
      * migracao inicial de REFARQ (ver REFDUP).
       FD  MOVFECH-ARQ.
       01 FECH-REGISTRO             PIC X(78).

       FD  PARAMS-ARQ.
       COPY PARREG.
                   INDEXED BY WS-ORD-IDX.
                10 WS-TAB-ORD-REF      PIC 9(10).
                10 WS-TAB-ORD-CONTA    PIC 9(06).
                10 WS-TAB-ORD-VALOR    PIC 9(11)V99.
                10 WS-TAB-ORD-DATA     PIC 9(08).
                10 WS-TAB-ORD-SITU     PIC X(01).
          01 WS-TAB-ORD-QTD          PIC 9(04) VALUE 0.
          01 WS-QTD-SEM-PAR          PIC 9(06) VALUE 0.
          01 WS-QTD-ADIADAS          PIC 9(06) VALUE 0.
          01 WS-QTD-SEM-RESPOSTA     PIC 9(06) VALUE 0.
          01 WS-TOTAL-ESTORNADO      PIC S9(13)V99 VALUE 0.

       PROCEDURE DIVISION.

           MOVE SPACES          TO MOV-CAIXA
           ACCEPT MOV-HORA FROM TIME
           MOVE "I" TO MOV-CANAL
           MOVE 0      TO MOV-REF-ORIGEM
           MOVE SPACES TO MOV-TIPO-ORIGEM
           MOVE SPACES TO MOV-SERVICO-ORIGEM
           WRITE MOV-REGISTRO
           PERFORM GRAVA-REFERENCIA-POSTADA

