      * 02/09/2026 - EM - Versao inicial: a folha chegava em planilha e
      *              um funcionario digitava cada salario como
      *              deposito.
      * 15/10/2026 - EM - Linhas de movimento acompanham MOVREG (77
      *              bytes); valores do arquivo de folha em
      *              9(11)V99 e totais em 9(13)V99.
      * 15/10/2026 - EM - Conta pagadora em espolio (titular falecido,
      *              ver PROGOBITO) rejeita a empresa, como conta
      *              encerrada. O credito de salario em conta de
      *              titular falecido segue postado e entra na lista
      *              de devolucao do PROGOBTCRED.
      * 15/10/2026 - EM - Linhas de movimento acompanham MOVREG
      *              (78 bytes); lancamentos gravados com
      *              MOV-SERVICO-ORIGEM em branco.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGFOLHA.
       01 FOL-REGISTRO.
          05 FOL-TIPO             PIC X(01).
             88 FOL-CABECALHO          VALUE "E".
          05 FOL-RESTO            PIC X(37).
       01 FOL-CABEC REDEFINES FOL-REGISTRO.
          05 FILLER               PIC X(01).
          05 FOL-EMPRESA          PIC 9(06).
          05 FOL-REFERENCIA       PIC 9(10).
          05 FOL-QTD-LINHAS       PIC 9(06).
          05 FOL-TOTAL            PIC 9(13)V99.
       01 FOL-DETALHE REDEFINES FOL-REGISTRO.
          05 FOL-DET-CONTA        PIC 9(06).
          05 FOL-DET-VALOR        PIC 9(11)V99.
          05 FILLER               PIC X(19).

      * Rejeitos por linha, com o registro original intacto para o
       01 FREJ-REGISTRO.
          05 FREJ-MOTIVO          PIC X(02).
          05 FREJ-EMPRESA         PIC 9(06).
          05 FREJ-ORIGINAL        PIC X(38).

       FD  JORNAL-ARQ.
       COPY JRNREG.
      * Periodos fechados do ano (PROGMOVCORTE); lido apenas pela
      * migracao inicial de REFARQ (ver REFDUP).
       FD  MOVFECH-ARQ.
       01 FECH-REGISTRO             PIC X(78).

      * Cadastro de produtos de conta (PROGPRODUTO).
       FD  PRODCAD-ARQ.
             05 WS-TAB-LIN-ENTRADA OCCURS 999 TIMES
                   INDEXED BY WS-LIN-IDX.
                10 WS-TAB-LIN-CONTA    PIC 9(06).
                10 WS-TAB-LIN-VALOR    PIC 9(11)V99.
                10 WS-TAB-LIN-SITU     PIC X(01).
          01 WS-TAB-LIN-QTD          PIC 9(04) VALUE 0.
          01 WS-LIN-SEQ              PIC 9(04).
          01 WS-EMPRESA-ATUAL        PIC 9(06) VALUE 0.
          01 WS-REFERENCIA-FOLHA     PIC 9(10) VALUE 0.
          01 WS-QTD-CABECALHO        PIC 9(06) VALUE 0.
          01 WS-TOTAL-CABECALHO      PIC 9(13)V99 VALUE 0.
          01 WS-TOTAL-LIDO           PIC 9(13)V99 VALUE 0.
          01 WS-TOTAL-VALIDO         PIC 9(13)V99 VALUE 0.
          01 WS-TEM-EMPRESA          PIC X(01) VALUE "N".
             88 TEM-EMPRESA               VALUE "S".
          01 WS-EMPRESA-OK           PIC X(01) VALUE "N".
             88 EMPRESA-POSTAVEL          VALUE "S".
          01 WS-AGENCIA-EMPRESA      PIC 9(04) VALUE 0.
          01 WS-SALDO-DISPONIVEL     PIC S9(12)V99.

          01 WS-VALOR-REJ            PIC 9(11)V99.
          01 WS-VALOR-REJ-X REDEFINES WS-VALOR-REJ PIC X(13).

          01 WS-QTD-EMPRESAS         PIC 9(04) VALUE 0.
          01 WS-QTD-POSTADAS         PIC 9(06) VALUE 0.
          01 WS-QTD-REJ-LINHAS       PIC 9(06) VALUE 0.
          01 WS-QTD-REJ-EMPRESAS     PIC 9(04) VALUE 0.
          01 WS-QTD-EM-TRANSITO      PIC 9(06) VALUE 0.
          01 WS-TOTAL-CREDITADO      PIC S9(13)V99 VALUE 0.

       COPY JRNW.

           MOVE WS-TAB-LIN-CONTA (WS-LIN-IDX)
             TO FREJ-ORIGINAL(1:6)
           MOVE WS-TAB-LIN-VALOR (WS-LIN-IDX) TO WS-VALOR-REJ
           MOVE WS-VALOR-REJ-X TO FREJ-ORIGINAL(7:13)
           WRITE FREJ-REGISTRO
           ADD 1 TO WS-QTD-REJ-LINHAS.

               PERFORM GRAVA-REJEITO-EMPRESA
               GO TO DEBITA-EMPRESA-EXIT
           END-IF
           IF CTA-ENCERRADA OR CTA-ESPOLIO
               UNLOCK CTAMESTRE-ARQ
               DISPLAY "CONTA DA EMPRESA ENCERRADA OU EM ESPOLIO - "
                   "EMPRESA REJEITADA"
               MOVE "22" TO FREJ-MOTIVO
               PERFORM GRAVA-REJEITO-EMPRESA
               GO TO DEBITA-EMPRESA-EXIT
           MOVE SPACES              TO MOV-CAIXA
           ACCEPT MOV-HORA FROM TIME
           MOVE "F" TO MOV-CANAL
           MOVE 0      TO MOV-REF-ORIGEM
           MOVE SPACES TO MOV-TIPO-ORIGEM
           MOVE SPACES TO MOV-SERVICO-ORIGEM
           WRITE MOV-REGISTRO
           MOVE WS-REFERENCIA-FOLHA TO TRAN-REFERENCIA
           PERFORM GRAVA-REFERENCIA-POSTADA
           MOVE SPACES              TO MOV-CAIXA
           ACCEPT MOV-HORA FROM TIME
           MOVE "F" TO MOV-CANAL
           MOVE 0      TO MOV-REF-ORIGEM
           MOVE SPACES TO MOV-TIPO-ORIGEM
           MOVE SPACES TO MOV-SERVICO-ORIGEM
           WRITE MOV-REGISTRO

           ADD 1 TO WS-QTD-POSTADAS
