      * Historico de alteracoes:
      * 02/09/2026 - EM - Versao inicial: o acerto anual de IR era
      *              feito em planilha fora do sistema.
      * 15/10/2026 - EM - Conta com cotitulares (arquivo TITULAR, ver
      *              TITREG/TITLER): juros e IR da conta saem tambem
      *              rateados em partes iguais por titular, com o
      *              CPF/CNPJ de cada um (sobra de centavos no primeiro
      *              titular).
      * 15/10/2026 - EM - Linhas de movimento acompanham MOVREG
      *              (77 bytes, valor em S9(11)V99).
      * 15/10/2026 - EM - Linhas de movimento acompanham MOVREG
      *              (78 bytes).
      * 15/10/2026 - EM - Totais de juros e IR por conta, rateio por
      *              titular e totais do ano em S9(13)V99, com
      *              edicao Z(12)9.99 no demonstrativo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGIRREL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CPFCNPJ
               FILE STATUS IS WS-STATUS-CLI.

           SELECT TITULAR-ARQ ASSIGN TO "TITULAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CHAVE
               FILE STATUS IS WS-STATUS-TIT.
       DATA DIVISION.
       FILE SECTION.
       FD  MOVARQV-ARQ.
       01 ARQV-REGISTRO             PIC X(78).

       FD  MOVFECH-ARQ.
       01 FECH-REGISTRO             PIC X(78).

       FD  MOVIMENTO-ARQ.
       01 MOVLIN-REGISTRO           PIC X(78).

       FD  CTAMESTRE-ARQ.
       COPY CTAREG.

       FD  CLIMESTRE-ARQ.
       COPY CLIREG.

      * Titulares das contas (PROGCLIMANUT).
       FD  TITULAR-ARQ.
       COPY TITREG.
       WORKING-STORAGE SECTION.
          01 WS-STATUS-ARQV          PIC XX.
             88 ARQ-ARQV-OK               VALUE "00".
          01 WS-CLIMESTRE-ABERTO     PIC X(01) VALUE "N".
             88 CLIMESTRE-ABERTO          VALUE "S".

       COPY TITW.

      * Area de decodificacao das linhas dos tres arquivos.
       COPY MOVREG.

             05 WS-TAB-CTA-ENTRADA OCCURS 999 TIMES
                   INDEXED BY WS-CTA-IDX.
                10 WS-TAB-CTA-CONTA    PIC 9(06).
                10 WS-TAB-CTA-JUROS    PIC S9(13)V99.
                10 WS-TAB-CTA-IR       PIC S9(13)V99.
          01 WS-TAB-CTA-QTD          PIC 9(04) VALUE 0.
          01 WS-TAB-CTA-ACHOU        PIC X(01).
             88 CTA-NA-TABELA             VALUE "S".
          01 WS-CTA-SEQ              PIC 9(04).
          01 WS-NOME-TITULAR         PIC X(30).
          01 WS-CPFCNPJ-TITULAR      PIC 9(14).
          01 WS-JUROS-EDIT           PIC Z(12)9.99.
          01 WS-IR-EDIT              PIC Z(12)9.99.

      * Rateio da conta com cotitulares em partes iguais; a sobra de
      * centavos fica com o primeiro titular.
          01 WS-JUROS-PARTE          PIC S9(13)V99.
          01 WS-IR-PARTE             PIC S9(13)V99.
          01 WS-JUROS-PRIMEIRO       PIC S9(13)V99.
          01 WS-IR-PRIMEIRO          PIC S9(13)V99.

          01 WS-TOTAL-JUROS          PIC S9(13)V99 VALUE 0.
          01 WS-TOTAL-IR             PIC S9(13)V99 VALUE 0.

       PROCEDURE DIVISION.

           IF ARQ-CLI-OK
               SET CLIMESTRE-ABERTO TO TRUE
           END-IF
           OPEN INPUT TITULAR-ARQ
           IF ARQ-TIT-OK
               SET TITULAR-ABERTO TO TRUE
           END-IF

           DISPLAY "ANO-CALENDARIO: " WS-ANO-CONSULTA
           IF WS-TAB-CTA-QTD = 0
           IF CLIMESTRE-ABERTO
               CLOSE CLIMESTRE-ARQ
           END-IF
           IF TITULAR-ABERTO
               CLOSE TITULAR-ARQ
           END-IF
           IF TAB-ESTOUROU
               MOVE 4 TO RETURN-CODE
           END-IF
           SET WS-CTA-IDX TO WS-CTA-SEQ
           MOVE SPACES TO WS-NOME-TITULAR
           MOVE 0 TO WS-CPFCNPJ-TITULAR
           MOVE 0 TO WS-TAB-TIT-QTD
           MOVE WS-TAB-CTA-CONTA (WS-CTA-IDX) TO CTA-NUMERO
           READ CTAMESTRE-ARQ
           IF ARQ-OK
               MOVE CTA-NOME TO WS-NOME-TITULAR
               MOVE CTA-NUMERO  TO WS-TIT-CONTA-BUSCA
               MOVE CTA-CLIENTE TO WS-TIT-PRINCIPAL-BUSCA
               PERFORM CARREGA-TITULARES-CONTA
               IF CLIMESTRE-ABERTO AND CTA-CLIENTE > 0
                   MOVE CTA-CLIENTE TO CLI-CPFCNPJ
                   READ CLIMESTRE-ARQ
               " " WS-NOME-TITULAR
               " CPF/CNPJ " WS-CPFCNPJ-TITULAR
           DISPLAY "    JUROS PAGOS: " WS-JUROS-EDIT
               "  IR RETIDO: " WS-IR-EDIT
           IF WS-TAB-TIT-QTD > 1
               PERFORM RATEIA-ENTRE-TITULARES
           END-IF.

      * Conta com cotitulares: juros e IR divididos em partes iguais
      * entre os titulares, cada um com o seu CPF/CNPJ para a
      * declaracao.
       RATEIA-ENTRE-TITULARES.
           DIVIDE WS-TAB-CTA-JUROS (WS-CTA-IDX) BY WS-TAB-TIT-QTD
               GIVING WS-JUROS-PARTE
           DIVIDE WS-TAB-CTA-IR (WS-CTA-IDX) BY WS-TAB-TIT-QTD
               GIVING WS-IR-PARTE
           COMPUTE WS-JUROS-PRIMEIRO = WS-TAB-CTA-JUROS (WS-CTA-IDX)
               - WS-JUROS-PARTE * (WS-TAB-TIT-QTD - 1)
           COMPUTE WS-IR-PRIMEIRO = WS-TAB-CTA-IR (WS-CTA-IDX)
               - WS-IR-PARTE * (WS-TAB-TIT-QTD - 1)
           DISPLAY "    RATEIO ENTRE " WS-TAB-TIT-QTD " TITULARES:"
           PERFORM IMPRIME-PARTE-TITULAR
               VARYING WS-TIT-IDX FROM 1 BY 1
               UNTIL WS-TIT-IDX > WS-TAB-TIT-QTD.

       IMPRIME-PARTE-TITULAR.
           MOVE SPACES TO WS-NOME-TITULAR
           IF CLIMESTRE-ABERTO
               MOVE WS-TAB-TIT-CPFCNPJ (WS-TIT-IDX) TO CLI-CPFCNPJ
               READ CLIMESTRE-ARQ
               IF ARQ-CLI-OK
                   MOVE CLI-NOME TO WS-NOME-TITULAR
               END-IF
           END-IF
           IF WS-TIT-IDX = 1
               MOVE WS-JUROS-PRIMEIRO TO WS-JUROS-EDIT
               MOVE WS-IR-PRIMEIRO    TO WS-IR-EDIT
           ELSE
               MOVE WS-JUROS-PARTE    TO WS-JUROS-EDIT
               MOVE WS-IR-PARTE       TO WS-IR-EDIT
           END-IF
           DISPLAY "    CPF/CNPJ " WS-TAB-TIT-CPFCNPJ (WS-TIT-IDX)
               " " WS-NOME-TITULAR
           DISPLAY "        JUROS PAGOS: " WS-JUROS-EDIT
               "  IR RETIDO: " WS-IR-EDIT.

       COPY TITLER.

       END PROGRAM PROGIRREL.
