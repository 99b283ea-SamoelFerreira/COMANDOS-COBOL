      ******************************************************************
      * Author: EQUIPE MANUTENCAO
      * Date: 15/10/2026
      * Purpose: APURACAO MENSAL DO IOF COBRADO - PERCORRE O MOVIMENTO
      *          DA COMPETENCIA INFORMADA NOS PERIODOS FECHADOS
      *          (MOVFECH) E NO PERIODO CORRENTE (MOVIMENTO) - MESMO
      *          RECORTE DO PROGCOAF - SOMANDO OS DEBITOS DE IOF ("G")
      *          POR CONTA E POR TIPO DE OPERACAO: CHEQUE ESPECIAL
      *          (IOF DIARIO DO DESCOBERTO, PROGIOF, SEM ORIGEM) E
      *          CREDITO PARCELADO (IOF DA CONTRATACAO, PROGEMPCON,
      *          ORIGEM "O"). IMPRIME O DEMONSTRATIVO POR CONTA, OS
      *          TOTAIS POR TIPO DE OPERACAO E POR DECENDIO DE
      *          COBRANCA E O TOTAL A RECOLHER NO DARF, QUE A
      *          CONTADORIA AMARRA COM O SALDO DA CONTA 21080001 IOF
      *          A RECOLHER (PROGGL).
      * Tectonics: cobc
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      * 15/10/2026 - EM - Linhas de movimento acompanham MOVREG
      *              (78 bytes).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGIOFREL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVFECH-ARQ ASSIGN TO "MOVFECH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FECH.

           SELECT MOVIMENTO-ARQ ASSIGN TO "MOVIMENTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MOV.

           SELECT CTAMESTRE-ARQ ASSIGN TO "CTAMESTRE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-NUMERO
               FILE STATUS IS WS-STATUS-CTA.
       DATA DIVISION.
       FILE SECTION.
       FD  MOVFECH-ARQ.
       01 FECH-REGISTRO             PIC X(78).

       FD  MOVIMENTO-ARQ.
       01 MOVLIN-REGISTRO           PIC X(78).

       FD  CTAMESTRE-ARQ.
       COPY CTAREG.
       WORKING-STORAGE SECTION.
          01 WS-STATUS-FECH          PIC XX.
             88 ARQ-FECH-OK               VALUE "00".
             88 ARQ-FECH-FIM              VALUE "10".

          01 WS-STATUS-MOV           PIC XX.
             88 ARQ-MOV-OK                VALUE "00".
             88 ARQ-MOV-FIM               VALUE "10".

          01 WS-STATUS-CTA           PIC XX.
             88 ARQ-OK                    VALUE "00".

      * Area de decodificacao das linhas dos dois arquivos.
       COPY MOVREG.

          01 WS-COMPETENCIA          PIC 9(06).
          01 WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
             05 WS-COMP-ANO          PIC 9(04).
             05 WS-COMP-MES          PIC 9(02).

      * IOF por conta com cobranca na competencia.
          01 WS-TAB-CONTAS.
             05 WS-TAB-CTA-ENTRADA OCCURS 999 TIMES
                   INDEXED BY WS-CTA-IDX.
                10 WS-TAB-CTA-CONTA      PIC 9(06).
                10 WS-TAB-CTA-DESCOBERTO PIC S9(09)V99.
                10 WS-TAB-CTA-EMPRESTIMO PIC S9(09)V99.
          01 WS-TAB-CTA-QTD          PIC 9(04) VALUE 0.
          01 WS-TAB-CTA-ACHOU        PIC X(01).
             88 CTA-NA-TABELA             VALUE "S".
          01 WS-TAB-ESTOUROU         PIC X(01) VALUE "N".
             88 TAB-ESTOUROU              VALUE "S".

      * Decendio da cobranca: 1 (dias 1 a 10), 2 (11 a 20), 3 (21 ao
      * fim do mes).
          01 WS-DIA-MOV              PIC 9(02).
          01 WS-DECENDIO             PIC 9(01).
          01 WS-TAB-DECENDIOS.
             05 WS-TAB-DEC-TOTAL     PIC S9(11)V99 OCCURS 3 TIMES.

          01 WS-CTA-SEQ              PIC 9(04).
          01 WS-NOME-TITULAR         PIC X(30).
          01 WS-DESCOBERTO-EDIT      PIC Z(8)9.99.
          01 WS-EMPRESTIMO-EDIT      PIC Z(8)9.99.
          01 WS-TOTAL-CTA-EDIT       PIC Z(8)9.99.
          01 WS-TOTAL-EDIT           PIC Z(10)9.99.

          01 WS-QTD-LANCAMENTOS      PIC 9(06) VALUE 0.
          01 WS-TOTAL-DESCOBERTO     PIC S9(11)V99 VALUE 0.
          01 WS-TOTAL-EMPRESTIMO     PIC S9(11)V99 VALUE 0.
          01 WS-TOTAL-IOF            PIC S9(11)V99 VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "===== APURACAO MENSAL DO IOF COBRADO ====="
           DISPLAY "Competencia (AAAAMM): "
           ACCEPT WS-COMPETENCIA
           IF WS-COMP-ANO = 0 OR WS-COMP-MES < 1 OR WS-COMP-MES > 12
               DISPLAY "COMPETENCIA INVALIDA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-TAB-DEC-TOTAL (1)
           MOVE 0 TO WS-TAB-DEC-TOTAL (2)
           MOVE 0 TO WS-TAB-DEC-TOTAL (3)

           PERFORM VARRE-MOVFECH
           PERFORM VARRE-MOVIMENTO
           PERFORM IMPRIME-APURACAO
           STOP RUN.

       VARRE-MOVFECH.
           OPEN INPUT MOVFECH-ARQ
           IF ARQ-FECH-OK
               READ MOVFECH-ARQ
                   AT END SET ARQ-FECH-FIM TO TRUE
               END-READ
               PERFORM TRATA-FECH UNTIL ARQ-FECH-FIM
               CLOSE MOVFECH-ARQ
           END-IF.

       TRATA-FECH.
           MOVE FECH-REGISTRO TO MOV-REGISTRO
           PERFORM ACUMULA-MOVIMENTO
           READ MOVFECH-ARQ
               AT END SET ARQ-FECH-FIM TO TRUE
           END-READ.

       VARRE-MOVIMENTO.
           OPEN INPUT MOVIMENTO-ARQ
           IF ARQ-MOV-OK
               READ MOVIMENTO-ARQ
                   AT END SET ARQ-MOV-FIM TO TRUE
               END-READ
               PERFORM TRATA-MOV UNTIL ARQ-MOV-FIM
               CLOSE MOVIMENTO-ARQ
           END-IF.

       TRATA-MOV.
           MOVE MOVLIN-REGISTRO TO MOV-REGISTRO
           PERFORM ACUMULA-MOVIMENTO
           READ MOVIMENTO-ARQ
               AT END SET ARQ-MOV-FIM TO TRUE
           END-READ.

       ACUMULA-MOVIMENTO.
           IF MOV-DATA(1:6) = WS-COMPETENCIA AND MOV-IOF
               ADD 1 TO WS-QTD-LANCAMENTOS
               PERFORM ACUMULA-DECENDIO
               PERFORM GUARDA-NA-TABELA
           END-IF.

       ACUMULA-DECENDIO.
           MOVE MOV-DATA(7:2) TO WS-DIA-MOV
           EVALUATE TRUE
               WHEN WS-DIA-MOV < 11
                   MOVE 1 TO WS-DECENDIO
               WHEN WS-DIA-MOV < 21
                   MOVE 2 TO WS-DECENDIO
               WHEN OTHER
                   MOVE 3 TO WS-DECENDIO
           END-EVALUATE
           ADD MOV-VALOR TO WS-TAB-DEC-TOTAL (WS-DECENDIO)
           ADD MOV-VALOR TO WS-TOTAL-IOF
           IF MOV-TIPO-ORIGEM = "O"
               ADD MOV-VALOR TO WS-TOTAL-EMPRESTIMO
           ELSE
               ADD MOV-VALOR TO WS-TOTAL-DESCOBERTO
           END-IF.

      * Os totais por tipo e do DARF saem do proprio lancamento; a
      * tabela so da o detalhe por conta (estourada, o detalhe fica
      * incompleto e o RETURN-CODE e 4).
       GUARDA-NA-TABELA.
           MOVE "N" TO WS-TAB-CTA-ACHOU
           SET WS-CTA-IDX TO 1
           PERFORM PROCURA-CONTA
               UNTIL WS-CTA-IDX > WS-TAB-CTA-QTD OR CTA-NA-TABELA
           IF NOT CTA-NA-TABELA
               IF WS-TAB-CTA-QTD < 999
                   ADD 1 TO WS-TAB-CTA-QTD
                   SET WS-CTA-IDX TO WS-TAB-CTA-QTD
                   MOVE MOV-CONTA TO WS-TAB-CTA-CONTA (WS-CTA-IDX)
                   MOVE 0 TO WS-TAB-CTA-DESCOBERTO (WS-CTA-IDX)
                   MOVE 0 TO WS-TAB-CTA-EMPRESTIMO (WS-CTA-IDX)
                   SET CTA-NA-TABELA TO TRUE
               ELSE
                   IF NOT TAB-ESTOUROU
                       SET TAB-ESTOUROU TO TRUE
                       DISPLAY "TABELA DE CONTAS CHEIA: DETALHE POR "
                           "CONTA INCOMPLETO, RETURN-CODE 4"
                   END-IF
               END-IF
           END-IF
           IF CTA-NA-TABELA
               IF MOV-TIPO-ORIGEM = "O"
                   ADD MOV-VALOR TO WS-TAB-CTA-EMPRESTIMO (WS-CTA-IDX)
               ELSE
                   ADD MOV-VALOR TO WS-TAB-CTA-DESCOBERTO (WS-CTA-IDX)
               END-IF
           END-IF.

       PROCURA-CONTA.
           IF WS-TAB-CTA-CONTA (WS-CTA-IDX) = MOV-CONTA
               MOVE "S" TO WS-TAB-CTA-ACHOU
           ELSE
               SET WS-CTA-IDX UP BY 1
           END-IF.

       IMPRIME-APURACAO.
           OPEN INPUT CTAMESTRE-ARQ
           DISPLAY "COMPETENCIA: " WS-COMPETENCIA
           IF WS-TAB-CTA-QTD = 0
               DISPLAY "(NENHUM IOF COBRADO NA COMPETENCIA)"
           ELSE
               DISPLAY "CONTA  TITULAR                        "
                   "CH. ESPECIAL    PARCELADO        TOTAL"
           END-IF
           PERFORM IMPRIME-UMA-CONTA
               VARYING WS-CTA-SEQ FROM 1 BY 1
               UNTIL WS-CTA-SEQ > WS-TAB-CTA-QTD
           CLOSE CTAMESTRE-ARQ

           DISPLAY "--- TOTAL POR TIPO DE OPERACAO ---"
           MOVE WS-TOTAL-DESCOBERTO TO WS-TOTAL-EDIT
           DISPLAY "CHEQUE ESPECIAL (DESCOBERTO): " WS-TOTAL-EDIT
           MOVE WS-TOTAL-EMPRESTIMO TO WS-TOTAL-EDIT
           DISPLAY "CREDITO PARCELADO..........: " WS-TOTAL-EDIT
           DISPLAY "--- TOTAL POR DECENDIO ---"
           MOVE WS-TAB-DEC-TOTAL (1) TO WS-TOTAL-EDIT
           DISPLAY "1O DECENDIO (DIAS 01 A 10).: " WS-TOTAL-EDIT
           MOVE WS-TAB-DEC-TOTAL (2) TO WS-TOTAL-EDIT
           DISPLAY "2O DECENDIO (DIAS 11 A 20).: " WS-TOTAL-EDIT
           MOVE WS-TAB-DEC-TOTAL (3) TO WS-TOTAL-EDIT
           DISPLAY "3O DECENDIO (DIAS 21 A 31).: " WS-TOTAL-EDIT
           DISPLAY "--- TOTAL A RECOLHER (DARF) ---"
           MOVE WS-TOTAL-IOF TO WS-TOTAL-EDIT
           DISPLAY "IOF COBRADO NA COMPETENCIA.: " WS-TOTAL-EDIT
           DISPLAY "LANCAMENTOS DE IOF.........: " WS-QTD-LANCAMENTOS
           IF TAB-ESTOUROU
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "RETURN-CODE................: " RETURN-CODE.

       IMPRIME-UMA-CONTA.
           SET WS-CTA-IDX TO WS-CTA-SEQ
           MOVE SPACES TO WS-NOME-TITULAR
           MOVE WS-TAB-CTA-CONTA (WS-CTA-IDX) TO CTA-NUMERO
           READ CTAMESTRE-ARQ
           IF ARQ-OK
               MOVE CTA-NOME TO WS-NOME-TITULAR
           END-IF
           MOVE WS-TAB-CTA-DESCOBERTO (WS-CTA-IDX)
             TO WS-DESCOBERTO-EDIT
           MOVE WS-TAB-CTA-EMPRESTIMO (WS-CTA-IDX)
             TO WS-EMPRESTIMO-EDIT
           COMPUTE WS-TOTAL-CTA-EDIT =
               WS-TAB-CTA-DESCOBERTO (WS-CTA-IDX)
               + WS-TAB-CTA-EMPRESTIMO (WS-CTA-IDX)
           DISPLAY WS-TAB-CTA-CONTA (WS-CTA-IDX) " "
               WS-NOME-TITULAR " " WS-DESCOBERTO-EDIT " "
               WS-EMPRESTIMO-EDIT " " WS-TOTAL-CTA-EDIT.

       END PROGRAM PROGIOFREL.
