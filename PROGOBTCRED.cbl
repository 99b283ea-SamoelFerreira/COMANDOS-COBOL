      ******************************************************************
      * Author: EQUIPE MANUTENCAO
      * Date: 15/10/2026
      * Purpose: CREDITOS EM CONTA DE TITULAR FALECIDO - PASSO DIARIO
      *          DO CICLO QUE VARRE O MOVIMENTO DO DIA E IMPRIME EM
      *          OBTCRED, PARA A MESA DE DEVOLUCOES, OS CREDITOS
      *          (DEPOSITO, DEPOSITO EM CHEQUE, TRANSFERENCIA RECEBIDA
      *          E DEVOLUCAO INTERBANCARIA) QUE ENTRARAM EM CONTA EM
      *          ESPOLIO (CTA-ESPOLIO, MARCADA PELO PROGOBITO) COM
      *          DATA IGUAL OU POSTERIOR AO OBITO REGISTRADO NO
      *          CADASTRO UNICO (CLIMESTRE). OS MOTORES DE POSTAGEM
      *          SEGUEM ACEITANDO CREDITO NA CONTA DO ESPOLIO - SALARIO,
      *          BENEFICIO E TRANSFERENCIA POSTERIORES AO OBITO
      *          PRECISAM SER DEVOLVIDOS A ORIGEM PELA MESA.
      * Tectonics: cobc
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGOBTCRED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVIMENTO-ARQ ASSIGN TO "MOVIMENTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MOV.

           SELECT CTAMESTRE-ARQ ASSIGN TO "CTAMESTRE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-NUMERO
               FILE STATUS IS WS-STATUS-CTA.

           SELECT CLIMESTRE-ARQ ASSIGN TO "CLIMESTRE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CPFCNPJ
               FILE STATUS IS WS-STATUS-CLI.

           SELECT OBTCRED-ARQ ASSIGN TO "OBTCRED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REL.

           SELECT DATAMOV-ARQ ASSIGN TO "DATAMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DTM.

           SELECT RUNCTRL-ARQ ASSIGN TO "RUNCTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RUN.
       DATA DIVISION.
       FILE SECTION.
       FD  MOVIMENTO-ARQ.
       COPY MOVREG.

       FD  CTAMESTRE-ARQ.
       COPY CTAREG.

      * Cadastro unico de clientes (PROGCLIMANUT, obito no PROGOBITO).
       FD  CLIMESTRE-ARQ.
       COPY CLIREG.

      * Relatorio da mesa de devolucoes, refeito por inteiro a cada
      * ciclo.
       FD  OBTCRED-ARQ.
       01 REL-LINHA                 PIC X(80).

      * Data de movimento do ciclo (PROGDATAMOV).
       FD  DATAMOV-ARQ.
       COPY DTMREG.

       FD  RUNCTRL-ARQ.
       COPY RUNREG.
       WORKING-STORAGE SECTION.
       COPY RUNW.

       COPY DATLERW.

          01 WS-STATUS-MOV           PIC XX.
             88 ARQ-MOV-OK                VALUE "00".
             88 ARQ-MOV-FIM               VALUE "10".

          01 WS-STATUS-CTA           PIC XX.
             88 ARQ-CTA-OK                VALUE "00".

          01 WS-STATUS-CLI           PIC XX.
             88 ARQ-CLI-OK                VALUE "00".

          01 WS-STATUS-REL           PIC XX.
             88 ARQ-REL-OK                VALUE "00".

          01 WS-DATA-SISTEMA         PIC 9(08) VALUE ZEROS.

          01 WS-QTD-LIDOS            PIC 9(07) VALUE 0.
          01 WS-QTD-CREDITOS         PIC 9(05) VALUE 0.
          01 WS-TOT-CREDITOS         PIC 9(13)V99 VALUE 0.

      * Linhas formatadas do relatorio.
          01 WS-LIN-CABECALHO.
             05 FILLER               PIC X(40)
                   VALUE "*** CREDITOS EM CONTA DE TITULAR FALECID".
             05 FILLER               PIC X(12) VALUE "O - CICLO ".
             05 WS-CAB-DATA          PIC 9(08).
             05 FILLER               PIC X(04) VALUE " ***".

          01 WS-LIN-TITULOS.
             05 FILLER               PIC X(40)
                   VALUE "CONTA  OBITO    T C REFERENCIA CONTRA AG".
             05 FILLER               PIC X(34)
                   VALUE "EN           VALOR TITULAR".

          01 WS-LIN-DETALHE.
             05 WS-DET-CONTA         PIC 9(06).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-DET-OBITO         PIC 9(08).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-DET-TIPO          PIC X(01).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-DET-CANAL         PIC X(01).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-DET-REFERENCIA    PIC 9(10).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-DET-CONTRA        PIC 9(06).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-DET-AGENCIA       PIC 9(04).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-DET-VALOR         PIC Z(10)9.99.
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-DET-NOME          PIC X(20).

          01 WS-LIN-TOTAL.
             05 WS-TOT-ROTULO        PIC X(30).
             05 WS-TOT-VALOR         PIC Z(12)9.99.

          01 WS-LIN-QTD.
             05 WS-QTD-ROTULO        PIC X(30).
             05 WS-QTD-EDIT          PIC Z(06)9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           PERFORM OBTEM-DATA-MOVIMENTO
           IF WS-DATA-MOVIMENTO > 0
               MOVE WS-DATA-MOVIMENTO TO WS-DATA-SISTEMA
           END-IF
      * Registro em RUNCTRL para o resumo de saude; a reexecucao no
      * mesmo dia e permitida - o relatorio e refeito por inteiro.
           MOVE "PROGOBTC" TO WS-RUN-PROGRAMA
           MOVE WS-DATA-SISTEMA TO WS-RUN-DATA-CICLO
           PERFORM VERIFICA-CICLO-JA-RODADO
           IF RUN-CONCLUIDO
               PERFORM SALTA-PASSO-CONCLUIDO
           END-IF
           DISPLAY "===== CREDITOS EM CONTA DE TITULAR FALECIDO ====="
           DISPLAY "DATA DO CICLO: " WS-DATA-SISTEMA
           MOVE 0 TO RETURN-CODE
           PERFORM INICIALIZAR
           PERFORM VARRE-MOVIMENTO
           PERFORM FINALIZAR
           MOVE WS-QTD-CREDITOS TO WS-RUN-QTD
           PERFORM GRAVA-RUN-CONTROLE
           STOP RUN.

       COPY DATLER.

       INICIALIZAR.
           OPEN INPUT CTAMESTRE-ARQ
           IF NOT ARQ-CTA-OK
               DISPLAY "ARQUIVO DE CONTAS INDISPONIVEL - STATUS "
                   WS-STATUS-CTA
               MOVE 12 TO RETURN-CODE
               PERFORM GRAVA-RUN-CONTROLE
               STOP RUN
           END-IF
           OPEN INPUT CLIMESTRE-ARQ
           IF NOT ARQ-CLI-OK
               DISPLAY "MESTRE DE CLIENTES (CLIMESTRE) INDISPONIVEL - "
                   "STATUS " WS-STATUS-CLI
               MOVE 12 TO RETURN-CODE
               PERFORM GRAVA-RUN-CONTROLE
               STOP RUN
           END-IF
           OPEN OUTPUT OBTCRED-ARQ
           IF NOT ARQ-REL-OK
               DISPLAY "ERRO AO ABRIR OBTCRED - STATUS "
                   WS-STATUS-REL
               MOVE 12 TO RETURN-CODE
               PERFORM GRAVA-RUN-CONTROLE
               STOP RUN
           END-IF
           MOVE WS-DATA-SISTEMA TO WS-CAB-DATA
           WRITE REL-LINHA FROM WS-LIN-CABECALHO
           WRITE REL-LINHA FROM WS-LIN-TITULOS.

      * Sem movimento no dia o relatorio sai so com cabecalho e
      * totais zerados.
       VARRE-MOVIMENTO.
           OPEN INPUT MOVIMENTO-ARQ
           IF ARQ-MOV-OK
               READ MOVIMENTO-ARQ
                   AT END SET ARQ-MOV-FIM TO TRUE
               END-READ
               PERFORM AVALIA-MOVIMENTO THRU AVALIA-MOVIMENTO-EXIT
                   UNTIL ARQ-MOV-FIM
               CLOSE MOVIMENTO-ARQ
           ELSE
               DISPLAY "MOVIMENTO AUSENTE - NENHUM CREDITO DO DIA"
           END-IF.

       AVALIA-MOVIMENTO.
           ADD 1 TO WS-QTD-LIDOS
           IF MOV-DATA NOT = WS-DATA-SISTEMA
               GO TO AVALIA-MOVIMENTO-PROXIMO
           END-IF
           IF NOT MOV-DEPOSITO AND NOT MOV-DEP-CHEQUE
                   AND NOT MOV-TRANSF-RECEBIDA
                   AND NOT MOV-DEVOL-INTERBANCARIA
               GO TO AVALIA-MOVIMENTO-PROXIMO
           END-IF
           MOVE MOV-CONTA TO CTA-NUMERO
           READ CTAMESTRE-ARQ
               INVALID KEY CONTINUE
           END-READ
           IF NOT ARQ-CTA-OK OR NOT CTA-ESPOLIO
               GO TO AVALIA-MOVIMENTO-PROXIMO
           END-IF
           MOVE CTA-CLIENTE TO CLI-CPFCNPJ
           READ CLIMESTRE-ARQ
               INVALID KEY CONTINUE
           END-READ
           IF NOT ARQ-CLI-OK OR NOT CLI-FALECIDO
               GO TO AVALIA-MOVIMENTO-PROXIMO
           END-IF
           IF MOV-DATA < CLI-DATA-OBITO
               GO TO AVALIA-MOVIMENTO-PROXIMO
           END-IF
           PERFORM IMPRIME-CREDITO.
       AVALIA-MOVIMENTO-PROXIMO.
           READ MOVIMENTO-ARQ
               AT END SET ARQ-MOV-FIM TO TRUE
           END-READ.
       AVALIA-MOVIMENTO-EXIT.
           EXIT.

       IMPRIME-CREDITO.
           ADD 1 TO WS-QTD-CREDITOS
           ADD MOV-VALOR TO WS-TOT-CREDITOS
           MOVE MOV-CONTA        TO WS-DET-CONTA
           MOVE CLI-DATA-OBITO   TO WS-DET-OBITO
           MOVE MOV-TIPO         TO WS-DET-TIPO
           MOVE MOV-CANAL        TO WS-DET-CANAL
           MOVE MOV-REFERENCIA   TO WS-DET-REFERENCIA
           MOVE MOV-CONTA-CONTRA TO WS-DET-CONTRA
           MOVE MOV-AGENCIA      TO WS-DET-AGENCIA
           MOVE MOV-VALOR        TO WS-DET-VALOR
           MOVE CLI-NOME         TO WS-DET-NOME
           WRITE REL-LINHA FROM WS-LIN-DETALHE.

       FINALIZAR.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE "CREDITOS A DEVOLVER.........." TO WS-QTD-ROTULO
           MOVE WS-QTD-CREDITOS TO WS-QTD-EDIT
           WRITE REL-LINHA FROM WS-LIN-QTD
           MOVE "VALOR TOTAL.................." TO WS-TOT-ROTULO
           MOVE WS-TOT-CREDITOS TO WS-TOT-VALOR
           WRITE REL-LINHA FROM WS-LIN-TOTAL
           CLOSE OBTCRED-ARQ
           CLOSE CLIMESTRE-ARQ
           CLOSE CTAMESTRE-ARQ
           DISPLAY "LANCAMENTOS LIDOS.....: " WS-QTD-LIDOS
           DISPLAY "CREDITOS A DEVOLVER...: " WS-QTD-CREDITOS
           DISPLAY "RETURN-CODE...........: " RETURN-CODE.

       COPY RUNCTL.
       END PROGRAM PROGOBTCRED.
