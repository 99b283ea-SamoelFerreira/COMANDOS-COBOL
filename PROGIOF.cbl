      ******************************************************************
      * Author: EQUIPE MANUTENCAO
      * Date: 15/10/2026
      * Purpose: IOF SOBRE O USO DO DESCOBERTO - PASSO DIARIO DO CICLO
      *          QUE VARRE O MESTRE DE CONTAS (CTAMESTRE) E, PARA CADA
      *          CONTA NAO ENCERRADA NEM DE ESPOLIO COM SALDO NEGATIVO
      *          NO FECHAMENTO DO DIA, DEBITA O IOF DA OPERACAO DE
      *          CREDITO: A ALIQUOTA DIARIA (PARAMETRO IOF.DIARIA.PCT,
      *          PADRAO 0,0082%) SOBRE O SALDO DEVEDOR, PELOS DIAS
      *          CORRIDOS DESDE O ULTIMO CALCULO (30/360), MAIS A
      *          ALIQUOTA ADICIONAL (IOF.ADICIONAL.PCT, PADRAO 0,38%)
      *          SOBRE O AUMENTO DO SALDO DEVEDOR EM RELACAO AO ULTIMO
      *          CALCULO (CONTROLE IOFSALDO, VER IOFREG). AS ALIQUOTAS
      *          VEM DO PARAMS COM VIGENCIA NA DATA DO CICLO. O DEBITO
      *          VAI PELO CAMINHO NORMAL DE CONTA/MOVIMENTO (LOCK,
      *          JORNAL, MOVIMENTO "G" CANAL "B") E CAI NA CONTA
      *          21080001 IOF A RECOLHER PELO PROGGL; O TOTAL DO MES
      *          PARA O DARF E DO PROGIOFREL. A REEXECUCAO NA MESMA DATA
      *          E RECUSADA (RUNCTRL); RETOMADA APOS QUEDA NAO COBRA DE
      *          NOVO A CONTA JA CALCULADA NA DATA (IOF-DATA-CALCULO).
      * Tectonics: cobc
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      * 15/10/2026 - EM - Lancamentos gravados com MOV-SERVICO-ORIGEM
      *              em branco (MOVREG, 78 bytes).
      * 15/10/2026 - EM - Conta de espolio (titular falecido) fica fora
      *              do IOF, como encerrada: nenhum debito "G" na
      *              conta; o status e conferido de novo depois da
      *              releitura sob lock.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGIOF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IOFSALDO-ARQ ASSIGN TO "IOFSALDO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IOF-CONTA
               FILE STATUS IS WS-STATUS-IOF.

           SELECT CTAMESTRE-ARQ ASSIGN TO "CTAMESTRE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-NUMERO
               LOCK MODE IS MANUAL
               FILE STATUS IS WS-STATUS-CTA.

           SELECT MOVIMENTO-ARQ ASSIGN TO "MOVIMENTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MOV.

           SELECT JORNAL-ARQ ASSIGN TO "JORNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-JRN.

           SELECT PARAMS-ARQ ASSIGN TO "PARAMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PAR.

           SELECT DATAMOV-ARQ ASSIGN TO "DATAMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DTM.

           SELECT RUNCTRL-ARQ ASSIGN TO "RUNCTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RUN.
       DATA DIVISION.
       FILE SECTION.
      * Saldo devedor do ultimo calculo do IOF, por conta.
       FD  IOFSALDO-ARQ.
       COPY IOFREG.

       FD  CTAMESTRE-ARQ.
       COPY CTAREG.

       FD  MOVIMENTO-ARQ.
       COPY MOVREG.

       FD  JORNAL-ARQ.
       COPY JRNREG.

       FD  PARAMS-ARQ.
       COPY PARREG.

      * Data de movimento do ciclo (PROGDATAMOV).
       FD  DATAMOV-ARQ.
       COPY DTMREG.

       FD  RUNCTRL-ARQ.
       COPY RUNREG.
       WORKING-STORAGE SECTION.
       COPY RUNW.

       COPY DATLERW.

       COPY PARAMW.

          01 WS-STATUS-IOF           PIC XX.
             88 ARQ-IOF-OK                VALUE "00".
             88 ARQ-IOF-NAO-ENCONTRADO    VALUE "23".
             88 ARQ-IOF-INEXISTENTE       VALUE "35".

          01 WS-STATUS-CTA           PIC XX.
             88 ARQ-OK                    VALUE "00".
             88 ARQ-FIM-CTA               VALUE "10".
             88 ARQ-NAO-ENCONTRADO        VALUE "23".
             88 ARQ-REGISTRO-BLOQUEADO    VALUE "9D".

          01 WS-STATUS-MOV           PIC XX.
             88 ARQ-MOV-OK                VALUE "00".

          01 WS-TENTATIVAS-LOCK      PIC 9(02).
          01 WS-MAX-TENTATIVAS-LOCK  PIC 9(02) VALUE 05.

          01 WS-DATA-SISTEMA         PIC 9(08) VALUE ZEROS.
          01 WS-DATA-SISTEMA-R REDEFINES WS-DATA-SISTEMA.
             05 WS-HOJE-ANO          PIC 9(04).
             05 WS-HOJE-MES          PIC 9(02).
             05 WS-HOJE-DIA          PIC 9(02).

      * Aliquotas em percentual (PARAMS guarda 4 decimais; 0,0082% ao
      * dia nao cabe como fracao).
          01 WS-IOF-TAXA-DIARIA      PIC 9(03)V9(04) VALUE 0.0082.
          01 WS-IOF-TAXA-ADICIONAL   PIC 9(03)V9(04) VALUE 0.3800.

      * Registro de controle da conta: ausente = conta sem descoberto
      * no ultimo calculo (todo o saldo devedor e uso novo).
          01 WS-CONTROLE-IOF         PIC X(01).
             88 CONTROLE-IOF-EXISTE       VALUE "S".

          01 WS-DATA-ULT-CALCULO     PIC 9(08).
          01 WS-DATA-ULT-CALCULO-R REDEFINES WS-DATA-ULT-CALCULO.
             05 WS-ULT-ANO           PIC 9(04).
             05 WS-ULT-MES           PIC 9(02).
             05 WS-ULT-DIA           PIC 9(02).
          01 WS-DIAS-DECORRIDOS      PIC S9(05).

          01 WS-SALDO-DEVEDOR        PIC 9(11)V99.
          01 WS-SALDO-DEV-ANTERIOR   PIC 9(11)V99.
          01 WS-AUMENTO-DEVEDOR      PIC 9(11)V99.
          01 WS-IOF-DIARIO           PIC 9(09)V99.
          01 WS-IOF-ADICIONAL        PIC 9(09)V99.
          01 WS-IOF-TOTAL            PIC 9(09)V99.

          01 WS-QTD-CONTAS-LIDAS     PIC 9(06) VALUE 0.
          01 WS-QTD-DESCOBERTO       PIC 9(06) VALUE 0.
          01 WS-QTD-COBRADAS         PIC 9(06) VALUE 0.
          01 WS-QTD-JA-CALCULADAS    PIC 9(06) VALUE 0.
          01 WS-QTD-ADIADAS          PIC 9(06) VALUE 0.
          01 WS-QTD-CONTROLES-BAIXADOS PIC 9(06) VALUE 0.
          01 WS-QTD-ERROS-CONTROLE   PIC 9(06) VALUE 0.
          01 WS-TOTAL-IOF-DIARIO     PIC 9(11)V99 VALUE 0.
          01 WS-TOTAL-IOF-ADICIONAL  PIC 9(11)V99 VALUE 0.
          01 WS-TOTAL-IOF            PIC 9(11)V99 VALUE 0.

       COPY JRNW.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           PERFORM OBTEM-DATA-MOVIMENTO
           IF WS-DATA-MOVIMENTO > 0
               MOVE WS-DATA-MOVIMENTO TO WS-DATA-SISTEMA
           END-IF
           MOVE "PROGIOF" TO WS-RUN-PROGRAMA
           MOVE WS-DATA-SISTEMA TO WS-RUN-DATA-CICLO
           PERFORM VERIFICA-CICLO-JA-RODADO
           IF RUN-CONCLUIDO
               PERFORM SALTA-PASSO-CONCLUIDO
           END-IF
           IF RUN-JA-RODOU
               DISPLAY "IOF DO DESCOBERTO JA EXECUTADO NA DATA "
                   WS-DATA-SISTEMA " - EXECUCAO RECUSADA (VER "
                   "PROGRUNREL)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM APLICA-PARAMETROS
           PERFORM INICIALIZAR
           PERFORM VARRE-CONTAS
           PERFORM FINALIZAR
           MOVE WS-QTD-COBRADAS TO WS-RUN-QTD
           PERFORM GRAVA-RUN-CONTROLE
           STOP RUN.

       COPY DATLER.

       APLICA-PARAMETROS.
           MOVE WS-DATA-SISTEMA TO WS-PAR-DATA-REF
           PERFORM CARREGA-PARAMETROS
           MOVE "IOF.DIARIA.PCT" TO WS-PAR-CHAVE-BUSCA
           PERFORM OBTEM-PARAMETRO
           IF PAR-ACHOU
               MOVE WS-PAR-VALOR-OBTIDO TO WS-IOF-TAXA-DIARIA
           END-IF
           MOVE "IOF.ADICIONAL.PCT" TO WS-PAR-CHAVE-BUSCA
           PERFORM OBTEM-PARAMETRO
           IF PAR-ACHOU
               MOVE WS-PAR-VALOR-OBTIDO TO WS-IOF-TAXA-ADICIONAL
           END-IF.

       COPY PARLER.

       INICIALIZAR.
           OPEN I-O IOFSALDO-ARQ
           IF NOT ARQ-IOF-OK AND NOT ARQ-IOF-INEXISTENTE
               DISPLAY "IOFSALDO NAO ABERTO (" WS-STATUS-IOF
                   ") - PASSO ABORTADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ARQ-IOF-INEXISTENTE
               OPEN OUTPUT IOFSALDO-ARQ
               CLOSE IOFSALDO-ARQ
               OPEN I-O IOFSALDO-ARQ
           END-IF
           OPEN I-O CTAMESTRE-ARQ
           OPEN EXTEND MOVIMENTO-ARQ
           IF NOT ARQ-MOV-OK
               OPEN OUTPUT MOVIMENTO-ARQ
           END-IF
           OPEN EXTEND JORNAL-ARQ
           IF NOT ARQ-JRN-OK
               OPEN OUTPUT JORNAL-ARQ
           END-IF
           MOVE "PROGIOF" TO WS-JRN-PROGRAMA
           MOVE 0 TO RETURN-CODE.

      *-----------------------------------------------------------------
      * Varredura do mestre sem lock (mesmo recorte do PROGRCOMPUTE):
      * o lock so e pedido na conta que vai ser debitada.
      *-----------------------------------------------------------------
       VARRE-CONTAS.
           MOVE ZEROS TO CTA-NUMERO
           START CTAMESTRE-ARQ KEY NOT < CTA-NUMERO
           IF ARQ-OK
               READ CTAMESTRE-ARQ NEXT RECORD
                   AT END SET ARQ-FIM-CTA TO TRUE
               END-READ
           END-IF
           PERFORM TRATA-CONTA THRU TRATA-CONTA-EXIT
               UNTIL ARQ-FIM-CTA.

       TRATA-CONTA.
           ADD 1 TO WS-QTD-CONTAS-LIDAS
           PERFORM LE-CONTROLE-IOF
           IF CTA-SALDO NOT < 0 OR CTA-ENCERRADA OR CTA-ESPOLIO
               IF CONTROLE-IOF-EXISTE
                   PERFORM BAIXA-CONTROLE-IOF
               END-IF
               GO TO TRATA-CONTA-EXIT
           END-IF
           ADD 1 TO WS-QTD-DESCOBERTO
           IF CONTROLE-IOF-EXISTE
                   AND IOF-DATA-CALCULO = WS-DATA-SISTEMA
               ADD 1 TO WS-QTD-JA-CALCULADAS
               GO TO TRATA-CONTA-EXIT
           END-IF

           PERFORM LE-CONTA-COM-LOCK
           IF ARQ-REGISTRO-BLOQUEADO
               DISPLAY "IOF ADIADO (CONTA OCUPADA): CONTA " CTA-NUMERO
               ADD 1 TO WS-QTD-ADIADAS
               GO TO TRATA-CONTA-EXIT
           END-IF
           IF NOT ARQ-OK
               DISPLAY "IOF NAO CALCULADO (CONTA NAO RELIDA - "
                   WS-STATUS-CTA "): " CTA-NUMERO
               ADD 1 TO WS-QTD-ADIADAS
               GO TO TRATA-CONTA-EXIT
           END-IF
           IF CTA-SALDO NOT < 0 OR CTA-ENCERRADA OR CTA-ESPOLIO
               UNLOCK CTAMESTRE-ARQ
               GO TO TRATA-CONTA-EXIT
           END-IF

           PERFORM CALCULA-IOF
           IF WS-IOF-TOTAL = 0
               UNLOCK CTAMESTRE-ARQ
               MOVE WS-SALDO-DEVEDOR TO IOF-SALDO-DEVEDOR
               PERFORM GRAVA-CONTROLE-IOF
               GO TO TRATA-CONTA-EXIT
           END-IF

           SUBTRACT WS-IOF-TOTAL FROM CTA-SALDO
           REWRITE CTA-REGISTRO
           PERFORM GRAVA-JORNAL
           UNLOCK CTAMESTRE-ARQ

           MOVE 0                   TO MOV-REFERENCIA
           MOVE CTA-NUMERO          TO MOV-CONTA
           SET MOV-IOF              TO TRUE
           MOVE WS-IOF-TOTAL        TO MOV-VALOR
           MOVE WS-DATA-SISTEMA     TO MOV-DATA
           MOVE 0                   TO MOV-CONTA-CONTRA
           MOVE CTA-AGENCIA         TO MOV-AGENCIA
           MOVE SPACES              TO MOV-CAIXA
           ACCEPT MOV-HORA FROM TIME
           SET MOV-CANAL-BANCO      TO TRUE
           MOVE 0                   TO MOV-REF-ORIGEM
           MOVE SPACES              TO MOV-TIPO-ORIGEM
           MOVE SPACES              TO MOV-SERVICO-ORIGEM
           WRITE MOV-REGISTRO

           COMPUTE IOF-SALDO-DEVEDOR = WS-SALDO-DEVEDOR + WS-IOF-TOTAL
           PERFORM GRAVA-CONTROLE-IOF

           ADD 1 TO WS-QTD-COBRADAS
           ADD WS-IOF-DIARIO    TO WS-TOTAL-IOF-DIARIO
           ADD WS-IOF-ADICIONAL TO WS-TOTAL-IOF-ADICIONAL
           ADD WS-IOF-TOTAL     TO WS-TOTAL-IOF.
       TRATA-CONTA-EXIT.
           READ CTAMESTRE-ARQ NEXT RECORD
               AT END SET ARQ-FIM-CTA TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * IOF do dia: aliquota diaria sobre o saldo devedor, vezes os
      * dias corridos desde o ultimo calculo (30/360; fim de semana e
      * feriado sem ciclo entram no calculo seguinte), mais a
      * aliquota adicional sobre o aumento do saldo devedor. Conta sem
      * controle (descoberto novo) paga um dia e adicional sobre todo
      * o saldo devedor.
      *-----------------------------------------------------------------
       CALCULA-IOF.
           COMPUTE WS-SALDO-DEVEDOR = 0 - CTA-SALDO
           MOVE 1 TO WS-DIAS-DECORRIDOS
           MOVE 0 TO WS-SALDO-DEV-ANTERIOR
           IF CONTROLE-IOF-EXISTE
               MOVE IOF-SALDO-DEVEDOR TO WS-SALDO-DEV-ANTERIOR
               MOVE IOF-DATA-CALCULO  TO WS-DATA-ULT-CALCULO
               COMPUTE WS-DIAS-DECORRIDOS =
                   (WS-HOJE-ANO - WS-ULT-ANO) * 360
                   + (WS-HOJE-MES - WS-ULT-MES) * 30
                   + (WS-HOJE-DIA - WS-ULT-DIA)
               IF WS-DIAS-DECORRIDOS < 1
                   MOVE 1 TO WS-DIAS-DECORRIDOS
               END-IF
           END-IF
           MOVE 0 TO WS-AUMENTO-DEVEDOR
           IF WS-SALDO-DEVEDOR > WS-SALDO-DEV-ANTERIOR
               COMPUTE WS-AUMENTO-DEVEDOR =
                   WS-SALDO-DEVEDOR - WS-SALDO-DEV-ANTERIOR
           END-IF
           COMPUTE WS-IOF-DIARIO ROUNDED =
               WS-SALDO-DEVEDOR * WS-IOF-TAXA-DIARIA
               * WS-DIAS-DECORRIDOS / 100
           COMPUTE WS-IOF-ADICIONAL ROUNDED =
               WS-AUMENTO-DEVEDOR * WS-IOF-TAXA-ADICIONAL / 100
           COMPUTE WS-IOF-TOTAL = WS-IOF-DIARIO + WS-IOF-ADICIONAL.

       LE-CONTROLE-IOF.
           MOVE "N" TO WS-CONTROLE-IOF
           MOVE CTA-NUMERO TO IOF-CONTA
           READ IOFSALDO-ARQ
               INVALID KEY CONTINUE
           END-READ
           IF ARQ-IOF-OK
               SET CONTROLE-IOF-EXISTE TO TRUE
           END-IF.

      * IOF-SALDO-DEVEDOR ja montado pelo chamador.
       GRAVA-CONTROLE-IOF.
           MOVE CTA-NUMERO      TO IOF-CONTA
           MOVE WS-DATA-SISTEMA TO IOF-DATA-CALCULO
           MOVE WS-IOF-TOTAL    TO IOF-ULTIMO-IOF
           IF CONTROLE-IOF-EXISTE
               REWRITE IOF-REGISTRO
           ELSE
               WRITE IOF-REGISTRO
           END-IF
           IF NOT ARQ-IOF-OK
               DISPLAY "CONTROLE IOFSALDO NAO GRAVADO (" WS-STATUS-IOF
                   "): CONTA " CTA-NUMERO
               ADD 1 TO WS-QTD-ERROS-CONTROLE
           END-IF.

      * Conta de volta ao saldo credor (ou encerrada): o proximo
      * descoberto e todo uso novo.
       BAIXA-CONTROLE-IOF.
           DELETE IOFSALDO-ARQ RECORD
           IF ARQ-IOF-OK
               ADD 1 TO WS-QTD-CONTROLES-BAIXADOS
           ELSE
               DISPLAY "CONTROLE IOFSALDO NAO EXCLUIDO ("
                   WS-STATUS-IOF "): CONTA " CTA-NUMERO
               ADD 1 TO WS-QTD-ERROS-CONTROLE
           END-IF.

       LE-CONTA-COM-LOCK.
           MOVE "99" TO WS-STATUS-CTA
           PERFORM VARYING WS-TENTATIVAS-LOCK FROM 1 BY 1
                   UNTIL ARQ-OK
                      OR WS-TENTATIVAS-LOCK > WS-MAX-TENTATIVAS-LOCK
               READ CTAMESTRE-ARQ WITH LOCK
                   INVALID KEY CONTINUE
               END-READ
           END-PERFORM
           IF ARQ-OK
               MOVE CTA-REGISTRO TO WS-JRN-IMAGEM-ANTES
           END-IF
           IF ARQ-REGISTRO-BLOQUEADO
               DISPLAY "CONTA BLOQUEADA POR OUTRA TRANSACAO: "
                   CTA-NUMERO
           END-IF.

       COPY JRNGRAVA.

       FINALIZAR.
           CLOSE IOFSALDO-ARQ
           CLOSE CTAMESTRE-ARQ
           CLOSE MOVIMENTO-ARQ
           CLOSE JORNAL-ARQ
           IF WS-QTD-ADIADAS > 0 OR WS-QTD-ERROS-CONTROLE > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "===== IOF SOBRE O USO DO DESCOBERTO ====="
           DISPLAY "DATA DO CICLO........: " WS-DATA-SISTEMA
           DISPLAY "ALIQUOTA DIARIA (%)..: " WS-IOF-TAXA-DIARIA
           DISPLAY "ALIQUOTA ADICIONAL(%): " WS-IOF-TAXA-ADICIONAL
           DISPLAY "CONTAS LIDAS.........: " WS-QTD-CONTAS-LIDAS
           DISPLAY "CONTAS EM DESCOBERTO.: " WS-QTD-DESCOBERTO
           DISPLAY "CONTAS COBRADAS......: " WS-QTD-COBRADAS
           DISPLAY "JA CALCULADAS NA DATA: " WS-QTD-JA-CALCULADAS
           DISPLAY "ADIADAS (CONTA OCUPADA): " WS-QTD-ADIADAS
           DISPLAY "DESCOBERTOS ENCERRADOS: " WS-QTD-CONTROLES-BAIXADOS
           DISPLAY "ERROS NO IOFSALDO....: " WS-QTD-ERROS-CONTROLE
           DISPLAY "IOF DIARIO...........: " WS-TOTAL-IOF-DIARIO
           DISPLAY "IOF ADICIONAL........: " WS-TOTAL-IOF-ADICIONAL
           DISPLAY "TOTAL DE IOF.........: " WS-TOTAL-IOF
           DISPLAY "RETURN-CODE..........: " RETURN-CODE.

       COPY RUNCTL.
       END PROGRAM PROGIOF.
