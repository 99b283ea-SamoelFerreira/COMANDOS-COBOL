      ******************************************************************
      * Author: EQUIPE MANUTENCAO
      * Date: 15/10/2026
      * Purpose: COBRANCA DAS TARIFAS AVULSAS - PASSO DO CICLO QUE
      *          PERCORRE OS EVENTOS TARIFAVEIS PENDENTES (TAREVT, VER
      *          EVTREG) GRAVADOS PELOS PROGRAMAS QUE PRESTARAM O
      *          SERVICO (TED ENVIADA, TALAO, CHEQUE DEVOLVIDO,
      *          EXTRATO AVULSO, REIMPRESSAO DE COMPROVANTE,
      *          LIQUIDACAO DE TITULO DA COBRANCA BANCARIA) E DEBITA
      *          CADA UM NA CONTA PELO VALOR DO CATALOGO DE TARIFAS
      *          (TARIFAS, VER TARREG/PROGTARIFA) VIGENTE NA DATA DO
      *          CICLO, PELO CAMINHO NORMAL DE CONTA/MOVIMENTO (LOCK,
      *          JORNAL, MOVIMENTO "F" MOV-TARIFA). O MOVIMENTO LEVA O
      *          CODIGO DO SERVICO EM MOV-TIPO-ORIGEM E A REFERENCIA
      *          DO EVENTO EM MOV-REF-ORIGEM, PARA A CONTABILIZACAO
      *          POR SERVICO NO PROGGL. PRODUTO DA CONTA NA LISTA DE
      *          ISENTOS DO SERVICO NAO PAGA; COMO A MANUTENCAO, A
      *          TARIFA E COBRADA MESMO QUE O SALDO FIQUE NEGATIVO.
      * Tectonics: cobc
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      * 15/10/2026 - EM - Passo ja concluido na data do ciclo (RUNCTRL,
      *              RC ate 4) e saltado com RC 0 (reinicio do
      *              EODJOB).
      * 15/10/2026 - EM - Tarifa tambem a liquidacao de titulo da
      *              cobranca bancaria (servico B, PROGBOLETO).
      * 15/10/2026 - EM - Evento contra conta em espolio (titular
      *              falecido, ver PROGOBITO) e recusado, como o de
      *              conta encerrada.
      * 15/10/2026 - EM - Lancamentos gravados com MOV-SERVICO-ORIGEM
      *              em branco (MOVREG, 78 bytes).
      * 15/10/2026 - EM - A tarifa passa a levar referencia propria da
      *              faixa dos lancamentos do banco (controle LBCCTRL,
      *              ver LBCCTL), registrada em REFARQ, para poder
      *              ser estornada pelo PROGESTORNO; a referencia do
      *              evento segue em MOV-REF-ORIGEM.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGTARAV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAREVT-ARQ ASSIGN TO "TAREVT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EVT-CHAVE
               FILE STATUS IS WS-STATUS-EVT.

           SELECT TARIFAS-ARQ ASSIGN TO "TARIFAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TAR.

           SELECT CTAMESTRE-ARQ ASSIGN TO "CTAMESTRE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-NUMERO
               LOCK MODE IS MANUAL
               FILE STATUS IS WS-STATUS-CTA.

           SELECT MOVIMENTO-ARQ ASSIGN TO "MOVIMENTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MOV.

           SELECT REFARQ-ARQ ASSIGN TO "REFARQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REF-REFERENCIA
               FILE STATUS IS WS-STATUS-REF.

           SELECT MOVFECH-ARQ ASSIGN TO "MOVFECH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FECH.

           SELECT LBCCTRL-ARQ ASSIGN TO "LBCCTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LBC.

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
      * Eventos tarifaveis gravados pelo atendimento e pelos passos.
       FD  TAREVT-ARQ.
       COPY EVTREG.

      * Catalogo de tarifas avulsas (PROGTARIFA).
       FD  TARIFAS-ARQ.
       COPY TARREG.

       FD  CTAMESTRE-ARQ.
       COPY CTAREG.

       FD  MOVIMENTO-ARQ.
       COPY MOVREG.

       FD  REFARQ-ARQ.
       COPY REFREG.

      * Periodos fechados do ano (PROGMOVCORTE); lido apenas pela
      * migracao inicial de REFARQ (ver REFDUP).
       FD  MOVFECH-ARQ.
       01 FECH-REGISTRO             PIC X(78).

      * Sequencia das referencias das tarifas (ver LBCCTL).
       FD  LBCCTRL-ARQ.
       COPY LBCREG.

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

       COPY EVTW.

       COPY PARAMW.

          01 WS-STATUS-TAR           PIC XX.
             88 ARQ-TAR-OK                VALUE "00".
             88 ARQ-TAR-FIM               VALUE "10".

          01 WS-STATUS-CTA           PIC XX.
             88 ARQ-OK                    VALUE "00".
             88 ARQ-NAO-ENCONTRADO        VALUE "23".
             88 ARQ-REGISTRO-BLOQUEADO    VALUE "9D".

          01 WS-STATUS-MOV           PIC XX.
             88 ARQ-MOV-OK                VALUE "00".
             88 ARQ-MOV-FIM-CARGA         VALUE "10".

          01 WS-STATUS-FECH          PIC XX.
             88 ARQ-FECH-OK               VALUE "00".
             88 ARQ-FECH-FIM              VALUE "10".

       COPY REFARQW.

       COPY LBCW.

      * Area de conferencia da referencia da tarifa para os
      * paragrafos de REFDUP, que trabalham sobre TRAN-REFERENCIA.
       COPY TRANREG.

          01 WS-TENTATIVAS-LOCK      PIC 9(02).
          01 WS-MAX-TENTATIVAS-LOCK  PIC 9(02) VALUE 05.

          01 WS-DATA-SISTEMA         PIC 9(08) VALUE ZEROS.

      * Tarifas vigentes por servico, carregadas de TARIFAS: por
      * servico fica o registro de maior vigencia ja alcancada.
          01 WS-TAB-TARIFAS.
             05 WS-TAB-TAR-ENTRADA OCCURS 20 TIMES
                   INDEXED BY WS-TAR-IDX.
                10 WS-TAB-TAR-SERVICO  PIC X(01).
                10 WS-TAB-TAR-VIGENCIA PIC 9(08).
                10 WS-TAB-TAR-VALOR    PIC 9(05)V99.
                10 WS-TAB-TAR-ISENTOS.
                   15 WS-TAB-TAR-ISENTO PIC X(02) OCCURS 5 TIMES.
          01 WS-TAB-TAR-QTD          PIC 9(02) VALUE 0.
          01 WS-TAR-SERVICO-BUSCA    PIC X(01).
          01 WS-TAB-TAR-ACHOU        PIC X(01).
             88 TARIFA-ACHADA             VALUE "S".
          01 WS-ISE-IDX              PIC 9(02).
          01 WS-ISENTO               PIC X(01).
             88 PRODUTO-ISENTO            VALUE "S".

      * Tarifa de devolucao de cheque do parametro TARIFA.DEV.CHEQUE,
      * usada para o servico "D" enquanto ele nao estiver no catalogo
      * (a devolucao era tarifada assim no PROGCHQCOMP).
          01 WS-TARIFA-DEVOLUCAO     PIC 9(04)V99 VALUE 10.00.
          01 WS-VALOR-TARIFA         PIC 9(05)V99 VALUE 0.

          01 WS-QTD-LIDOS            PIC 9(06) VALUE 0.
          01 WS-QTD-COBRADOS         PIC 9(06) VALUE 0.
          01 WS-QTD-ISENTOS          PIC 9(06) VALUE 0.
          01 WS-QTD-SEM-TARIFA       PIC 9(06) VALUE 0.
          01 WS-QTD-RECUSADOS        PIC 9(06) VALUE 0.
          01 WS-QTD-ADIADOS          PIC 9(06) VALUE 0.
          01 WS-TOTAL-COBRADO        PIC S9(11)V99 VALUE 0.

       COPY JRNW.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           PERFORM OBTEM-DATA-MOVIMENTO
           IF WS-DATA-MOVIMENTO > 0
               MOVE WS-DATA-MOVIMENTO TO WS-DATA-SISTEMA
           END-IF
      * Registro em RUNCTRL para o resumo de saude; a reexecucao no
      * mesmo dia e permitida - evento ja cobrado nao volta a ser
      * pendente.
           MOVE "PROGTARA" TO WS-RUN-PROGRAMA
           MOVE WS-DATA-SISTEMA TO WS-RUN-DATA-CICLO
           PERFORM VERIFICA-CICLO-JA-RODADO
           IF RUN-CONCLUIDO
               PERFORM SALTA-PASSO-CONCLUIDO
           END-IF
           PERFORM APLICA-PARAMETROS
           PERFORM CARREGA-TARIFAS
           PERFORM INICIALIZAR
           PERFORM VARRE-EVENTOS
           PERFORM FINALIZAR
           MOVE WS-QTD-COBRADOS TO WS-RUN-QTD
           PERFORM GRAVA-RUN-CONTROLE
           STOP RUN.

       COPY DATLER.

       APLICA-PARAMETROS.
           MOVE WS-DATA-SISTEMA TO WS-PAR-DATA-REF
           PERFORM CARREGA-PARAMETROS
           MOVE "TARIFA.DEV.CHEQUE" TO WS-PAR-CHAVE-BUSCA
           PERFORM OBTEM-PARAMETRO
           IF PAR-ACHOU
               MOVE WS-PAR-VALOR-OBTIDO TO WS-TARIFA-DEVOLUCAO
           END-IF.

       COPY PARLER.

      * Carga do catalogo: registro com vigencia futura e ignorado;
      * entre dois registros do mesmo servico ja vigentes, fica o de
      * maior vigencia - mesmo criterio da carga de taxas do
      * PROGCOMPUTE.
       CARREGA-TARIFAS.
           MOVE 0 TO WS-TAB-TAR-QTD
           OPEN INPUT TARIFAS-ARQ
           IF ARQ-TAR-OK
               READ TARIFAS-ARQ
                   AT END SET ARQ-TAR-FIM TO TRUE
               END-READ
               PERFORM ACUMULA-TARIFA UNTIL ARQ-TAR-FIM
               CLOSE TARIFAS-ARQ
           ELSE
               DISPLAY "CATALOGO DE TARIFAS (TARIFAS) AUSENTE - SO A "
                   "DEVOLUCAO DE CHEQUE PELO PARAMETRO"
           END-IF.

       ACUMULA-TARIFA.
           IF TAR-DATA-VIGENCIA NOT > WS-DATA-SISTEMA
               PERFORM GUARDA-TARIFA THRU GUARDA-TARIFA-EXIT
           END-IF
           READ TARIFAS-ARQ
               AT END SET ARQ-TAR-FIM TO TRUE
           END-READ.

       GUARDA-TARIFA.
           MOVE TAR-SERVICO TO WS-TAR-SERVICO-BUSCA
           PERFORM PROCURA-TARIFA
           IF NOT TARIFA-ACHADA
               IF WS-TAB-TAR-QTD < 20
                   ADD 1 TO WS-TAB-TAR-QTD
                   SET WS-TAR-IDX TO WS-TAB-TAR-QTD
                   MOVE TAR-SERVICO
                     TO WS-TAB-TAR-SERVICO (WS-TAR-IDX)
                   MOVE 0 TO WS-TAB-TAR-VIGENCIA (WS-TAR-IDX)
               ELSE
                   DISPLAY "TABELA DE TARIFAS CHEIA, SERVICO "
                       "IGNORADO: " TAR-SERVICO
                   GO TO GUARDA-TARIFA-EXIT
               END-IF
           END-IF
           IF TAR-DATA-VIGENCIA NOT <
                   WS-TAB-TAR-VIGENCIA (WS-TAR-IDX)
               MOVE TAR-DATA-VIGENCIA
                 TO WS-TAB-TAR-VIGENCIA (WS-TAR-IDX)
               MOVE TAR-VALOR
                 TO WS-TAB-TAR-VALOR (WS-TAR-IDX)
               MOVE TAR-ISENTOS
                 TO WS-TAB-TAR-ISENTOS (WS-TAR-IDX)
           END-IF.
       GUARDA-TARIFA-EXIT.
           EXIT.

      * Procura na tabela o servico em WS-TAR-SERVICO-BUSCA.
       PROCURA-TARIFA.
           MOVE "N" TO WS-TAB-TAR-ACHOU
           SET WS-TAR-IDX TO 1
           PERFORM PROCURA-TARIFA-VARRE
               UNTIL WS-TAR-IDX > WS-TAB-TAR-QTD OR TARIFA-ACHADA.

       PROCURA-TARIFA-VARRE.
           IF WS-TAB-TAR-SERVICO (WS-TAR-IDX) = WS-TAR-SERVICO-BUSCA
               MOVE "S" TO WS-TAB-TAR-ACHOU
           ELSE
               SET WS-TAR-IDX UP BY 1
           END-IF.

       INICIALIZAR.
           OPEN I-O TAREVT-ARQ
           IF NOT ARQ-EVT-OK
               DISPLAY "ARQUIVO DE EVENTOS (TAREVT) AUSENTE - NADA A "
                   "COBRAR"
               MOVE 0 TO RETURN-CODE
               MOVE 0 TO WS-RUN-QTD
               PERFORM GRAVA-RUN-CONTROLE
               STOP RUN
           END-IF
           OPEN I-O CTAMESTRE-ARQ
           PERFORM ABRE-REFERENCIAS-POSTADAS
           PERFORM LE-CONTROLE-LANC-BANCO
           OPEN EXTEND MOVIMENTO-ARQ
           IF NOT ARQ-MOV-OK
               OPEN OUTPUT MOVIMENTO-ARQ
           END-IF
           OPEN EXTEND JORNAL-ARQ
           IF NOT ARQ-JRN-OK
               OPEN OUTPUT JORNAL-ARQ
           END-IF
           MOVE "PROGTARA" TO WS-JRN-PROGRAMA
           MOVE 0 TO RETURN-CODE.

       VARRE-EVENTOS.
           MOVE LOW-VALUES TO EVT-CHAVE
           START TAREVT-ARQ KEY NOT < EVT-CHAVE
           READ TAREVT-ARQ NEXT RECORD
               AT END SET ARQ-EVT-FIM TO TRUE
           END-READ
           PERFORM COBRA-EVENTO THRU COBRA-EVENTO-EXIT
               UNTIL NOT ARQ-EVT-OK.

       COBRA-EVENTO.
           IF NOT EVT-PENDENTE
               GO TO COBRA-EVENTO-EXIT
           END-IF
           ADD 1 TO WS-QTD-LIDOS

           MOVE EVT-CONTA TO CTA-NUMERO
           PERFORM LE-CONTA-COM-LOCK
           IF ARQ-REGISTRO-BLOQUEADO
               DISPLAY "EVENTO ADIADO (CONTA OCUPADA): CONTA "
                   EVT-CONTA " SERVICO " EVT-SERVICO
               ADD 1 TO WS-QTD-ADIADOS
               GO TO COBRA-EVENTO-EXIT
           END-IF
           IF NOT ARQ-OK
               SET EVT-RECUSADO TO TRUE
               PERFORM REGRAVA-EVENTO
               ADD 1 TO WS-QTD-RECUSADOS
               GO TO COBRA-EVENTO-EXIT
           END-IF
           IF CTA-ENCERRADA OR CTA-ESPOLIO
               UNLOCK CTAMESTRE-ARQ
               SET EVT-RECUSADO TO TRUE
               PERFORM REGRAVA-EVENTO
               ADD 1 TO WS-QTD-RECUSADOS
               GO TO COBRA-EVENTO-EXIT
           END-IF

           PERFORM OBTEM-VALOR-TARIFA
           IF WS-VALOR-TARIFA = 0
               UNLOCK CTAMESTRE-ARQ
               SET EVT-SEM-TARIFA TO TRUE
               PERFORM REGRAVA-EVENTO
               ADD 1 TO WS-QTD-SEM-TARIFA
               GO TO COBRA-EVENTO-EXIT
           END-IF
           IF PRODUTO-ISENTO
               UNLOCK CTAMESTRE-ARQ
               SET EVT-ISENTO TO TRUE
               PERFORM REGRAVA-EVENTO
               ADD 1 TO WS-QTD-ISENTOS
               GO TO COBRA-EVENTO-EXIT
           END-IF

      * O evento e marcado cobrado antes do debito: reexecucao apos
      * abend no meio nao cobra o cliente duas vezes (a referencia da
      * tarifa e gerada a cada cobranca, REFARQ nao barraria a
      * repeticao).
           SET EVT-COBRADO          TO TRUE
           MOVE WS-VALOR-TARIFA     TO EVT-VALOR
           MOVE WS-DATA-SISTEMA     TO EVT-DATA-COBRANCA
           PERFORM REGRAVA-EVENTO

           SUBTRACT WS-VALOR-TARIFA FROM CTA-SALDO
           REWRITE CTA-REGISTRO
           PERFORM GRAVA-JORNAL
           UNLOCK CTAMESTRE-ARQ

      * Referencia propria da faixa dos lancamentos do banco, para o
      * PROGESTORNO localizar a tarifa; a do evento vai na origem.
           PERFORM OBTEM-REF-LANC-BANCO
           MOVE WS-REF-LANC-BANCO   TO MOV-REFERENCIA
           MOVE EVT-CONTA           TO MOV-CONTA
           SET MOV-TARIFA           TO TRUE
           MOVE WS-VALOR-TARIFA     TO MOV-VALOR
           MOVE WS-DATA-SISTEMA     TO MOV-DATA
           MOVE 0                   TO MOV-CONTA-CONTRA
           MOVE CTA-AGENCIA         TO MOV-AGENCIA
           MOVE SPACES              TO MOV-CAIXA
           ACCEPT MOV-HORA FROM TIME
           SET MOV-CANAL-BANCO      TO TRUE
           MOVE EVT-REFERENCIA      TO MOV-REF-ORIGEM
           MOVE EVT-SERVICO         TO MOV-TIPO-ORIGEM
           MOVE SPACES              TO MOV-SERVICO-ORIGEM
           WRITE MOV-REGISTRO
           PERFORM REGISTRA-REF-LANC-BANCO

           ADD 1 TO WS-QTD-COBRADOS
           ADD WS-VALOR-TARIFA TO WS-TOTAL-COBRADO.
       COBRA-EVENTO-EXIT.
           READ TAREVT-ARQ NEXT RECORD
               AT END SET ARQ-EVT-FIM TO TRUE
           END-READ.

      * Valor da tarifa do servico do evento e isencao pelo produto
      * da conta (CTA-PRODUTO na lista de isentos do catalogo).
       OBTEM-VALOR-TARIFA.
           MOVE 0   TO WS-VALOR-TARIFA
           MOVE "N" TO WS-ISENTO
           MOVE EVT-SERVICO TO WS-TAR-SERVICO-BUSCA
           PERFORM PROCURA-TARIFA
           IF TARIFA-ACHADA
               MOVE WS-TAB-TAR-VALOR (WS-TAR-IDX) TO WS-VALOR-TARIFA
               MOVE 1 TO WS-ISE-IDX
               PERFORM VERIFICA-ISENCAO
                   UNTIL WS-ISE-IDX > 5 OR PRODUTO-ISENTO
           ELSE
               IF EVT-CHEQUE-DEVOLVIDO
                   MOVE WS-TARIFA-DEVOLUCAO TO WS-VALOR-TARIFA
               END-IF
           END-IF.

       VERIFICA-ISENCAO.
           IF WS-TAB-TAR-ISENTO (WS-TAR-IDX, WS-ISE-IDX) NOT = SPACES
                   AND WS-TAB-TAR-ISENTO (WS-TAR-IDX, WS-ISE-IDX)
                       = CTA-PRODUTO
               MOVE "S" TO WS-ISENTO
           ELSE
               ADD 1 TO WS-ISE-IDX
           END-IF.

       REGRAVA-EVENTO.
           REWRITE EVT-REGISTRO
           IF NOT ARQ-EVT-OK
               DISPLAY "EVENTO NAO REGRAVADO (" WS-STATUS-EVT
                   "): CONTA " EVT-CONTA " SERVICO " EVT-SERVICO
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

       COPY REFDUP.

       COPY LBCCTL.

       FINALIZAR.
           CLOSE TAREVT-ARQ
           CLOSE CTAMESTRE-ARQ
           CLOSE MOVIMENTO-ARQ
           CLOSE JORNAL-ARQ
           PERFORM GRAVA-CONTROLE-LANC-BANCO
           CLOSE REFARQ-ARQ
           IF WS-QTD-ADIADOS > 0 OR WS-QTD-SEM-TARIFA > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "===== COBRANCA DE TARIFAS AVULSAS ====="
           DISPLAY "DATA DO CICLO........: " WS-DATA-SISTEMA
           DISPLAY "SERVICOS NO CATALOGO.: " WS-TAB-TAR-QTD
           DISPLAY "EVENTOS PENDENTES....: " WS-QTD-LIDOS
           DISPLAY "COBRADOS.............: " WS-QTD-COBRADOS
           DISPLAY "ISENTOS (PRODUTO)....: " WS-QTD-ISENTOS
           DISPLAY "SEM TARIFA VIGENTE...: " WS-QTD-SEM-TARIFA
           DISPLAY "RECUSADOS (CONTA)....: " WS-QTD-RECUSADOS
           DISPLAY "ADIADOS (CONTA OCUPADA): " WS-QTD-ADIADOS
           DISPLAY "TOTAL COBRADO........: " WS-TOTAL-COBRADO
           DISPLAY "RETURN-CODE..........: " RETURN-CODE.

       COPY RUNCTL.
       END PROGRAM PROGTARAV.
