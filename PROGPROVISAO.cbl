      ******************************************************************
      * Author: EQUIPE MANUTENCAO
      * Date: 15/10/2026
      * Purpose: CLASSIFICACAO DE RISCO E PROVISAO DA CARTEIRA DE
      *          CREDITO (ESCALA AA-H) - PROGRAMA DE FIM DE MES QUE
      *          CLASSIFICA CADA CONTRATO ATIVO DO CREDITO PARCELADO
      *          (EMPCON/EMPPAR) E CADA CONTA EM DESCOBERTO (CTAMESTRE)
      *          PELOS DIAS DE ATRASO: NO CONTRATO, DESDE O VENCIMENTO
      *          DA PARCELA MAIS ANTIGA NAO PAGA; NO DESCOBERTO, OS
      *          DIAS CONSECUTIVOS NEGATIVOS DA REGUA DE COBRANCA
      *          (COBRANCA, MANTIDO PELO PROGCOBRA). A EXPOSICAO E O
      *          SALDO DAS PARCELAS NAO PAGAS NO CONTRATO E O SALDO
      *          NEGATIVO NA CONTA. CADA NIVEL APLICA O SEU PERCENTUAL
      *          DE PROVISAO (PARAMETROS PROVISAO.PERC.AA A
      *          PROVISAO.PERC.H, COM OS PADROES REGULATORIOS NA
      *          FALTA). A VARIACAO DO SALDO DE PROVISAO CONTRA O MES
      *          ANTERIOR (HISTORICO PROVSALDO) VAI AO RAZAO EM LOTE
      *          PROPRIO NO MESMO ARQUIVO E NUMERACAO DOS LOTES DO
      *          PROGGL (GLSAIDA/GLCTRL/GLLOG); O RELATORIO DA
      *          CARTEIRA SAI POR NIVEL DE RISCO E POR AGENCIA. RODA
      *          DEPOIS DO PROGGL DO ULTIMO CICLO DO MES (O LOTE E
      *          ACRESCENTADO AO GLSAIDA DO DIA); REEXECUCAO NA MESMA
      *          COMPETENCIA E RECUSADA.
      * Tectonics: cobc
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial: a provisao era refeita todo
      *              mes em planilha a partir das saidas do PROGEMPREL
      *              e do PROGCOBRA.
      * 15/10/2026 - EM - GL-VALOR do GLSAIDA em 9(13)V99.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGPROVISAO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTAMESTRE-ARQ ASSIGN TO "CTAMESTRE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-NUMERO
               FILE STATUS IS WS-STATUS-CTA.

           SELECT EMPCON-ARQ ASSIGN TO "EMPCON"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CONTRATO
               FILE STATUS IS WS-STATUS-EMP.

           SELECT EMPPAR-ARQ ASSIGN TO "EMPPAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EPA-CHAVE
               FILE STATUS IS WS-STATUS-EPA.

           SELECT COBRANCA-ARQ ASSIGN TO "COBRANCA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-COB.

           SELECT PROVSALDO-ARQ ASSIGN TO "PROVSALDO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PRV.

           SELECT GLSAIDA-ARQ ASSIGN TO "GLSAIDA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-GL.

           SELECT GLCTRL-ARQ ASSIGN TO "GLCTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CTRL.

           SELECT GLLOG-ARQ ASSIGN TO "GLLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOG.

           SELECT PARAMS-ARQ ASSIGN TO "PARAMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PAR.

           SELECT DATAMOV-ARQ ASSIGN TO "DATAMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DTM.
       DATA DIVISION.
       FILE SECTION.
       FD  CTAMESTRE-ARQ.
       COPY CTAREG.

       FD  EMPCON-ARQ.
       COPY EMPREG.

       FD  EMPPAR-ARQ.
       COPY EPAREG.

      * Regua de cobranca: dias consecutivos de descoberto por conta
      * (layout do PROGCOBRA).
       FD  COBRANCA-ARQ.
       01 COB-REGISTRO.
          05 COB-CONTA            PIC 9(06).
          05 COB-DIAS             PIC 9(04).
          05 COB-DATA-INICIO      PIC 9(08).
          05 COB-DATA-ATUALIZACAO PIC 9(08).
          05 COB-ESTAGIO          PIC X(01).

      * Historico da provisao: um registro por competencia apurada,
      * com o saldo total e por nivel (AA, A, B ... H, nesta ordem) e
      * o lote contabil da variacao (zero quando nao houve variacao).
       FD  PROVSALDO-ARQ.
       01 PRV-REGISTRO.
          05 PRV-COMPETENCIA      PIC 9(06).
          05 PRV-DATA-BASE        PIC 9(08).
          05 PRV-LOTE             PIC 9(06).
          05 PRV-SALDO            PIC 9(13)V99.
          05 PRV-SALDO-NIVEL      PIC 9(13)V99 OCCURS 9 TIMES.

      * Interface contabil (mesmo layout do PROGGL).
       FD  GLSAIDA-ARQ.
       01 GL-REGISTRO.
          05 GL-LOTE              PIC 9(06).
          05 GL-DATA              PIC 9(08).
          05 GL-CONTA-CONTABIL    PIC 9(08).
          05 GL-NATUREZA          PIC X(01).
          05 GL-VALOR             PIC 9(13)V99.
          05 GL-HISTORICO         PIC X(20).

       FD  GLCTRL-ARQ.
       01 GLC-REGISTRO.
          05 GLC-ULTIMO-LOTE      PIC 9(06).

      * Diario de lotes enviados a contadoria (casado pelo PROGGLRET).
       FD  GLLOG-ARQ.
       01 GLG-REGISTRO.
          05 GLG-LOTE             PIC 9(06).
          05 GLG-DATA             PIC 9(08).
          05 GLG-QTD-PARTIDAS     PIC 9(06).
          05 GLG-SITUACAO         PIC X(01).
             88 GLG-PENDENTE           VALUE "P".

       FD  PARAMS-ARQ.
       COPY PARREG.

      * Data de movimento do ciclo (PROGDATAMOV).
       FD  DATAMOV-ARQ.
       COPY DTMREG.
       WORKING-STORAGE SECTION.
       COPY DATLERW.

          01 WS-STATUS-CTA           PIC XX.
             88 ARQ-OK                    VALUE "00".
             88 ARQ-FIM-CTA               VALUE "10".

          01 WS-STATUS-EMP           PIC XX.
             88 ARQ-EMP-OK                VALUE "00".
             88 ARQ-EMP-FIM               VALUE "10".

          01 WS-STATUS-EPA           PIC XX.
             88 ARQ-EPA-OK                VALUE "00".
             88 ARQ-EPA-FIM               VALUE "10".

          01 WS-STATUS-COB           PIC XX.
             88 ARQ-COB-OK                VALUE "00".
             88 ARQ-COB-FIM               VALUE "10".

          01 WS-STATUS-PRV           PIC XX.
             88 ARQ-PRV-OK                VALUE "00".
             88 ARQ-PRV-FIM               VALUE "10".

          01 WS-STATUS-GL            PIC XX.
             88 ARQ-GL-OK                 VALUE "00".

          01 WS-STATUS-CTRL          PIC XX.
             88 ARQ-CTRL-OK               VALUE "00".

          01 WS-STATUS-LOG           PIC XX.
             88 ARQ-LOG-OK                VALUE "00".

       COPY PARAMW.

          01 WS-DATA-BASE            PIC 9(08) VALUE ZEROS.
          01 WS-COMPETENCIA          PIC 9(06).

      * Escala de risco por dias de atraso (faixas regulatorias) e
      * percentual de provisao padrao de cada nivel; o percentual
      * vigente vem dos parametros PROVISAO.PERC.<nivel>.
          01 WS-NIVEIS-PADRAO.
             05 FILLER PIC X(14) VALUE "AA000000000000".
             05 FILLER PIC X(14) VALUE "A 000140005000".
             05 FILLER PIC X(14) VALUE "B 000300010000".
             05 FILLER PIC X(14) VALUE "C 000600030000".
             05 FILLER PIC X(14) VALUE "D 000900100000".
             05 FILLER PIC X(14) VALUE "E 001200300000".
             05 FILLER PIC X(14) VALUE "F 001500500000".
             05 FILLER PIC X(14) VALUE "G 001800700000".
             05 FILLER PIC X(14) VALUE "H 999991000000".
          01 WS-TAB-NIVEIS REDEFINES WS-NIVEIS-PADRAO.
             05 WS-TAB-NIV-ENTRADA OCCURS 9 TIMES
                   INDEXED BY WS-NIV-IDX.
                10 WS-TAB-NIV-CODIGO   PIC X(02).
                10 WS-TAB-NIV-DIAS-MAX PIC 9(05).
                10 WS-TAB-NIV-PERC     PIC 9(03)V9(04).

      * Apuracao por nivel: quantidade, exposicao, provisao do mes e
      * provisao do mes anterior (historico PROVSALDO).
          01 WS-TAB-APURACAO.
             05 WS-TAB-APU-ENTRADA OCCURS 9 TIMES.
                10 WS-TAB-APU-QTD      PIC 9(06).
                10 WS-TAB-APU-EXPOSICAO PIC 9(13)V99.
                10 WS-TAB-APU-PROVISAO PIC 9(13)V99.
                10 WS-TAB-APU-ANTERIOR PIC 9(13)V99.

      * Carteira por agencia e nivel.
          01 WS-TAB-AGENCIAS.
             05 WS-TAB-AGE-ENTRADA OCCURS 99 TIMES
                   INDEXED BY WS-AGE-IDX.
                10 WS-TAB-AGE-CODIGO   PIC 9(04).
                10 WS-TAB-AGE-NIVEL OCCURS 9 TIMES.
                   15 WS-TAB-AGE-QTD       PIC 9(06).
                   15 WS-TAB-AGE-EXPOSICAO PIC 9(13)V99.
                   15 WS-TAB-AGE-PROVISAO  PIC 9(13)V99.
          01 WS-TAB-AGE-QTD-USO      PIC 9(02) VALUE 0.
          01 WS-TAB-AGE-ACHOU        PIC X(01).
             88 AGE-ACHOU                 VALUE "S".

      * Regua de cobranca carregada (conta e dias de descoberto).
          01 WS-TAB-COBRANCA.
             05 WS-TAB-COB-ENTRADA OCCURS 999 TIMES
                   INDEXED BY WS-COB-IDX.
                10 WS-TAB-COB-CONTA    PIC 9(06).
                10 WS-TAB-COB-DIAS     PIC 9(04).
          01 WS-TAB-COB-QTD          PIC 9(04) VALUE 0.
          01 WS-TAB-COB-ACHOU        PIC X(01).
             88 COB-ACHOU                 VALUE "S".

      * Operacao em classificacao.
          01 WS-OPE-TIPO             PIC X(01).
             88 OPE-CONTRATO              VALUE "C".
             88 OPE-DESCOBERTO            VALUE "D".
          01 WS-OPE-AGENCIA          PIC 9(04).
          01 WS-OPE-EXPOSICAO        PIC 9(11)V99.
          01 WS-OPE-DIAS             PIC 9(05).
          01 WS-OPE-PROVISAO         PIC 9(11)V99.
          01 WS-VENC-MAIS-ANTIGO     PIC 9(08).

      * Contagem de dias corridos entre duas datas (numero do dia no
      * calendario gregoriano a partir de uma origem fixa).
          01 WS-DA-DATA              PIC 9(08).
          01 WS-DA-DATA-R REDEFINES WS-DA-DATA.
             05 WS-DA-ANO            PIC 9(04).
             05 WS-DA-MES            PIC 9(02).
             05 WS-DA-DIA            PIC 9(02).
          01 WS-DA-ANO-AJ            PIC 9(04).
          01 WS-DA-MES-AJ            PIC 9(02).
          01 WS-DA-Q4                PIC 9(04).
          01 WS-DA-Q100              PIC 9(04).
          01 WS-DA-Q400              PIC 9(04).
          01 WS-DA-TERMO             PIC 9(04).
          01 WS-DA-QMES              PIC 9(04).
          01 WS-DA-NUMERO            PIC 9(07).
          01 WS-DIA-BASE             PIC 9(07).

      * Provisao do mes anterior e variacao.
          01 WS-ANTERIOR-ACHADO      PIC X(01) VALUE "N".
             88 ANTERIOR-ACHADO           VALUE "S".
          01 WS-COMPETENCIA-ANTERIOR PIC 9(06) VALUE 0.
          01 WS-JA-APURADA           PIC X(01) VALUE "N".
             88 COMPETENCIA-JA-APURADA    VALUE "S".
          01 WS-SALDO-ANTERIOR       PIC 9(13)V99 VALUE 0.
          01 WS-SALDO-PROVISAO       PIC 9(13)V99 VALUE 0.
          01 WS-VARIACAO             PIC S9(13)V99 VALUE 0.
          01 WS-VARIACAO-NIVEL       PIC S9(13)V99.
          01 WS-TOTAL-EXPOSICAO      PIC 9(13)V99 VALUE 0.

          01 WS-LOTE                 PIC 9(06) VALUE 0.
          01 WS-QTD-PARTIDAS         PIC 9(06) VALUE 0.

          01 WS-NIV-SEQ              PIC 9(02).
          01 WS-AGE-SEQ              PIC 9(02).
          01 WS-QTD-CONTRATOS        PIC 9(06) VALUE 0.
          01 WS-QTD-DESCOBERTOS      PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM INICIALIZAR
           PERFORM LE-HISTORICO-PROVISAO
           IF COMPETENCIA-JA-APURADA
               DISPLAY "PROVISAO DA COMPETENCIA " WS-COMPETENCIA
                   " JA APURADA - EXECUCAO RECUSADA (VER PROVSALDO)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CLASSIFICA-CONTRATOS
           PERFORM CLASSIFICA-DESCOBERTOS
           PERFORM TOTALIZA-PROVISAO
           PERFORM GRAVA-LOTE-CONTABIL THRU GRAVA-LOTE-CONTABIL-EXIT
           PERFORM GRAVA-HISTORICO-PROVISAO
           PERFORM IMPRIME-CARTEIRA
           PERFORM FINALIZAR
           STOP RUN.

       INICIALIZAR.
           ACCEPT WS-DATA-BASE FROM DATE YYYYMMDD
           PERFORM OBTEM-DATA-MOVIMENTO
           IF WS-DATA-MOVIMENTO > 0
               MOVE WS-DATA-MOVIMENTO TO WS-DATA-BASE
           END-IF
           DIVIDE WS-DATA-BASE BY 100 GIVING WS-COMPETENCIA
           MOVE WS-DATA-BASE TO WS-DA-DATA
           PERFORM CALCULA-DIA-ABSOLUTO
           MOVE WS-DA-NUMERO TO WS-DIA-BASE

           MOVE WS-DATA-BASE TO WS-PAR-DATA-REF
           PERFORM CARREGA-PARAMETROS
           PERFORM OBTEM-PERCENTUAL-NIVEL
               VARYING WS-NIV-SEQ FROM 1 BY 1
               UNTIL WS-NIV-SEQ > 9
           INITIALIZE WS-TAB-APURACAO

           PERFORM CARREGA-COBRANCA
           MOVE 0 TO RETURN-CODE.

       OBTEM-PERCENTUAL-NIVEL.
           SET WS-NIV-IDX TO WS-NIV-SEQ
           MOVE SPACES TO WS-PAR-CHAVE-BUSCA
           STRING "PROVISAO.PERC." DELIMITED BY SIZE
                  WS-TAB-NIV-CODIGO (WS-NIV-IDX) DELIMITED BY SPACE
               INTO WS-PAR-CHAVE-BUSCA
           PERFORM OBTEM-PARAMETRO
           IF PAR-ACHOU AND WS-PAR-VALOR-OBTIDO NOT > 100
               MOVE WS-PAR-VALOR-OBTIDO
                 TO WS-TAB-NIV-PERC (WS-NIV-IDX)
           END-IF.

       COPY PARLER.

       CARREGA-COBRANCA.
           MOVE 0 TO WS-TAB-COB-QTD
           OPEN INPUT COBRANCA-ARQ
           IF ARQ-COB-OK
               READ COBRANCA-ARQ
                   AT END SET ARQ-COB-FIM TO TRUE
               END-READ
               PERFORM CARREGA-UMA-COBRANCA UNTIL ARQ-COB-FIM
               CLOSE COBRANCA-ARQ
           ELSE
               DISPLAY "REGUA DE COBRANCA (COBRANCA) AUSENTE - "
                   "DESCOBERTOS SEM DIAS DE ATRASO"
           END-IF.

       CARREGA-UMA-COBRANCA.
           IF WS-TAB-COB-QTD < 999
               ADD 1 TO WS-TAB-COB-QTD
               SET WS-COB-IDX TO WS-TAB-COB-QTD
               MOVE COB-CONTA TO WS-TAB-COB-CONTA (WS-COB-IDX)
               MOVE COB-DIAS  TO WS-TAB-COB-DIAS (WS-COB-IDX)
           ELSE
               DISPLAY "TABELA DE COBRANCA CHEIA, CONTA IGNORADA: "
                   COB-CONTA
           END-IF
           READ COBRANCA-ARQ
               AT END SET ARQ-COB-FIM TO TRUE
           END-READ.

      * Historico: guarda o ultimo registro de competencia anterior a
      * apurada (base da variacao) e detecta a competencia ja apurada.
       LE-HISTORICO-PROVISAO.
           OPEN INPUT PROVSALDO-ARQ
           IF ARQ-PRV-OK
               READ PROVSALDO-ARQ
                   AT END SET ARQ-PRV-FIM TO TRUE
               END-READ
               PERFORM LE-UM-HISTORICO UNTIL ARQ-PRV-FIM
               CLOSE PROVSALDO-ARQ
           END-IF.

       LE-UM-HISTORICO.
           IF PRV-COMPETENCIA = WS-COMPETENCIA
               MOVE "S" TO WS-JA-APURADA
           END-IF
           IF PRV-COMPETENCIA < WS-COMPETENCIA
                   AND PRV-COMPETENCIA NOT < WS-COMPETENCIA-ANTERIOR
               MOVE "S" TO WS-ANTERIOR-ACHADO
               MOVE PRV-COMPETENCIA TO WS-COMPETENCIA-ANTERIOR
               MOVE PRV-SALDO TO WS-SALDO-ANTERIOR
               PERFORM GUARDA-ANTERIOR-NIVEL
                   VARYING WS-NIV-SEQ FROM 1 BY 1
                   UNTIL WS-NIV-SEQ > 9
           END-IF
           READ PROVSALDO-ARQ
               AT END SET ARQ-PRV-FIM TO TRUE
           END-READ.

       GUARDA-ANTERIOR-NIVEL.
           MOVE PRV-SALDO-NIVEL (WS-NIV-SEQ)
             TO WS-TAB-APU-ANTERIOR (WS-NIV-SEQ).

      * Contratos ativos: exposicao = parcelas nao pagas; atraso =
      * dias desde o vencimento da parcela nao paga mais antiga.
       CLASSIFICA-CONTRATOS.
           OPEN INPUT CTAMESTRE-ARQ
           OPEN INPUT EMPCON-ARQ
           IF NOT ARQ-EMP-OK
               DISPLAY "ARQUIVO DE CONTRATOS (EMPCON) AUSENTE - "
                   "SEM CARTEIRA DE EMPRESTIMOS"
           ELSE
               OPEN INPUT EMPPAR-ARQ
               MOVE ZEROS TO EMP-CONTRATO
               START EMPCON-ARQ KEY NOT < EMP-CONTRATO
               IF ARQ-EMP-OK
                   READ EMPCON-ARQ NEXT RECORD
                       AT END SET ARQ-EMP-FIM TO TRUE
                   END-READ
                   PERFORM CLASSIFICA-UM-CONTRATO
                       UNTIL NOT ARQ-EMP-OK
               END-IF
               CLOSE EMPPAR-ARQ
               CLOSE EMPCON-ARQ
           END-IF.

       CLASSIFICA-UM-CONTRATO.
           IF EMP-ATIVO
               MOVE 0 TO WS-OPE-EXPOSICAO
               MOVE 99999999 TO WS-VENC-MAIS-ANTIGO
               MOVE EMP-CONTRATO TO EPA-CONTRATO
               MOVE 0 TO EPA-PARCELA
               START EMPPAR-ARQ KEY NOT < EPA-CHAVE
               IF ARQ-EPA-OK
                   READ EMPPAR-ARQ NEXT RECORD
                       AT END SET ARQ-EPA-FIM TO TRUE
                   END-READ
                   PERFORM SOMA-PARCELA-ABERTA
                       UNTIL NOT ARQ-EPA-OK
                          OR EPA-CONTRATO NOT = EMP-CONTRATO
               END-IF
               IF WS-OPE-EXPOSICAO > 0
                   MOVE 0 TO WS-OPE-DIAS
                   IF WS-VENC-MAIS-ANTIGO < WS-DATA-BASE
                       MOVE WS-VENC-MAIS-ANTIGO TO WS-DA-DATA
                       PERFORM CALCULA-DIA-ABSOLUTO
                       COMPUTE WS-OPE-DIAS = WS-DIA-BASE - WS-DA-NUMERO
                   END-IF
                   MOVE EMP-CONTA TO CTA-NUMERO
                   READ CTAMESTRE-ARQ
                   IF ARQ-OK
                       MOVE CTA-AGENCIA TO WS-OPE-AGENCIA
                   ELSE
                       MOVE 0 TO WS-OPE-AGENCIA
                   END-IF
                   SET OPE-CONTRATO TO TRUE
                   ADD 1 TO WS-QTD-CONTRATOS
                   PERFORM CLASSIFICA-OPERACAO
               END-IF
           END-IF
           READ EMPCON-ARQ NEXT RECORD
               AT END SET ARQ-EMP-FIM TO TRUE
           END-READ.

       SOMA-PARCELA-ABERTA.
           IF NOT EPA-PAGA
               ADD EPA-VALOR TO WS-OPE-EXPOSICAO
               IF EPA-VENCIMENTO < WS-VENC-MAIS-ANTIGO
                   MOVE EPA-VENCIMENTO TO WS-VENC-MAIS-ANTIGO
               END-IF
           END-IF
           READ EMPPAR-ARQ NEXT RECORD
               AT END SET ARQ-EPA-FIM TO TRUE
           END-READ.

      * Contas negativas (nao encerradas): exposicao = saldo negativo;
      * atraso = dias consecutivos de descoberto da regua.
       CLASSIFICA-DESCOBERTOS.
           MOVE ZEROS TO CTA-NUMERO
           START CTAMESTRE-ARQ KEY NOT < CTA-NUMERO
           IF ARQ-OK
               READ CTAMESTRE-ARQ NEXT RECORD
                   AT END SET ARQ-FIM-CTA TO TRUE
               END-READ
               PERFORM CLASSIFICA-UMA-CONTA UNTIL NOT ARQ-OK
           END-IF
           CLOSE CTAMESTRE-ARQ.

       CLASSIFICA-UMA-CONTA.
           IF NOT CTA-ENCERRADA AND CTA-SALDO < 0
               COMPUTE WS-OPE-EXPOSICAO = CTA-SALDO * -1
               MOVE CTA-AGENCIA TO WS-OPE-AGENCIA
               MOVE 0 TO WS-OPE-DIAS
               MOVE "N" TO WS-TAB-COB-ACHOU
               SET WS-COB-IDX TO 1
               PERFORM PROCURA-COBRANCA
                   UNTIL WS-COB-IDX > WS-TAB-COB-QTD OR COB-ACHOU
               IF COB-ACHOU
                   MOVE WS-TAB-COB-DIAS (WS-COB-IDX) TO WS-OPE-DIAS
               END-IF
               SET OPE-DESCOBERTO TO TRUE
               ADD 1 TO WS-QTD-DESCOBERTOS
               PERFORM CLASSIFICA-OPERACAO
           END-IF
           READ CTAMESTRE-ARQ NEXT RECORD
               AT END SET ARQ-FIM-CTA TO TRUE
           END-READ.

       PROCURA-COBRANCA.
           IF WS-TAB-COB-CONTA (WS-COB-IDX) = CTA-NUMERO
               MOVE "S" TO WS-TAB-COB-ACHOU
           ELSE
               SET WS-COB-IDX UP BY 1
           END-IF.

      * Nivel pelo atraso, provisao pelo percentual do nivel e
      * acumulacao por nivel e por agencia.
       CLASSIFICA-OPERACAO.
           SET WS-NIV-IDX TO 1
           PERFORM PROCURA-NIVEL
               UNTIL WS-OPE-DIAS NOT > WS-TAB-NIV-DIAS-MAX (WS-NIV-IDX)
           COMPUTE WS-OPE-PROVISAO ROUNDED =
               WS-OPE-EXPOSICAO * WS-TAB-NIV-PERC (WS-NIV-IDX) / 100
           SET WS-NIV-SEQ TO WS-NIV-IDX
           ADD 1 TO WS-TAB-APU-QTD (WS-NIV-SEQ)
           ADD WS-OPE-EXPOSICAO TO WS-TAB-APU-EXPOSICAO (WS-NIV-SEQ)
           ADD WS-OPE-PROVISAO  TO WS-TAB-APU-PROVISAO (WS-NIV-SEQ)
           PERFORM ACHA-AGENCIA
           ADD 1 TO WS-TAB-AGE-QTD (WS-AGE-IDX, WS-NIV-SEQ)
           ADD WS-OPE-EXPOSICAO
             TO WS-TAB-AGE-EXPOSICAO (WS-AGE-IDX, WS-NIV-SEQ)
           ADD WS-OPE-PROVISAO
             TO WS-TAB-AGE-PROVISAO (WS-AGE-IDX, WS-NIV-SEQ).

       PROCURA-NIVEL.
           SET WS-NIV-IDX UP BY 1.

       ACHA-AGENCIA.
           MOVE "N" TO WS-TAB-AGE-ACHOU
           SET WS-AGE-IDX TO 1
           PERFORM PROCURA-AGENCIA
               UNTIL WS-AGE-IDX > WS-TAB-AGE-QTD-USO OR AGE-ACHOU
           IF NOT AGE-ACHOU
               IF WS-TAB-AGE-QTD-USO < 99
                   ADD 1 TO WS-TAB-AGE-QTD-USO
                   SET WS-AGE-IDX TO WS-TAB-AGE-QTD-USO
                   INITIALIZE WS-TAB-AGE-ENTRADA (WS-AGE-IDX)
                   MOVE WS-OPE-AGENCIA
                     TO WS-TAB-AGE-CODIGO (WS-AGE-IDX)
               ELSE
                   DISPLAY "TABELA DE AGENCIAS CHEIA, AGENCIA "
                       "SOMADA NA PRIMEIRA: " WS-OPE-AGENCIA
                   SET WS-AGE-IDX TO 1
               END-IF
           END-IF.

       PROCURA-AGENCIA.
           IF WS-TAB-AGE-CODIGO (WS-AGE-IDX) = WS-OPE-AGENCIA
               MOVE "S" TO WS-TAB-AGE-ACHOU
           ELSE
               SET WS-AGE-IDX UP BY 1
           END-IF.

      * Numero do dia da data em WS-DA-DATA (ano iniciado em marco,
      * para o dia bissexto cair no fim): a diferenca entre os numeros
      * de duas datas e o numero de dias corridos entre elas.
       CALCULA-DIA-ABSOLUTO.
           MOVE WS-DA-ANO TO WS-DA-ANO-AJ
           IF WS-DA-MES > 2
               COMPUTE WS-DA-MES-AJ = WS-DA-MES - 3
           ELSE
               COMPUTE WS-DA-MES-AJ = WS-DA-MES + 9
               SUBTRACT 1 FROM WS-DA-ANO-AJ
           END-IF
           DIVIDE WS-DA-ANO-AJ BY 4   GIVING WS-DA-Q4
           DIVIDE WS-DA-ANO-AJ BY 100 GIVING WS-DA-Q100
           DIVIDE WS-DA-ANO-AJ BY 400 GIVING WS-DA-Q400
           COMPUTE WS-DA-TERMO = 153 * WS-DA-MES-AJ + 2
           DIVIDE WS-DA-TERMO BY 5 GIVING WS-DA-QMES
           COMPUTE WS-DA-NUMERO =
               WS-DA-ANO-AJ * 365 + WS-DA-Q4 - WS-DA-Q100
               + WS-DA-Q400 + WS-DA-QMES + WS-DA-DIA.

       TOTALIZA-PROVISAO.
           PERFORM SOMA-NIVEL
               VARYING WS-NIV-SEQ FROM 1 BY 1
               UNTIL WS-NIV-SEQ > 9
           COMPUTE WS-VARIACAO = WS-SALDO-PROVISAO - WS-SALDO-ANTERIOR.

       SOMA-NIVEL.
           ADD WS-TAB-APU-EXPOSICAO (WS-NIV-SEQ) TO WS-TOTAL-EXPOSICAO
           ADD WS-TAB-APU-PROVISAO (WS-NIV-SEQ) TO WS-SALDO-PROVISAO.

      * Lote contabil da variacao do mes: aumento constitui provisao
      * (despesa 31040001 contra a redutora 11070001 PROVISAO PARA
      * CREDITOS DE LIQUIDACAO DUVIDOSA); reducao reverte (11070001
      * contra a receita 41040001 REVERSAO DE PROVISAO). O saldo da
      * 11070001 acompanha assim o saldo de provisao apurado. Sem
      * variacao nao ha lote.
       GRAVA-LOTE-CONTABIL.
           IF WS-VARIACAO = 0
               GO TO GRAVA-LOTE-CONTABIL-EXIT
           END-IF
           PERFORM OBTEM-PROXIMO-LOTE
           OPEN EXTEND GLSAIDA-ARQ
           IF NOT ARQ-GL-OK
               OPEN OUTPUT GLSAIDA-ARQ
           END-IF
           IF WS-VARIACAO > 0
               MOVE WS-VARIACAO TO GL-VALOR
               MOVE 31040001 TO GL-CONTA-CONTABIL
               MOVE "PROVISAO CONSTITUIDA" TO GL-HISTORICO
               PERFORM GRAVA-DEBITO
               MOVE 11070001 TO GL-CONTA-CONTABIL
               PERFORM GRAVA-CREDITO
           ELSE
               COMPUTE GL-VALOR = WS-VARIACAO * -1
               MOVE 11070001 TO GL-CONTA-CONTABIL
               MOVE "PROVISAO REVERTIDA"  TO GL-HISTORICO
               PERFORM GRAVA-DEBITO
               MOVE 41040001 TO GL-CONTA-CONTABIL
               PERFORM GRAVA-CREDITO
           END-IF
           CLOSE GLSAIDA-ARQ
           PERFORM GRAVA-CONTROLE-LOTE.
       GRAVA-LOTE-CONTABIL-EXIT.
           EXIT.

       OBTEM-PROXIMO-LOTE.
           OPEN INPUT GLCTRL-ARQ
           IF ARQ-CTRL-OK
               READ GLCTRL-ARQ
               IF ARQ-CTRL-OK
                   MOVE GLC-ULTIMO-LOTE TO WS-LOTE
               END-IF
               CLOSE GLCTRL-ARQ
           END-IF
           ADD 1 TO WS-LOTE.

       GRAVA-DEBITO.
           MOVE "D" TO GL-NATUREZA
           PERFORM GRAVA-LINHA-GL.

       GRAVA-CREDITO.
           MOVE "C" TO GL-NATUREZA
           PERFORM GRAVA-LINHA-GL.

       GRAVA-LINHA-GL.
           MOVE WS-LOTE         TO GL-LOTE
           MOVE WS-DATA-BASE    TO GL-DATA
           WRITE GL-REGISTRO
           ADD 1 TO WS-QTD-PARTIDAS.

       GRAVA-CONTROLE-LOTE.
           MOVE WS-LOTE TO GLC-ULTIMO-LOTE
           OPEN OUTPUT GLCTRL-ARQ
           WRITE GLC-REGISTRO
           CLOSE GLCTRL-ARQ
           OPEN EXTEND GLLOG-ARQ
           IF NOT ARQ-LOG-OK
               OPEN OUTPUT GLLOG-ARQ
           END-IF
           MOVE WS-LOTE          TO GLG-LOTE
           MOVE WS-DATA-BASE     TO GLG-DATA
           MOVE WS-QTD-PARTIDAS  TO GLG-QTD-PARTIDAS
           SET GLG-PENDENTE      TO TRUE
           WRITE GLG-REGISTRO
           CLOSE GLLOG-ARQ.

       GRAVA-HISTORICO-PROVISAO.
           OPEN EXTEND PROVSALDO-ARQ
           IF NOT ARQ-PRV-OK
               OPEN OUTPUT PROVSALDO-ARQ
           END-IF
           MOVE WS-COMPETENCIA    TO PRV-COMPETENCIA
           MOVE WS-DATA-BASE      TO PRV-DATA-BASE
           MOVE WS-LOTE           TO PRV-LOTE
           MOVE WS-SALDO-PROVISAO TO PRV-SALDO
           PERFORM GUARDA-SALDO-NIVEL
               VARYING WS-NIV-SEQ FROM 1 BY 1
               UNTIL WS-NIV-SEQ > 9
           WRITE PRV-REGISTRO
           CLOSE PROVSALDO-ARQ.

       GUARDA-SALDO-NIVEL.
           MOVE WS-TAB-APU-PROVISAO (WS-NIV-SEQ)
             TO PRV-SALDO-NIVEL (WS-NIV-SEQ).

       IMPRIME-CARTEIRA.
           DISPLAY "===== CARTEIRA DE CREDITO POR NIVEL DE RISCO ====="
           DISPLAY "DATA-BASE: " WS-DATA-BASE
               "  COMPETENCIA: " WS-COMPETENCIA
           DISPLAY "CONTRATOS CLASSIFICADOS: " WS-QTD-CONTRATOS
               "  CONTAS EM DESCOBERTO: " WS-QTD-DESCOBERTOS
           DISPLAY "--- POR NIVEL DE RISCO ---"
           PERFORM IMPRIME-NIVEL
               VARYING WS-NIV-SEQ FROM 1 BY 1
               UNTIL WS-NIV-SEQ > 9
           DISPLAY "--- POR AGENCIA E NIVEL ---"
           PERFORM IMPRIME-AGENCIA
               VARYING WS-AGE-SEQ FROM 1 BY 1
               UNTIL WS-AGE-SEQ > WS-TAB-AGE-QTD-USO.

       IMPRIME-NIVEL.
           SET WS-NIV-IDX TO WS-NIV-SEQ
           COMPUTE WS-VARIACAO-NIVEL =
               WS-TAB-APU-PROVISAO (WS-NIV-SEQ)
               - WS-TAB-APU-ANTERIOR (WS-NIV-SEQ)
           DISPLAY "NIVEL " WS-TAB-NIV-CODIGO (WS-NIV-IDX)
               " (" WS-TAB-NIV-PERC (WS-NIV-IDX) "%)"
               " OPERACOES=" WS-TAB-APU-QTD (WS-NIV-SEQ)
               " EXPOSICAO=" WS-TAB-APU-EXPOSICAO (WS-NIV-SEQ)
               " PROVISAO=" WS-TAB-APU-PROVISAO (WS-NIV-SEQ)
               " VARIACAO=" WS-VARIACAO-NIVEL.

       IMPRIME-AGENCIA.
           SET WS-AGE-IDX TO WS-AGE-SEQ
           PERFORM IMPRIME-AGENCIA-NIVEL
               VARYING WS-NIV-SEQ FROM 1 BY 1
               UNTIL WS-NIV-SEQ > 9.

       IMPRIME-AGENCIA-NIVEL.
           IF WS-TAB-AGE-QTD (WS-AGE-IDX, WS-NIV-SEQ) > 0
               SET WS-NIV-IDX TO WS-NIV-SEQ
               DISPLAY "AGENCIA " WS-TAB-AGE-CODIGO (WS-AGE-IDX)
                   " NIVEL " WS-TAB-NIV-CODIGO (WS-NIV-IDX)
                   " OPERACOES="
                   WS-TAB-AGE-QTD (WS-AGE-IDX, WS-NIV-SEQ)
                   " EXPOSICAO="
                   WS-TAB-AGE-EXPOSICAO (WS-AGE-IDX, WS-NIV-SEQ)
                   " PROVISAO="
                   WS-TAB-AGE-PROVISAO (WS-AGE-IDX, WS-NIV-SEQ)
           END-IF.

       FINALIZAR.
           DISPLAY "--- TOTAL DA CARTEIRA ---"
           DISPLAY "EXPOSICAO TOTAL........: " WS-TOTAL-EXPOSICAO
           DISPLAY "SALDO DE PROVISAO......: " WS-SALDO-PROVISAO
           IF ANTERIOR-ACHADO
               DISPLAY "SALDO ANTERIOR.........: " WS-SALDO-ANTERIOR
                   " (COMPETENCIA " WS-COMPETENCIA-ANTERIOR ")"
           ELSE
               DISPLAY "SALDO ANTERIOR.........: " WS-SALDO-ANTERIOR
                   " (PRIMEIRA APURACAO)"
           END-IF
           DISPLAY "VARIACAO DO MES........: " WS-VARIACAO
           IF WS-QTD-PARTIDAS > 0
               DISPLAY "LOTE CONTABIL..........: " WS-LOTE
                   " PARTIDAS " WS-QTD-PARTIDAS
           ELSE
               DISPLAY "LOTE CONTABIL..........: SEM VARIACAO, "
                   "NENHUM LOTE GRAVADO"
           END-IF
           DISPLAY "RETURN-CODE............: " RETURN-CODE.

       COPY DATLER.
       END PROGRAM PROGPROVISAO.
