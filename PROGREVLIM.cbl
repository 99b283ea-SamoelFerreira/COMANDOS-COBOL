      ******************************************************************
      * Author: EQUIPE MANUTENCAO
      * Date: 15/10/2026
      * Purpose: REVISAO MENSAL DO LIMITE DE CREDITO (CHEQUE ESPECIAL)
      *          - PASSO DO CICLO QUE, NO PRIMEIRO CICLO DE CADA MES
      *          (CONTROLE REVLCTRL, MESMO RECORTE DO EXTCTRL DO
      *          PROGEXTLOTE), PASSA POR TODA CONTA NAO ENCERRADA DO
      *          CTAMESTRE E PROPOE AUMENTO, REDUCAO OU MANUTENCAO DO
      *          CTA-LIMITE-CREDITO A PARTIR DOS ULTIMOS MESES
      *          FECHADOS (PARAMETRO REVLIM.MESES, PADRAO 3):
      *            - SALDO MEDIO DOS FECHAMENTOS MENSAIS, RECONSTITUIDO
      *              DO SALDO ATUAL PARA TRAS PELO LIQUIDO DE CADA MES
      *              (MOVFECH + MOVIMENTO, MESMAS REGRAS DE EFEITO NO
      *              SALDO DO PROGEXTRATO);
      *            - RENDA RECORRENTE: CREDITOS DE FOLHA (CANAL "F")
      *              PRESENTES EM TODOS OS MESES DA JANELA, EM MEDIA
      *              MENSAL;
      *            - DIAS DE DESCOBERTO DA REGUA DE COBRANCA
      *              (COBRANCA, PROGCOBRA);
      *            - CHEQUES DEVOLVIDOS (MOVIMENTO "X") NA JANELA;
      *            - PARCELAS DE EMPRESTIMO VENCIDAS E NAO PAGAS
      *              (EMPPAR DOS CONTRATOS ATIVOS DO EMPCON).
      *          QUALQUER SINAL DE RISCO ACIMA DA REGRA PROPOE
      *          REDUCAO (NUNCA ABAIXO DO VALOR EM USO); CONTA ATIVA
      *          SEM SINAL DE RISCO CUJO LIMITE-ALVO (RENDA E SALDO
      *          MEDIO PONDERADOS, TETO REVLIM.LIMITE.MAXIMO) PASSA
      *          O ATUAL PROPOE AUMENTO. AS PROPOSTAS VAO PARA O
      *          ARQUIVO PROPLIM (VER PLMREG), DECIDIDO PELA MESA DE
      *          CREDITO NO PROGAPRLIM, E TODA CONTA REVISADA SAI NO
      *          RELATORIO REVLIMREL. O MESTRE NAO E ALTERADO AQUI.
      *          RETURN-CODE: 0 OK, 4 CONTAS NAO AVALIADAS (TABELA
      *          CHEIA), 8 MESTRE INDISPONIVEL, 12 SAIDA NAO ABERTA.
      * Tectonics: cobc
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial: o limite era digitado uma vez
      *              no PROGCARGA ou trocado a mao no PROGMANUT e
      *              nunca mais revisto.
      * 15/10/2026 - EM - Linhas de movimento acompanham MOVREG
      *              (78 bytes).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGREVLIM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTAMESTRE-ARQ ASSIGN TO "CTAMESTRE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CTA-NUMERO
               FILE STATUS IS WS-STATUS-CTA.

           SELECT MOVFECH-ARQ ASSIGN TO "MOVFECH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FECH.

           SELECT MOVIMENTO-ARQ ASSIGN TO "MOVIMENTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MOV.

           SELECT COBRANCA-ARQ ASSIGN TO "COBRANCA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-COB.

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

           SELECT PROPLIM-ARQ ASSIGN TO "PROPLIM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PLM.

           SELECT REVLCTRL-ARQ ASSIGN TO "REVLCTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RLC.

           SELECT REVLIMREL-ARQ ASSIGN TO "REVLIMREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REL.

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
       FD  CTAMESTRE-ARQ.
       COPY CTAREG.

      * Periodos fechados do ano (PROGMOVCORTE).
       FD  MOVFECH-ARQ.
       01 FECH-REGISTRO             PIC X(78).

       FD  MOVIMENTO-ARQ.
       01 MOVLIN-REGISTRO           PIC X(78).

      * Regua de cobranca: dias consecutivos de descoberto por conta
      * (layout do PROGCOBRA).
       FD  COBRANCA-ARQ.
       01 COB-REGISTRO.
          05 COB-CONTA            PIC 9(06).
          05 COB-DIAS             PIC 9(04).
          05 COB-DATA-INICIO      PIC 9(08).
          05 COB-DATA-ATUALIZACAO PIC 9(08).
          05 COB-ESTAGIO          PIC X(01).

      * Contratos e parcelas do credito parcelado (PROGEMPCON).
       FD  EMPCON-ARQ.
       COPY EMPREG.

       FD  EMPPAR-ARQ.
       COPY EPAREG.

      * Propostas para a mesa de credito (PROGAPRLIM).
       FD  PROPLIM-ARQ.
       COPY PLMREG.

      * Controle do mes ja revisado (AAAAMM), para a revisao nao
      * repetir dentro do mesmo mes.
       FD  REVLCTRL-ARQ.
       01 RLC-REGISTRO.
          05 RLC-MES-REVISADO     PIC 9(06).

      * Relatorio da revisao, refeito a cada mes.
       FD  REVLIMREL-ARQ.
       01 REL-LINHA                 PIC X(80).

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

          01 WS-STATUS-CTA           PIC XX.
             88 ARQ-OK                    VALUE "00".
             88 ARQ-FIM-CTA               VALUE "10".

          01 WS-STATUS-FECH          PIC XX.
             88 ARQ-FECH-OK               VALUE "00".
             88 ARQ-FECH-FIM              VALUE "10".

          01 WS-STATUS-MOV           PIC XX.
             88 ARQ-MOV-OK                VALUE "00".
             88 ARQ-MOV-FIM               VALUE "10".

          01 WS-STATUS-COB           PIC XX.
             88 ARQ-COB-OK                VALUE "00".
             88 ARQ-COB-FIM               VALUE "10".

          01 WS-STATUS-EMP           PIC XX.
             88 ARQ-EMP-OK                VALUE "00".
             88 ARQ-EMP-FIM               VALUE "10".

          01 WS-STATUS-EPA           PIC XX.
             88 ARQ-EPA-OK                VALUE "00".
             88 ARQ-EPA-FIM               VALUE "10".

          01 WS-STATUS-PLM           PIC XX.
             88 ARQ-PLM-OK                VALUE "00".

          01 WS-STATUS-RLC           PIC XX.
             88 ARQ-RLC-OK                VALUE "00".

          01 WS-STATUS-REL           PIC XX.
             88 ARQ-REL-OK                VALUE "00".

      * Area de decodificacao das linhas de MOVFECH/MOVIMENTO.
       COPY MOVREG.

          01 WS-DATA-SISTEMA         PIC 9(08) VALUE ZEROS.
          01 WS-MES-CONTROLE         PIC 9(06) VALUE ZEROS.

      * Regras da revisao (parametros REVLIM.*, ver APLICA-PARAMETROS).
      * Limite de risco zerado desliga o criterio correspondente.
          01 WS-REV-MESES            PIC 9(02) VALUE 03.
          01 WS-REV-FATOR-RENDA      PIC 9(03)V9(04) VALUE 1.
          01 WS-REV-FATOR-SALDO      PIC 9(03)V9(04) VALUE 0.5.
          01 WS-REV-LIMITE-MAXIMO    PIC 9(11)V99 VALUE 20000.
          01 WS-REV-VARIACAO-MIN     PIC 9(11)V99 VALUE 100.
          01 WS-REV-DIAS-DESCOB      PIC 9(04) VALUE 30.
          01 WS-REV-QTD-DEVOLV       PIC 9(03) VALUE 2.
          01 WS-REV-PARC-ATRASO      PIC 9(03) VALUE 1.
          01 WS-REV-PERC-REDUCAO     PIC 9(01)V9(04) VALUE 0.5.

      * Janela da revisao em meses absolutos (ano * 12 + mes): os
      * meses fechados ocupam as posicoes 1 a WS-REV-MESES da tabela,
      * o mes corrente (so usado para voltar do saldo atual ao do
      * ultimo fechamento) a posicao seguinte.
          01 WS-ANO-AUX              PIC 9(04).
          01 WS-MES-AUX              PIC 9(02).
          01 WS-MES-NUM-CORRENTE     PIC 9(06).
          01 WS-MES-NUM-MOV          PIC 9(06).
          01 WS-MES-NUM-AUX          PIC 9(06).
          01 WS-MES-DIFERENCA        PIC S9(06).
          01 WS-MES-INICIAL          PIC 9(06).
          01 WS-MES-FINAL            PIC 9(06).
          01 WS-MES-AAAAMM           PIC 9(06).
          01 WS-SLOT                 PIC 9(02).
          01 WS-SLOT-CORRENTE        PIC 9(02).
          01 WS-VALOR-EFEITO         PIC S9(11)V99.

      * Indicadores por conta levantados na varredura dos arquivos.
          01 WS-TAB-REVISAO.
             05 WS-TAB-REV-ENTRADA OCCURS 999 TIMES
                   INDEXED BY WS-REV-IDX.
                10 WS-TAB-REV-CONTA      PIC 9(06).
                10 WS-TAB-REV-NET-MES    OCCURS 13 TIMES
                                         PIC S9(13)V99.
                10 WS-TAB-REV-FOLHA      PIC S9(13)V99.
                10 WS-TAB-REV-FOLHA-MES  OCCURS 12 TIMES
                                         PIC X(01).
                10 WS-TAB-REV-DEVOLVIDOS PIC 9(03).
                10 WS-TAB-REV-DIAS-COB   PIC 9(04).
                10 WS-TAB-REV-ATRASO     PIC 9(03).
          01 WS-TAB-REV-QTD          PIC 9(04) VALUE 0.
          01 WS-TAB-REV-ACHOU        PIC X(01).
             88 REV-ACHOU                 VALUE "S".
          01 WS-TAB-REV-ESTOUROU     PIC X(01) VALUE "N".
             88 TAB-REV-ESTOUROU          VALUE "S".
          01 WS-CONTA-BUSCA          PIC 9(06).

      * Avaliacao da conta corrente.
          01 WS-SALDO-FIM-MES        PIC S9(13)V99.
          01 WS-SOMA-SALDOS          PIC S9(15)V99.
          01 WS-SALDO-MEDIO          PIC S9(13)V99.
          01 WS-RENDA-MENSAL         PIC 9(11)V99.
          01 WS-MESES-FOLHA          PIC 9(02).
          01 WS-DIAS-DESCOBERTO      PIC 9(04).
          01 WS-QTD-DEVOLVIDOS       PIC 9(03).
          01 WS-PARCELAS-ATRASO      PIC 9(03).
          01 WS-RISCO                PIC X(01).
             88 COM-RISCO                 VALUE "S".
          01 WS-TIPO-PROPOSTA        PIC X(01).
             88 PROPOE-AUMENTO            VALUE "A".
             88 PROPOE-REDUCAO            VALUE "R".
             88 PROPOE-MANTER             VALUE "M".
          01 WS-LIMITE-CALC          PIC 9(11)V99.
          01 WS-LIMITE-PROPOSTO      PIC 9(11)V99.
          01 WS-EM-USO               PIC 9(11)V99.
          01 WS-CENTENAS             PIC 9(11).
          01 WS-MOTIVO               PIC X(20).

          01 WS-QTD-CONTAS           PIC 9(06) VALUE 0.
          01 WS-QTD-REVISADAS        PIC 9(06) VALUE 0.
          01 WS-QTD-AUMENTOS         PIC 9(06) VALUE 0.
          01 WS-QTD-REDUCOES         PIC 9(06) VALUE 0.
          01 WS-QTD-MANTIDAS         PIC 9(06) VALUE 0.
          01 WS-QTD-NAO-AVALIADAS    PIC 9(06) VALUE 0.
          01 WS-QTD-PROPOSTAS        PIC 9(06) VALUE 0.
          01 WS-TOT-AUMENTOS         PIC 9(13)V99 VALUE 0.
          01 WS-TOT-REDUCOES         PIC 9(13)V99 VALUE 0.

      * Linhas formatadas do relatorio.
          01 WS-LIN-CABECALHO.
             05 FILLER               PIC X(34)
                VALUE "*** REVISAO DO LIMITE DE CREDITO -".
             05 FILLER               PIC X(07) VALUE " CICLO ".
             05 WS-CAB-DATA          PIC 9(08).
             05 FILLER               PIC X(04) VALUE " ***".

          01 WS-LIN-JANELA.
             05 FILLER               PIC X(27)
                VALUE "MESES FECHADOS AVALIADOS: ".
             05 WS-JAN-INICIAL       PIC 9(06).
             05 FILLER               PIC X(03) VALUE " A ".
             05 WS-JAN-FINAL         PIC 9(06).

          01 WS-LIN-TITULOS.
             05 FILLER               PIC X(35)
                VALUE "CONTA  PROPOSTA  LIMITE ATUAL  LIM.".
             05 FILLER               PIC X(29)
                VALUE " PROPOSTO DIAS DEV ATR MOTIVO".

          01 WS-LIN-DETALHE.
             05 WS-DET-CONTA         PIC 9(06).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-DET-PROPOSTA      PIC X(08).
             05 WS-DET-ATUAL         PIC Z(10)9.99.
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-DET-PROPOSTO      PIC Z(10)9.99.
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-DET-DIAS          PIC ZZZ9.
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-DET-DEVOLVIDOS    PIC ZZ9.
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-DET-ATRASO        PIC ZZ9.
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-DET-MOTIVO        PIC X(20).

          01 WS-LIN-DETALHE-2.
             05 FILLER               PIC X(07) VALUE SPACES.
             05 FILLER               PIC X(13) VALUE "SALDO MEDIO: ".
             05 WS-DT2-SALDO-MEDIO   PIC -Z(10)9.99.
             05 FILLER               PIC X(21)
                VALUE "   RENDA RECORRENTE: ".
             05 WS-DT2-RENDA         PIC Z(10)9.99.

          01 WS-LIN-TOTAL.
             05 WS-TOT-ROTULO        PIC X(30).
             05 WS-TOT-QTD           PIC Z(5)9.
             05 FILLER               PIC X(02) VALUE SPACES.
             05 WS-TOT-VALOR         PIC Z(12)9.99 BLANK WHEN ZERO.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           PERFORM OBTEM-DATA-MOVIMENTO
           IF WS-DATA-MOVIMENTO > 0
               MOVE WS-DATA-MOVIMENTO TO WS-DATA-SISTEMA
           END-IF
      * Registro em RUNCTRL para o resumo de saude; a reexecucao no
      * mesmo mes e barrada pelo controle REVLCTRL.
           MOVE "PROGREVL" TO WS-RUN-PROGRAMA
           MOVE WS-DATA-SISTEMA TO WS-RUN-DATA-CICLO
           PERFORM VERIFICA-CICLO-JA-RODADO
           IF RUN-CONCLUIDO
               PERFORM SALTA-PASSO-CONCLUIDO
           END-IF
           DISPLAY "===== REVISAO MENSAL DO LIMITE DE CREDITO ====="
           DISPLAY "DATA DO CICLO: " WS-DATA-SISTEMA
           MOVE 0 TO RETURN-CODE
           PERFORM LE-CONTROLE-REVISAO
           IF WS-MES-CONTROLE = WS-DATA-SISTEMA(1:6)
               DISPLAY "REVISAO DO MES " WS-MES-CONTROLE
                   " JA FEITA - NADA A FAZER NESTE CICLO"
               MOVE 0 TO WS-RUN-QTD
               PERFORM GRAVA-RUN-CONTROLE
               STOP RUN
           END-IF
           PERFORM APLICA-PARAMETROS
           PERFORM CALCULA-JANELA
           PERFORM CARREGA-MOVIMENTOS
           PERFORM CARREGA-COBRANCA
           PERFORM CARREGA-ATRASOS
           PERFORM INICIALIZAR
           PERFORM VARRE-CONTAS
           PERFORM FINALIZAR
           PERFORM GRAVA-CONTROLE-REVISAO
           MOVE WS-QTD-PROPOSTAS TO WS-RUN-QTD
           PERFORM GRAVA-RUN-CONTROLE
           STOP RUN.

       COPY DATLER.

       LE-CONTROLE-REVISAO.
           OPEN INPUT REVLCTRL-ARQ
           IF ARQ-RLC-OK
               READ REVLCTRL-ARQ
               IF ARQ-RLC-OK
                   MOVE RLC-MES-REVISADO TO WS-MES-CONTROLE
               END-IF
               CLOSE REVLCTRL-ARQ
           END-IF.

       GRAVA-CONTROLE-REVISAO.
           MOVE WS-DATA-SISTEMA(1:6) TO RLC-MES-REVISADO
           OPEN OUTPUT REVLCTRL-ARQ
           WRITE RLC-REGISTRO
           CLOSE REVLCTRL-ARQ.

       APLICA-PARAMETROS.
           MOVE WS-DATA-SISTEMA TO WS-PAR-DATA-REF
           PERFORM CARREGA-PARAMETROS
           MOVE "REVLIM.MESES" TO WS-PAR-CHAVE-BUSCA
           PERFORM OBTEM-PARAMETRO
           IF PAR-ACHOU
               IF WS-PAR-VALOR-OBTIDO < 1 OR WS-PAR-VALOR-OBTIDO > 12
                   DISPLAY "REVLIM.MESES FORA DE 1 A 12 - MANTIDO "
                       "O PADRAO DE " WS-REV-MESES " MESES"
               ELSE
                   MOVE WS-PAR-VALOR-OBTIDO TO WS-REV-MESES
               END-IF
           END-IF
           MOVE "REVLIM.FATOR.RENDA" TO WS-PAR-CHAVE-BUSCA
           PERFORM OBTEM-PARAMETRO
           IF PAR-ACHOU
               MOVE WS-PAR-VALOR-OBTIDO TO WS-REV-FATOR-RENDA
           END-IF
           MOVE "REVLIM.FATOR.SALDO" TO WS-PAR-CHAVE-BUSCA
           PERFORM OBTEM-PARAMETRO
           IF PAR-ACHOU
               MOVE WS-PAR-VALOR-OBTIDO TO WS-REV-FATOR-SALDO
           END-IF
           MOVE "REVLIM.LIMITE.MAXIMO" TO WS-PAR-CHAVE-BUSCA
           PERFORM OBTEM-PARAMETRO
           IF PAR-ACHOU
               MOVE WS-PAR-VALOR-OBTIDO TO WS-REV-LIMITE-MAXIMO
           END-IF
           MOVE "REVLIM.VARIACAO.MIN" TO WS-PAR-CHAVE-BUSCA
           PERFORM OBTEM-PARAMETRO
           IF PAR-ACHOU
               MOVE WS-PAR-VALOR-OBTIDO TO WS-REV-VARIACAO-MIN
           END-IF
           MOVE "REVLIM.DIAS.DESCOB" TO WS-PAR-CHAVE-BUSCA
           PERFORM OBTEM-PARAMETRO
           IF PAR-ACHOU
               MOVE WS-PAR-VALOR-OBTIDO TO WS-REV-DIAS-DESCOB
           END-IF
           MOVE "REVLIM.QTD.DEVOLV" TO WS-PAR-CHAVE-BUSCA
           PERFORM OBTEM-PARAMETRO
           IF PAR-ACHOU
               MOVE WS-PAR-VALOR-OBTIDO TO WS-REV-QTD-DEVOLV
           END-IF
           MOVE "REVLIM.PARC.ATRASO" TO WS-PAR-CHAVE-BUSCA
           PERFORM OBTEM-PARAMETRO
           IF PAR-ACHOU
               MOVE WS-PAR-VALOR-OBTIDO TO WS-REV-PARC-ATRASO
           END-IF
           MOVE "REVLIM.PERC.REDUCAO" TO WS-PAR-CHAVE-BUSCA
           PERFORM OBTEM-PARAMETRO
           IF PAR-ACHOU
               IF WS-PAR-VALOR-OBTIDO > 1
                   DISPLAY "REVLIM.PERC.REDUCAO ACIMA DE 1 - MANTIDO "
                       "O PADRAO"
               ELSE
                   MOVE WS-PAR-VALOR-OBTIDO TO WS-REV-PERC-REDUCAO
               END-IF
           END-IF
           PERFORM IMPRIME-PARAMETROS.

       COPY PARLER.

       CALCULA-JANELA.
           MOVE WS-DATA-SISTEMA(1:4) TO WS-ANO-AUX
           MOVE WS-DATA-SISTEMA(5:2) TO WS-MES-AUX
           COMPUTE WS-MES-NUM-CORRENTE = WS-ANO-AUX * 12 + WS-MES-AUX
           COMPUTE WS-SLOT-CORRENTE = WS-REV-MESES + 1
           COMPUTE WS-MES-NUM-AUX = WS-MES-NUM-CORRENTE - WS-REV-MESES
           PERFORM CONVERTE-MES-ABSOLUTO
           MOVE WS-MES-AAAAMM TO WS-MES-INICIAL
           COMPUTE WS-MES-NUM-AUX = WS-MES-NUM-CORRENTE - 1
           PERFORM CONVERTE-MES-ABSOLUTO
           MOVE WS-MES-AAAAMM TO WS-MES-FINAL
           DISPLAY "MESES FECHADOS AVALIADOS: " WS-MES-INICIAL
               " A " WS-MES-FINAL.

       CONVERTE-MES-ABSOLUTO.
           SUBTRACT 1 FROM WS-MES-NUM-AUX
           DIVIDE WS-MES-NUM-AUX BY 12
               GIVING WS-ANO-AUX
               REMAINDER WS-MES-AUX
           ADD 1 TO WS-MES-AUX
           COMPUTE WS-MES-AAAAMM = WS-ANO-AUX * 100 + WS-MES-AUX.

      ******************************************************************
      * Levantamento por conta: uma varredura de MOVFECH e do
      * MOVIMENTO corrente acumula o liquido de cada mes da janela e
      * do mes corrente, os creditos de folha por mes e os cheques
      * devolvidos.
      ******************************************************************
       CARREGA-MOVIMENTOS.
           OPEN INPUT MOVFECH-ARQ
           IF ARQ-FECH-OK
               READ MOVFECH-ARQ
                   AT END SET ARQ-FECH-FIM TO TRUE
               END-READ
               PERFORM TRATA-FECH UNTIL ARQ-FECH-FIM
               CLOSE MOVFECH-ARQ
           END-IF
           OPEN INPUT MOVIMENTO-ARQ
           IF ARQ-MOV-OK
               READ MOVIMENTO-ARQ
                   AT END SET ARQ-MOV-FIM TO TRUE
               END-READ
               PERFORM TRATA-MOV UNTIL ARQ-MOV-FIM
               CLOSE MOVIMENTO-ARQ
           END-IF.

       TRATA-FECH.
           MOVE FECH-REGISTRO TO MOV-REGISTRO
           PERFORM ACUMULA-MOVIMENTO THRU ACUMULA-MOVIMENTO-EXIT
           READ MOVFECH-ARQ
               AT END SET ARQ-FECH-FIM TO TRUE
           END-READ.

       TRATA-MOV.
           MOVE MOVLIN-REGISTRO TO MOV-REGISTRO
           PERFORM ACUMULA-MOVIMENTO THRU ACUMULA-MOVIMENTO-EXIT
           READ MOVIMENTO-ARQ
               AT END SET ARQ-MOV-FIM TO TRUE
           END-READ.

      * Abertura, liberacao de compensacao e variacao cambial nao
      * mudam saldo; o resto entra no liquido do seu mes.
       ACUMULA-MOVIMENTO.
           IF MOV-ABERTURA OR MOV-LIBERACAO-CHEQUE
                   OR MOV-VARIACAO-CAMBIAL
               GO TO ACUMULA-MOVIMENTO-EXIT
           END-IF
           MOVE MOV-DATA(1:4) TO WS-ANO-AUX
           MOVE MOV-DATA(5:2) TO WS-MES-AUX
           COMPUTE WS-MES-NUM-MOV = WS-ANO-AUX * 12 + WS-MES-AUX
           COMPUTE WS-MES-DIFERENCA =
               WS-MES-NUM-CORRENTE - WS-MES-NUM-MOV
           IF WS-MES-DIFERENCA < 0
                   OR WS-MES-DIFERENCA > WS-REV-MESES
               GO TO ACUMULA-MOVIMENTO-EXIT
           END-IF
           COMPUTE WS-SLOT = WS-SLOT-CORRENTE - WS-MES-DIFERENCA
           IF MOV-DEPOSITO OR MOV-JUROS OR MOV-TRANSF-RECEBIDA
                   OR MOV-DEP-CHEQUE OR MOV-DEVOL-INTERBANCARIA
                   OR MOV-LIBERACAO-EMPRESTIMO OR MOV-RESGATE-CDB
                   OR MOV-ESTORNO
                   OR MOV-CREDITO-CONTESTACAO
               MOVE MOV-VALOR TO WS-VALOR-EFEITO
           ELSE
               COMPUTE WS-VALOR-EFEITO = MOV-VALOR * -1
           END-IF
           MOVE MOV-CONTA TO WS-CONTA-BUSCA
           PERFORM LOCALIZA-CONTA
           IF NOT REV-ACHOU
               GO TO ACUMULA-MOVIMENTO-EXIT
           END-IF
           ADD WS-VALOR-EFEITO
             TO WS-TAB-REV-NET-MES (WS-REV-IDX WS-SLOT)
      * Renda recorrente: so credito de folha dos meses fechados.
           IF MOV-CANAL-FOLHA AND WS-VALOR-EFEITO > 0
                   AND WS-SLOT < WS-SLOT-CORRENTE
               ADD WS-VALOR-EFEITO TO WS-TAB-REV-FOLHA (WS-REV-IDX)
               MOVE "S" TO WS-TAB-REV-FOLHA-MES (WS-REV-IDX WS-SLOT)
           END-IF
           IF MOV-CHEQUE-DEVOLVIDO
                   AND WS-TAB-REV-DEVOLVIDOS (WS-REV-IDX) < 999
               ADD 1 TO WS-TAB-REV-DEVOLVIDOS (WS-REV-IDX)
           END-IF.
       ACUMULA-MOVIMENTO-EXIT.
           EXIT.

      * Conta em descoberto hoje: dias consecutivos da regua.
       CARREGA-COBRANCA.
           OPEN INPUT COBRANCA-ARQ
           IF NOT ARQ-COB-OK
               DISPLAY "REGUA DE COBRANCA (COBRANCA) AUSENTE - "
                   "DIAS DE DESCOBERTO CONSIDERADOS ZERO"
           ELSE
               READ COBRANCA-ARQ
                   AT END SET ARQ-COB-FIM TO TRUE
               END-READ
               PERFORM GUARDA-COBRANCA UNTIL ARQ-COB-FIM
               CLOSE COBRANCA-ARQ
           END-IF.

       GUARDA-COBRANCA.
           MOVE COB-CONTA TO WS-CONTA-BUSCA
           PERFORM LOCALIZA-CONTA
           IF REV-ACHOU
               MOVE COB-DIAS TO WS-TAB-REV-DIAS-COB (WS-REV-IDX)
           END-IF
           READ COBRANCA-ARQ
               AT END SET ARQ-COB-FIM TO TRUE
           END-READ.

      * Parcelas vencidas e nao pagas dos contratos ativos (mesma
      * leitura por contrato do PROGPROVISAO).
       CARREGA-ATRASOS.
           OPEN INPUT EMPCON-ARQ
           IF NOT ARQ-EMP-OK
               DISPLAY "ARQUIVO DE CONTRATOS (EMPCON) AUSENTE - "
                   "SEM PARCELAS EM ATRASO"
           ELSE
               OPEN INPUT EMPPAR-ARQ
               MOVE ZEROS TO EMP-CONTRATO
               START EMPCON-ARQ KEY NOT < EMP-CONTRATO
               IF ARQ-EMP-OK
                   READ EMPCON-ARQ NEXT RECORD
                       AT END SET ARQ-EMP-FIM TO TRUE
                   END-READ
                   PERFORM AVALIA-CONTRATO
                       UNTIL NOT ARQ-EMP-OK
               END-IF
               CLOSE EMPPAR-ARQ
               CLOSE EMPCON-ARQ
           END-IF.

       AVALIA-CONTRATO.
           IF EMP-ATIVO
               MOVE EMP-CONTA TO WS-CONTA-BUSCA
               MOVE EMP-CONTRATO TO EPA-CONTRATO
               MOVE 0 TO EPA-PARCELA
               START EMPPAR-ARQ KEY NOT < EPA-CHAVE
               IF ARQ-EPA-OK
                   READ EMPPAR-ARQ NEXT RECORD
                       AT END SET ARQ-EPA-FIM TO TRUE
                   END-READ
                   PERFORM AVALIA-PARCELA
                       UNTIL NOT ARQ-EPA-OK
                          OR EPA-CONTRATO NOT = EMP-CONTRATO
               END-IF
           END-IF
           READ EMPCON-ARQ NEXT RECORD
               AT END SET ARQ-EMP-FIM TO TRUE
           END-READ.

       AVALIA-PARCELA.
           IF NOT EPA-PAGA AND EPA-VENCIMENTO < WS-DATA-SISTEMA
               PERFORM LOCALIZA-CONTA
               IF REV-ACHOU
                       AND WS-TAB-REV-ATRASO (WS-REV-IDX) < 999
                   ADD 1 TO WS-TAB-REV-ATRASO (WS-REV-IDX)
               END-IF
           END-IF
           READ EMPPAR-ARQ NEXT RECORD
               AT END SET ARQ-EPA-FIM TO TRUE
           END-READ.

      * Procura a conta na tabela e, nao achando, abre entrada nova
      * zerada. Alem da capacidade a conta fica sem indicadores e e
      * listada como nao avaliada.
       LOCALIZA-CONTA.
           PERFORM BUSCA-CONTA
           IF NOT REV-ACHOU
               IF WS-TAB-REV-QTD < 999
                   ADD 1 TO WS-TAB-REV-QTD
                   SET WS-REV-IDX TO WS-TAB-REV-QTD
                   INITIALIZE WS-TAB-REV-ENTRADA (WS-REV-IDX)
                   MOVE WS-CONTA-BUSCA
                     TO WS-TAB-REV-CONTA (WS-REV-IDX)
                   SET REV-ACHOU TO TRUE
               ELSE
                   IF NOT TAB-REV-ESTOUROU
                       SET TAB-REV-ESTOUROU TO TRUE
                       DISPLAY "TABELA DA REVISAO CHEIA: CONTAS ALEM "
                           "DA CAPACIDADE NAO SERAO AVALIADAS NESTE "
                           "MES"
                   END-IF
               END-IF
           END-IF.

       BUSCA-CONTA.
           MOVE "N" TO WS-TAB-REV-ACHOU
           SET WS-REV-IDX TO 1
           PERFORM PROCURA-CONTA
               UNTIL WS-REV-IDX > WS-TAB-REV-QTD OR REV-ACHOU.

       PROCURA-CONTA.
           IF WS-TAB-REV-CONTA (WS-REV-IDX) = WS-CONTA-BUSCA
               MOVE "S" TO WS-TAB-REV-ACHOU
           ELSE
               SET WS-REV-IDX UP BY 1
           END-IF.

       INICIALIZAR.
           OPEN INPUT CTAMESTRE-ARQ
           IF NOT ARQ-OK
               DISPLAY "ARQUIVO DE CONTAS INDISPONIVEL ("
                   WS-STATUS-CTA ") - REVISAO NAO FEITA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REVLIMREL-ARQ
           IF NOT ARQ-REL-OK
               DISPLAY "ERRO AO ABRIR REVLIMREL - STATUS "
                   WS-STATUS-REL
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND PROPLIM-ARQ
           IF NOT ARQ-PLM-OK
               OPEN OUTPUT PROPLIM-ARQ
               IF NOT ARQ-PLM-OK
                   DISPLAY "ERRO AO ABRIR PROPLIM - STATUS "
                       WS-STATUS-PLM
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE WS-DATA-SISTEMA TO WS-CAB-DATA
           MOVE WS-MES-INICIAL  TO WS-JAN-INICIAL
           MOVE WS-MES-FINAL    TO WS-JAN-FINAL
           WRITE REL-LINHA FROM WS-LIN-CABECALHO
           WRITE REL-LINHA FROM WS-LIN-JANELA
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           WRITE REL-LINHA FROM WS-LIN-TITULOS.

       VARRE-CONTAS.
           READ CTAMESTRE-ARQ NEXT RECORD
               AT END SET ARQ-FIM-CTA TO TRUE
           END-READ
           PERFORM AVALIA-CONTA THRU AVALIA-CONTA-EXIT
               UNTIL NOT ARQ-OK.

       AVALIA-CONTA.
           ADD 1 TO WS-QTD-CONTAS
           IF CTA-ENCERRADA
               GO TO AVALIA-CONTA-LE
           END-IF
           MOVE CTA-NUMERO TO WS-CONTA-BUSCA
           PERFORM BUSCA-CONTA
           IF NOT REV-ACHOU AND TAB-REV-ESTOUROU
               ADD 1 TO WS-QTD-NAO-AVALIADAS
               MOVE CTA-NUMERO          TO WS-DET-CONTA
               MOVE "N/AVAL. "          TO WS-DET-PROPOSTA
               MOVE CTA-LIMITE-CREDITO  TO WS-DET-ATUAL
               MOVE CTA-LIMITE-CREDITO  TO WS-DET-PROPOSTO
               MOVE 0                   TO WS-DET-DIAS
               MOVE 0                   TO WS-DET-DEVOLVIDOS
               MOVE 0                   TO WS-DET-ATRASO
               MOVE "TABELA CHEIA"      TO WS-DET-MOTIVO
               WRITE REL-LINHA FROM WS-LIN-DETALHE
               GO TO AVALIA-CONTA-LE
           END-IF
           ADD 1 TO WS-QTD-REVISADAS
           PERFORM CALCULA-INDICADORES
           PERFORM DECIDE-PROPOSTA THRU DECIDE-PROPOSTA-EXIT
           PERFORM IMPRIME-DETALHE
           EVALUATE TRUE
               WHEN PROPOE-AUMENTO
                   ADD 1 TO WS-QTD-AUMENTOS
                   COMPUTE WS-TOT-AUMENTOS = WS-TOT-AUMENTOS
                       + WS-LIMITE-PROPOSTO - CTA-LIMITE-CREDITO
                   PERFORM GRAVA-PROPOSTA
               WHEN PROPOE-REDUCAO
                   ADD 1 TO WS-QTD-REDUCOES
                   COMPUTE WS-TOT-REDUCOES = WS-TOT-REDUCOES
                       + CTA-LIMITE-CREDITO - WS-LIMITE-PROPOSTO
                   PERFORM GRAVA-PROPOSTA
               WHEN OTHER
                   ADD 1 TO WS-QTD-MANTIDAS
           END-EVALUATE.
       AVALIA-CONTA-LE.
           READ CTAMESTRE-ARQ NEXT RECORD
               AT END SET ARQ-FIM-CTA TO TRUE
           END-READ.
       AVALIA-CONTA-EXIT.
           EXIT.

      * Saldo medio dos fechamentos: o saldo no fim do ultimo mes
      * fechado e o saldo atual menos o liquido do mes corrente; cada
      * fechamento anterior sai do seguinte menos o liquido do mes.
      * Conta sem entrada na tabela nao teve movimento na janela - o
      * saldo foi o mesmo em todos os fechamentos.
       CALCULA-INDICADORES.
           MOVE 0 TO WS-RENDA-MENSAL
           MOVE 0 TO WS-MESES-FOLHA
           MOVE 0 TO WS-DIAS-DESCOBERTO
           MOVE 0 TO WS-QTD-DEVOLVIDOS
           MOVE 0 TO WS-PARCELAS-ATRASO
           MOVE 0 TO WS-SOMA-SALDOS
           IF REV-ACHOU
               MOVE WS-TAB-REV-DIAS-COB (WS-REV-IDX)
                 TO WS-DIAS-DESCOBERTO
               MOVE WS-TAB-REV-DEVOLVIDOS (WS-REV-IDX)
                 TO WS-QTD-DEVOLVIDOS
               MOVE WS-TAB-REV-ATRASO (WS-REV-IDX)
                 TO WS-PARCELAS-ATRASO
               COMPUTE WS-SALDO-FIM-MES = CTA-SALDO
                   - WS-TAB-REV-NET-MES (WS-REV-IDX WS-SLOT-CORRENTE)
               PERFORM SOMA-FECHAMENTO
                   VARYING WS-SLOT FROM WS-REV-MESES BY -1
                   UNTIL WS-SLOT < 1
               PERFORM CONTA-MES-FOLHA
                   VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT > WS-REV-MESES
               IF WS-MESES-FOLHA = WS-REV-MESES
                   COMPUTE WS-RENDA-MENSAL ROUNDED =
                       WS-TAB-REV-FOLHA (WS-REV-IDX) / WS-REV-MESES
               END-IF
           ELSE
               COMPUTE WS-SOMA-SALDOS = CTA-SALDO * WS-REV-MESES
           END-IF
           COMPUTE WS-SALDO-MEDIO ROUNDED =
               WS-SOMA-SALDOS / WS-REV-MESES.

       SOMA-FECHAMENTO.
           ADD WS-SALDO-FIM-MES TO WS-SOMA-SALDOS
           SUBTRACT WS-TAB-REV-NET-MES (WS-REV-IDX WS-SLOT)
               FROM WS-SALDO-FIM-MES.

       CONTA-MES-FOLHA.
           IF WS-TAB-REV-FOLHA-MES (WS-REV-IDX WS-SLOT) = "S"
               ADD 1 TO WS-MESES-FOLHA
           END-IF.

      ******************************************************************
      * Regras: sinal de risco acima do limite do parametro propoe
      * reducao; conta ativa sem nenhum sinal de risco propoe aumento
      * quando o limite-alvo passa o atual pela variacao minima. O
      * resto mantem o limite.
      ******************************************************************
       DECIDE-PROPOSTA.
           SET PROPOE-MANTER TO TRUE
           MOVE CTA-LIMITE-CREDITO TO WS-LIMITE-PROPOSTO
           MOVE "SEM ALTERACAO" TO WS-MOTIVO
           MOVE "N" TO WS-RISCO
           EVALUATE TRUE
               WHEN WS-REV-DIAS-DESCOB > 0
                AND WS-DIAS-DESCOBERTO NOT < WS-REV-DIAS-DESCOB
                   MOVE "DESCOBERTO PROLONG." TO WS-MOTIVO
                   MOVE "S" TO WS-RISCO
               WHEN WS-REV-QTD-DEVOLV > 0
                AND WS-QTD-DEVOLVIDOS NOT < WS-REV-QTD-DEVOLV
                   MOVE "CHEQUES DEVOLVIDOS" TO WS-MOTIVO
                   MOVE "S" TO WS-RISCO
               WHEN WS-REV-PARC-ATRASO > 0
                AND WS-PARCELAS-ATRASO NOT < WS-REV-PARC-ATRASO
                   MOVE "PARCELA EM ATRASO" TO WS-MOTIVO
                   MOVE "S" TO WS-RISCO
           END-EVALUATE
           IF COM-RISCO
               PERFORM CALCULA-REDUCAO THRU CALCULA-REDUCAO-EXIT
               GO TO DECIDE-PROPOSTA-EXIT
           END-IF
           IF NOT CTA-ATIVA
               MOVE "CONTA NAO ATIVA" TO WS-MOTIVO
               GO TO DECIDE-PROPOSTA-EXIT
           END-IF
           IF WS-DIAS-DESCOBERTO > 0 OR WS-QTD-DEVOLVIDOS > 0
                   OR WS-PARCELAS-ATRASO > 0
               MOVE "RESTRICAO EM CURSO" TO WS-MOTIVO
               GO TO DECIDE-PROPOSTA-EXIT
           END-IF
           PERFORM CALCULA-AUMENTO.
       DECIDE-PROPOSTA-EXIT.
           EXIT.

      * Reducao para a fracao do parametro, em centenas, sem descer
      * abaixo do valor ja em uso (a conta nao fica estourada pela
      * propria revisao).
       CALCULA-REDUCAO.
           IF CTA-LIMITE-CREDITO = 0
               GO TO CALCULA-REDUCAO-EXIT
           END-IF
           COMPUTE WS-LIMITE-CALC =
               CTA-LIMITE-CREDITO * WS-REV-PERC-REDUCAO
           PERFORM ARREDONDA-CENTENA
           IF CTA-SALDO < 0
               COMPUTE WS-EM-USO = CTA-SALDO * -1
               IF WS-LIMITE-CALC < WS-EM-USO
                   MOVE WS-EM-USO TO WS-LIMITE-CALC
               END-IF
           END-IF
           IF WS-LIMITE-CALC < CTA-LIMITE-CREDITO
               SET PROPOE-REDUCAO TO TRUE
               MOVE WS-LIMITE-CALC TO WS-LIMITE-PROPOSTO
           END-IF.
       CALCULA-REDUCAO-EXIT.
           EXIT.

      * Limite-alvo: renda recorrente e saldo medio positivo, cada um
      * pelo seu fator, em centenas e sob o teto do parametro.
       CALCULA-AUMENTO.
           COMPUTE WS-LIMITE-CALC =
               WS-RENDA-MENSAL * WS-REV-FATOR-RENDA
           IF WS-SALDO-MEDIO > 0
               COMPUTE WS-LIMITE-CALC = WS-LIMITE-CALC
                   + WS-SALDO-MEDIO * WS-REV-FATOR-SALDO
           END-IF
           PERFORM ARREDONDA-CENTENA
           IF WS-LIMITE-CALC > WS-REV-LIMITE-MAXIMO
               MOVE WS-REV-LIMITE-MAXIMO TO WS-LIMITE-CALC
           END-IF
           IF WS-LIMITE-CALC > CTA-LIMITE-CREDITO
                   AND WS-LIMITE-CALC - CTA-LIMITE-CREDITO
                       NOT < WS-REV-VARIACAO-MIN
               SET PROPOE-AUMENTO TO TRUE
               MOVE WS-LIMITE-CALC TO WS-LIMITE-PROPOSTO
               IF WS-RENDA-MENSAL > 0
                   MOVE "RENDA RECORRENTE" TO WS-MOTIVO
               ELSE
                   MOVE "SALDO MEDIO" TO WS-MOTIVO
               END-IF
           END-IF.

       ARREDONDA-CENTENA.
           COMPUTE WS-CENTENAS = WS-LIMITE-CALC / 100
           COMPUTE WS-LIMITE-CALC = WS-CENTENAS * 100.

       IMPRIME-DETALHE.
           MOVE CTA-NUMERO TO WS-DET-CONTA
           EVALUATE TRUE
               WHEN PROPOE-AUMENTO
                   MOVE "AUMENTO " TO WS-DET-PROPOSTA
               WHEN PROPOE-REDUCAO
                   MOVE "REDUCAO " TO WS-DET-PROPOSTA
               WHEN OTHER
                   MOVE "MANTEM  " TO WS-DET-PROPOSTA
           END-EVALUATE
           MOVE CTA-LIMITE-CREDITO  TO WS-DET-ATUAL
           MOVE WS-LIMITE-PROPOSTO  TO WS-DET-PROPOSTO
           MOVE WS-DIAS-DESCOBERTO  TO WS-DET-DIAS
           MOVE WS-QTD-DEVOLVIDOS   TO WS-DET-DEVOLVIDOS
           MOVE WS-PARCELAS-ATRASO  TO WS-DET-ATRASO
           MOVE WS-MOTIVO           TO WS-DET-MOTIVO
           WRITE REL-LINHA FROM WS-LIN-DETALHE
           MOVE WS-SALDO-MEDIO      TO WS-DT2-SALDO-MEDIO
           MOVE WS-RENDA-MENSAL     TO WS-DT2-RENDA
           WRITE REL-LINHA FROM WS-LIN-DETALHE-2.

       GRAVA-PROPOSTA.
           MOVE WS-DATA-SISTEMA(1:6) TO PLM-MES-REVISAO
           MOVE WS-DATA-SISTEMA      TO PLM-DATA
           MOVE CTA-NUMERO           TO PLM-CONTA
           MOVE WS-TIPO-PROPOSTA     TO PLM-TIPO
           MOVE CTA-LIMITE-CREDITO   TO PLM-LIMITE-ATUAL
           MOVE WS-LIMITE-PROPOSTO   TO PLM-LIMITE-PROPOSTO
           MOVE WS-SALDO-MEDIO       TO PLM-SALDO-MEDIO
           MOVE WS-RENDA-MENSAL      TO PLM-RENDA-MENSAL
           MOVE WS-DIAS-DESCOBERTO   TO PLM-DIAS-DESCOBERTO
           MOVE WS-QTD-DEVOLVIDOS    TO PLM-QTD-DEVOLVIDOS
           MOVE WS-PARCELAS-ATRASO   TO PLM-PARCELAS-ATRASO
           MOVE WS-MOTIVO            TO PLM-MOTIVO
           SET PLM-PENDENTE          TO TRUE
           MOVE SPACES               TO PLM-MATRICULA
           MOVE 0                    TO PLM-DATA-DECISAO
           WRITE PLM-REGISTRO
           ADD 1 TO WS-QTD-PROPOSTAS.

       FINALIZAR.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE 0 TO WS-TOT-VALOR
           MOVE "CONTAS REVISADAS.............." TO WS-TOT-ROTULO
           MOVE WS-QTD-REVISADAS TO WS-TOT-QTD
           WRITE REL-LINHA FROM WS-LIN-TOTAL
           MOVE "  PROPOSTAS DE AUMENTO........" TO WS-TOT-ROTULO
           MOVE WS-QTD-AUMENTOS TO WS-TOT-QTD
           MOVE WS-TOT-AUMENTOS TO WS-TOT-VALOR
           WRITE REL-LINHA FROM WS-LIN-TOTAL
           MOVE "  PROPOSTAS DE REDUCAO........" TO WS-TOT-ROTULO
           MOVE WS-QTD-REDUCOES TO WS-TOT-QTD
           MOVE WS-TOT-REDUCOES TO WS-TOT-VALOR
           WRITE REL-LINHA FROM WS-LIN-TOTAL
           MOVE 0 TO WS-TOT-VALOR
           MOVE "  LIMITE MANTIDO.............." TO WS-TOT-ROTULO
           MOVE WS-QTD-MANTIDAS TO WS-TOT-QTD
           WRITE REL-LINHA FROM WS-LIN-TOTAL
           MOVE "CONTAS NAO AVALIADAS.........." TO WS-TOT-ROTULO
           MOVE WS-QTD-NAO-AVALIADAS TO WS-TOT-QTD
           WRITE REL-LINHA FROM WS-LIN-TOTAL
           CLOSE REVLIMREL-ARQ
           CLOSE PROPLIM-ARQ
           CLOSE CTAMESTRE-ARQ
           IF WS-QTD-NAO-AVALIADAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "CONTAS NO MESTRE......: " WS-QTD-CONTAS
           DISPLAY "CONTAS REVISADAS......: " WS-QTD-REVISADAS
           DISPLAY "PROPOSTAS DE AUMENTO..: " WS-QTD-AUMENTOS
           DISPLAY "PROPOSTAS DE REDUCAO..: " WS-QTD-REDUCOES
           DISPLAY "LIMITE MANTIDO........: " WS-QTD-MANTIDAS
           DISPLAY "NAO AVALIADAS.........: " WS-QTD-NAO-AVALIADAS
           DISPLAY "RETURN-CODE...........: " RETURN-CODE.

       COPY RUNCTL.
       END PROGRAM PROGREVLIM.
