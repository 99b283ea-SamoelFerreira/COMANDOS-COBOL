      ******************************************************************
      * Author: EQUIPE MANUTENCAO
      * Date: 15/10/2026
      * Purpose: RENTABILIDADE MENSAL POR CONTA, PRODUTO E AGENCIA -
      *          PASSO DO CICLO QUE, NO PRIMEIRO CICLO DE CADA MES
      *          (CONTROLE RENTCTRL, MESMO RECORTE DO REVLCTRL DO
      *          PROGREVLIM), APURA A MARGEM DE CONTRIBUICAO DO MES
      *          FECHADO PARA TODA CONTA DO CTAMESTRE A PARTIR DO
      *          MOVFECH E DO MOVIMENTO:
      *            RECEITAS - TARIFAS ("F"), JUROS DEVEDORES ("E"),
      *              JUROS DAS PARCELAS DO CREDITO PARCELADO PAGAS NO
      *              MES (PARCELA DO EMPPAR MENOS O SEU VALOR PRESENTE
      *              NA CONTRATACAO, MESMA BASE DA APROPRIACAO DO
      *              PROGAPRJUR) E O CREDITO DE CAPTACAO SOBRE O SALDO
      *              MEDIO POSITIVO A TAXA DE TRANSFERENCIA DO
      *              PARAMETRO RENTAB.TAXA.TRANSF (AO MES);
      *            CUSTOS - JUROS CREDITADOS ("J"), JUROS DO CDB
      *              RESGATADO ("Y" MENOS O PRINCIPAL DO CDBAPL) E O
      *              CUSTO DAS TRANSACOES POR CANAL (PARAMETROS
      *              RENTAB.CUSTO.CANAL.<CANAL>).
      *          ESTORNO ("W") DE TARIFA, ENCARGO OU JURO DESCONTA DO
      *          RAMO DO LANCAMENTO ESTORNADO. O SALDO MEDIO E A MEDIA
      *          DOS SALDOS DE FECHAMENTO DE CADA DIA DO MES,
      *          RECONSTITUIDOS DO SALDO ATUAL PARA TRAS (MESMAS
      *          REGRAS DE EFEITO NO SALDO DO PROGEXTRATO). O
      *          RELATORIO RENTREL TRAZ AS PIORES MARGENS DO MES
      *          (RENTAB.QTD.PIORES, PADRAO 20), OS SUBTOTAIS POR
      *          CTA-PRODUTO E POR CTA-AGENCIA E O TOTAL GERAL; O
      *          ARQUIVO RENTEXT (VER RNTREG) LEVA A APURACAO DE CADA
      *          CONTA PARA A CARGA DA CONTROLADORIA.
      *          RETURN-CODE: 0 OK, 4 CONTAS OU SUBTOTAIS NAO APURADOS
      *          (TABELA CHEIA), 8 MESTRE INDISPONIVEL, 12 SAIDA NAO
      *          ABERTA.
      * Tectonics: cobc
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      * 15/10/2026 - EM - IOF (movimento "G") e lancamento do banco e
      *              nao tem custo de canal.
      * 15/10/2026 - EM - Linhas de movimento acompanham MOVREG
      *              (78 bytes).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRENTAB.
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

           SELECT CDBAPL-ARQ ASSIGN TO "CDBAPL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CDB-NUMERO
               FILE STATUS IS WS-STATUS-CDB.

           SELECT EMPCON-ARQ ASSIGN TO "EMPCON"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-CONTRATO
               FILE STATUS IS WS-STATUS-EMP.

           SELECT EMPPAR-ARQ ASSIGN TO "EMPPAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EPA-CHAVE
               FILE STATUS IS WS-STATUS-EPA.

           SELECT RENTCTRL-ARQ ASSIGN TO "RENTCTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RTC.

           SELECT RENTREL-ARQ ASSIGN TO "RENTREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REL.

           SELECT RENTEXT-ARQ ASSIGN TO "RENTEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXT.

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

      * Aplicacoes em CDB: principal do resgate.
       FD  CDBAPL-ARQ.
       COPY CDBREG.

      * Contratos e parcelas do credito parcelado (PROGEMPCON).
       FD  EMPCON-ARQ.
       COPY EMPREG.

       FD  EMPPAR-ARQ.
       COPY EPAREG.

      * Controle do mes ja apurado (AAAAMM do mes fechado), para a
      * apuracao nao repetir dentro do mesmo mes.
       FD  RENTCTRL-ARQ.
       01 RTC-REGISTRO.
          05 RTC-MES-APURADO      PIC 9(06).

      * Relatorio da apuracao, refeito a cada mes.
       FD  RENTREL-ARQ.
       01 REL-LINHA                 PIC X(80).

      * Extracao para a controladoria.
       FD  RENTEXT-ARQ.
       COPY RNTREG.

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

          01 WS-STATUS-CDB           PIC XX.
             88 ARQ-CDB-OK                VALUE "00".

          01 WS-STATUS-EMP           PIC XX.
             88 ARQ-EMP-OK                VALUE "00".

          01 WS-STATUS-EPA           PIC XX.
             88 ARQ-EPA-OK                VALUE "00".

          01 WS-STATUS-RTC           PIC XX.
             88 ARQ-RTC-OK                VALUE "00".

          01 WS-STATUS-REL           PIC XX.
             88 ARQ-REL-OK                VALUE "00".

          01 WS-STATUS-EXT           PIC XX.
             88 ARQ-EXT-OK                VALUE "00".

          01 WS-CDB-DISPONIVEL       PIC X(01) VALUE "N".
             88 CDB-DISPONIVEL            VALUE "S".
          01 WS-EMP-DISPONIVEL       PIC X(01) VALUE "N".
             88 EMP-DISPONIVEL            VALUE "S".

      * Area de decodificacao das linhas de MOVFECH/MOVIMENTO.
       COPY MOVREG.

          01 WS-DATA-SISTEMA         PIC 9(08) VALUE ZEROS.
          01 WS-MES-CONTROLE         PIC 9(06) VALUE ZEROS.

      * Regras da apuracao (parametros RENTAB.*, ver
      * APLICA-PARAMETROS).
          01 WS-RNT-TAXA-TRANSF      PIC 9(01)V9(04) VALUE 0.0080.
          01 WS-RNT-QTD-PIORES       PIC 9(02) VALUE 20.

      * Custo unitario da transacao por canal (MOV-CANAL), com o
      * padrao de cada canal; o parametro RENTAB.CUSTO.CANAL.<canal>
      * substitui o padrao.
          01 WS-TAB-CANAIS-VALORES.
             05 FILLER               PIC X(01) VALUE "A".
             05 FILLER               PIC 9(03)V99 VALUE 3.00.
             05 FILLER               PIC X(01) VALUE "L".
             05 FILLER               PIC 9(03)V99 VALUE 0.40.
             05 FILLER               PIC X(01) VALUE "S".
             05 FILLER               PIC 9(03)V99 VALUE 0.40.
             05 FILLER               PIC X(01) VALUE "P".
             05 FILLER               PIC 9(03)V99 VALUE 0.40.
             05 FILLER               PIC X(01) VALUE "I".
             05 FILLER               PIC 9(03)V99 VALUE 0.60.
             05 FILLER               PIC X(01) VALUE "C".
             05 FILLER               PIC 9(03)V99 VALUE 1.20.
             05 FILLER               PIC X(01) VALUE "F".
             05 FILLER               PIC 9(03)V99 VALUE 0.10.
             05 FILLER               PIC X(01) VALUE "B".
             05 FILLER               PIC 9(03)V99 VALUE 0.00.
             05 FILLER               PIC X(01) VALUE "R".
             05 FILLER               PIC 9(03)V99 VALUE 1.50.
          01 WS-TAB-CANAIS REDEFINES WS-TAB-CANAIS-VALORES.
             05 WS-TAB-CAN-ENTRADA OCCURS 9 TIMES
                   INDEXED BY WS-CAN-IDX.
                10 WS-TAB-CAN-CODIGO     PIC X(01).
                10 WS-TAB-CAN-CUSTO      PIC 9(03)V99.
          01 WS-CAN-ACHOU            PIC X(01).
             88 CAN-ACHOU                 VALUE "S".

      * Mes apurado: o mes fechado anterior ao do ciclo.
          01 WS-ANO-AUX              PIC 9(04).
          01 WS-MES-AUX              PIC 9(02).
          01 WS-QUOC-4               PIC 9(04).
          01 WS-RESTO-4              PIC 9(04).
          01 WS-MES-APURADO          PIC 9(06).
          01 WS-DATA-INICIO          PIC 9(08).
          01 WS-DATA-FIM             PIC 9(08).
          01 WS-DIAS-MES             PIC 9(02).
          01 WS-DIA-MOV              PIC 9(02).
          01 WS-VALOR-EFEITO         PIC S9(11)V99.
          01 WS-VALOR-AUX            PIC S9(11)V99.
          01 WS-FATOR                PIC 9(05)V9(08).
          01 WS-VALOR-PRESENTE       PIC 9(09)V99.

      * Acumulados por conta levantados na varredura do movimento:
      * liquido depois do mes (para voltar do saldo atual ao do fim
      * do mes), liquido ponderado pelos dias do mes que o lancamento
      * deixou de alcancar, receitas e custos.
          01 WS-TAB-RENTAB.
             05 WS-TAB-RNT-ENTRADA OCCURS 999 TIMES
                   INDEXED BY WS-RNT-IDX.
                10 WS-TAB-RNT-CONTA      PIC 9(06).
                10 WS-TAB-RNT-NET-APOS   PIC S9(13)V99.
                10 WS-TAB-RNT-PONDERADO  PIC S9(15)V99.
                10 WS-TAB-RNT-TARIFAS    PIC S9(11)V99.
                10 WS-TAB-RNT-ENCARGOS   PIC S9(11)V99.
                10 WS-TAB-RNT-JUROS-EMP  PIC S9(11)V99.
                10 WS-TAB-RNT-JUROS-PAG  PIC S9(11)V99.
                10 WS-TAB-RNT-JUROS-CDB  PIC S9(11)V99.
                10 WS-TAB-RNT-CUSTO-TRN  PIC S9(11)V99.
                10 WS-TAB-RNT-QTD-TRN    PIC 9(07).
          01 WS-TAB-RNT-QTD          PIC 9(04) VALUE 0.
          01 WS-TAB-RNT-ACHOU        PIC X(01).
             88 RNT-ACHOU                 VALUE "S".
          01 WS-TAB-RNT-ESTOUROU     PIC X(01) VALUE "N".
             88 TAB-RNT-ESTOUROU          VALUE "S".
          01 WS-CONTA-BUSCA          PIC 9(06).

      * Apuracao da conta corrente.
          01 WS-SALDO-FIM-MES        PIC S9(13)V99.
          01 WS-SOMA-SALDOS          PIC S9(15)V99.
          01 WS-SALDO-MEDIO          PIC S9(13)V99.
          01 WS-CREDITO-CAPTACAO     PIC S9(11)V99.
          01 WS-RECEITA              PIC S9(13)V99.
          01 WS-CUSTO                PIC S9(13)V99.
          01 WS-MARGEM               PIC S9(13)V99.

      * Subtotais por produto e por agencia.
          01 WS-TAB-SUB-PRODUTO.
             05 WS-TAB-SPR-ENTRADA OCCURS 50 TIMES
                   INDEXED BY WS-SPR-IDX.
                10 WS-TAB-SPR-CODIGO     PIC X(02).
                10 WS-TAB-SPR-CONTAS     PIC 9(06).
                10 WS-TAB-SPR-RECEITA    PIC S9(15)V99.
                10 WS-TAB-SPR-CUSTO      PIC S9(15)V99.
          01 WS-TAB-SPR-QTD          PIC 9(02) VALUE 0.
          01 WS-SPR-ACHOU            PIC X(01).
             88 SPR-ACHOU                 VALUE "S".
          01 WS-SPR-ESTOUROU         PIC X(01) VALUE "N".
             88 SPR-ESTOUROU              VALUE "S".

          01 WS-TAB-SUB-AGENCIA.
             05 WS-TAB-SAG-ENTRADA OCCURS 999 TIMES
                   INDEXED BY WS-SAG-IDX.
                10 WS-TAB-SAG-AGENCIA    PIC 9(04).
                10 WS-TAB-SAG-CONTAS     PIC 9(06).
                10 WS-TAB-SAG-RECEITA    PIC S9(15)V99.
                10 WS-TAB-SAG-CUSTO      PIC S9(15)V99.
          01 WS-TAB-SAG-QTD          PIC 9(04) VALUE 0.
          01 WS-SAG-ACHOU            PIC X(01).
             88 SAG-ACHOU                 VALUE "S".
          01 WS-SAG-ESTOUROU         PIC X(01) VALUE "N".
             88 SAG-ESTOUROU              VALUE "S".

      * Piores margens do mes, em ordem crescente de margem.
          01 WS-TAB-PIORES.
             05 WS-TAB-PIOR-ENTRADA OCCURS 50 TIMES.
                10 WS-TAB-PIOR-CONTA     PIC 9(06).
                10 WS-TAB-PIOR-AGENCIA   PIC 9(04).
                10 WS-TAB-PIOR-PRODUTO   PIC X(02).
                10 WS-TAB-PIOR-RECEITA   PIC S9(13)V99.
                10 WS-TAB-PIOR-CUSTO     PIC S9(13)V99.
                10 WS-TAB-PIOR-MARGEM    PIC S9(13)V99.
                10 WS-TAB-PIOR-SALDO     PIC S9(13)V99.
          01 WS-TAB-PIOR-QTD         PIC 9(02) VALUE 0.
          01 WS-PIOR-POS             PIC 9(02).
          01 WS-PIOR-ANT             PIC 9(02).
          01 WS-PIOR-PARADA          PIC X(01).
             88 PIOR-PARADA               VALUE "S".

          01 WS-QTD-CONTAS           PIC 9(06) VALUE 0.
          01 WS-QTD-APURADAS         PIC 9(06) VALUE 0.
          01 WS-QTD-NAO-APURADAS     PIC 9(06) VALUE 0.
          01 WS-QTD-PARCELAS         PIC 9(06) VALUE 0.
          01 WS-QTD-CDB-RESGATES     PIC 9(06) VALUE 0.
          01 WS-QTD-CDB-SEM-BASE     PIC 9(06) VALUE 0.
          01 WS-TOT-RECEITA          PIC S9(15)V99 VALUE 0.
          01 WS-TOT-CUSTO            PIC S9(15)V99 VALUE 0.
          01 WS-TOT-MARGEM           PIC S9(15)V99 VALUE 0.
          01 WS-TOT-TARIFAS          PIC S9(15)V99 VALUE 0.
          01 WS-TOT-ENCARGOS         PIC S9(15)V99 VALUE 0.
          01 WS-TOT-JUROS-EMP        PIC S9(15)V99 VALUE 0.
          01 WS-TOT-CAPTACAO         PIC S9(15)V99 VALUE 0.
          01 WS-TOT-JUROS-PAG        PIC S9(15)V99 VALUE 0.
          01 WS-TOT-JUROS-CDB        PIC S9(15)V99 VALUE 0.
          01 WS-TOT-CUSTO-TRN        PIC S9(15)V99 VALUE 0.

      * Linhas formatadas do relatorio.
          01 WS-LIN-CABECALHO.
             05 FILLER               PIC X(36)
                VALUE "*** RENTABILIDADE MENSAL POR CONTA -".
             05 FILLER               PIC X(05) VALUE " MES ".
             05 WS-CAB-MES           PIC 9(06).
             05 FILLER               PIC X(07) VALUE " CICLO ".
             05 WS-CAB-DATA          PIC 9(08).
             05 FILLER               PIC X(04) VALUE " ***".

          01 WS-LIN-TAXA.
             05 FILLER               PIC X(37)
                VALUE "TAXA DE TRANSFERENCIA DA CAPTACAO: ".
             05 WS-TAX-TAXA          PIC 9.9999.
             05 FILLER               PIC X(07) VALUE " AO MES".

          01 WS-LIN-SECAO.
             05 FILLER               PIC X(04) VALUE "=== ".
             05 WS-SEC-TITULO        PIC X(40).
             05 FILLER               PIC X(04) VALUE " ===".

          01 WS-LIN-TIT-PIORES.
             05 FILLER               PIC X(36)
                VALUE "CONTA  AGEN PR       RECEITAS       ".
             05 FILLER               PIC X(38)
                VALUE "  CUSTOS         MARGEM    SALDO MEDIO".

          01 WS-LIN-PIOR.
             05 WS-PIO-CONTA         PIC 9(06).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-PIO-AGENCIA       PIC 9(04).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-PIO-PRODUTO       PIC X(02).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-PIO-RECEITA       PIC -Z(9)9.99.
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-PIO-CUSTO         PIC -Z(9)9.99.
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-PIO-MARGEM        PIC -Z(9)9.99.
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-PIO-SALDO         PIC -Z(9)9.99.

          01 WS-LIN-TIT-SUBTOTAL.
             05 FILLER               PIC X(33)
                VALUE "  CODIGO CONTAS         RECEITAS ".
             05 FILLER               PIC X(33)
                VALUE "          CUSTOS           MARGEM".

          01 WS-LIN-SUBTOTAL.
             05 FILLER               PIC X(02) VALUE SPACES.
             05 WS-SUB-CODIGO        PIC X(06).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-SUB-QTD           PIC Z(5)9.
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-SUB-RECEITA       PIC -Z(11)9.99.
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-SUB-CUSTO         PIC -Z(11)9.99.
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-SUB-MARGEM        PIC -Z(11)9.99.

          01 WS-LIN-TOTAL.
             05 WS-TOT-ROTULO        PIC X(34).
             05 WS-TOT-QTD           PIC Z(5)9 BLANK WHEN ZERO.
             05 FILLER               PIC X(02) VALUE SPACES.
             05 WS-TOT-VALOR         PIC -Z(12)9.99 BLANK WHEN ZERO.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           PERFORM OBTEM-DATA-MOVIMENTO
           IF WS-DATA-MOVIMENTO > 0
               MOVE WS-DATA-MOVIMENTO TO WS-DATA-SISTEMA
           END-IF
      * Registro em RUNCTRL para o resumo de saude; a reexecucao no
      * mesmo mes e barrada pelo controle RENTCTRL.
           MOVE "PROGRENT" TO WS-RUN-PROGRAMA
           MOVE WS-DATA-SISTEMA TO WS-RUN-DATA-CICLO
           PERFORM VERIFICA-CICLO-JA-RODADO
           IF RUN-CONCLUIDO
               PERFORM SALTA-PASSO-CONCLUIDO
           END-IF
           DISPLAY "===== RENTABILIDADE MENSAL POR CONTA ====="
           DISPLAY "DATA DO CICLO: " WS-DATA-SISTEMA
           MOVE 0 TO RETURN-CODE
           PERFORM CALCULA-PERIODO
           PERFORM LE-CONTROLE-APURACAO
           IF WS-MES-CONTROLE = WS-MES-APURADO
               DISPLAY "RENTABILIDADE DO MES " WS-MES-CONTROLE
                   " JA APURADA - NADA A FAZER NESTE CICLO"
               MOVE 0 TO WS-RUN-QTD
               PERFORM GRAVA-RUN-CONTROLE
               STOP RUN
           END-IF
           PERFORM APLICA-PARAMETROS
           PERFORM ABRE-CONSULTAS
           PERFORM CARREGA-MOVIMENTOS
           PERFORM FECHA-CONSULTAS
           PERFORM INICIALIZAR
           PERFORM VARRE-CONTAS
           PERFORM FINALIZAR
           PERFORM GRAVA-CONTROLE-APURACAO
           MOVE WS-QTD-APURADAS TO WS-RUN-QTD
           PERFORM GRAVA-RUN-CONTROLE
           STOP RUN.

       COPY DATLER.

      * Mes apurado: o anterior ao do ciclo, do dia 1 ao ultimo dia.
       CALCULA-PERIODO.
           MOVE WS-DATA-SISTEMA(1:4) TO WS-ANO-AUX
           MOVE WS-DATA-SISTEMA(5:2) TO WS-MES-AUX
           IF WS-MES-AUX = 1
               MOVE 12 TO WS-MES-AUX
               SUBTRACT 1 FROM WS-ANO-AUX
           ELSE
               SUBTRACT 1 FROM WS-MES-AUX
           END-IF
           COMPUTE WS-MES-APURADO = WS-ANO-AUX * 100 + WS-MES-AUX
           PERFORM CALCULA-ULTIMO-DIA-MES
           COMPUTE WS-DATA-INICIO = WS-MES-APURADO * 100 + 1
           COMPUTE WS-DATA-FIM = WS-MES-APURADO * 100 + WS-DIAS-MES
           DISPLAY "MES APURADO: " WS-MES-APURADO
               " (" WS-DATA-INICIO " A " WS-DATA-FIM ")".

       CALCULA-ULTIMO-DIA-MES.
           EVALUATE WS-MES-AUX
               WHEN 01 WHEN 03 WHEN 05 WHEN 07
               WHEN 08 WHEN 10 WHEN 12
                   MOVE 31 TO WS-DIAS-MES
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WS-DIAS-MES
               WHEN 02
                   DIVIDE WS-ANO-AUX BY 4
                       GIVING WS-QUOC-4
                       REMAINDER WS-RESTO-4
                   IF WS-RESTO-4 = 0
                       MOVE 29 TO WS-DIAS-MES
                   ELSE
                       MOVE 28 TO WS-DIAS-MES
                   END-IF
           END-EVALUATE.

       LE-CONTROLE-APURACAO.
           OPEN INPUT RENTCTRL-ARQ
           IF ARQ-RTC-OK
               READ RENTCTRL-ARQ
               IF ARQ-RTC-OK
                   MOVE RTC-MES-APURADO TO WS-MES-CONTROLE
               END-IF
               CLOSE RENTCTRL-ARQ
           END-IF.

       GRAVA-CONTROLE-APURACAO.
           MOVE WS-MES-APURADO TO RTC-MES-APURADO
           OPEN OUTPUT RENTCTRL-ARQ
           WRITE RTC-REGISTRO
           CLOSE RENTCTRL-ARQ.

       APLICA-PARAMETROS.
           MOVE WS-DATA-SISTEMA TO WS-PAR-DATA-REF
           PERFORM CARREGA-PARAMETROS
           MOVE "RENTAB.TAXA.TRANSF" TO WS-PAR-CHAVE-BUSCA
           PERFORM OBTEM-PARAMETRO
           IF PAR-ACHOU
               IF WS-PAR-VALOR-OBTIDO > 1
                   DISPLAY "RENTAB.TAXA.TRANSF ACIMA DE 1 - MANTIDO "
                       "O PADRAO"
               ELSE
                   MOVE WS-PAR-VALOR-OBTIDO TO WS-RNT-TAXA-TRANSF
               END-IF
           END-IF
           MOVE "RENTAB.QTD.PIORES" TO WS-PAR-CHAVE-BUSCA
           PERFORM OBTEM-PARAMETRO
           IF PAR-ACHOU
               IF WS-PAR-VALOR-OBTIDO < 1 OR WS-PAR-VALOR-OBTIDO > 50
                   DISPLAY "RENTAB.QTD.PIORES FORA DE 1 A 50 - "
                       "MANTIDO O PADRAO DE " WS-RNT-QTD-PIORES
               ELSE
                   MOVE WS-PAR-VALOR-OBTIDO TO WS-RNT-QTD-PIORES
               END-IF
           END-IF
           PERFORM OBTEM-CUSTO-CANAL
               VARYING WS-CAN-IDX FROM 1 BY 1
               UNTIL WS-CAN-IDX > 9
           PERFORM IMPRIME-PARAMETROS.

       OBTEM-CUSTO-CANAL.
           MOVE "RENTAB.CUSTO.CANAL." TO WS-PAR-CHAVE-BUSCA
           MOVE WS-TAB-CAN-CODIGO (WS-CAN-IDX)
             TO WS-PAR-CHAVE-BUSCA(20:1)
           PERFORM OBTEM-PARAMETRO
           IF PAR-ACHOU
               MOVE WS-PAR-VALOR-OBTIDO
                 TO WS-TAB-CAN-CUSTO (WS-CAN-IDX)
           END-IF.

       COPY PARLER.

      * Consultas do movimento: principal do CDB resgatado e parcela/
      * contrato do credito parcelado. Arquivo ausente deixa o ramo
      * correspondente sem apuracao, com aviso no SYSOUT.
       ABRE-CONSULTAS.
           OPEN INPUT CDBAPL-ARQ
           IF ARQ-CDB-OK
               MOVE "S" TO WS-CDB-DISPONIVEL
           ELSE
               DISPLAY "APLICACOES (CDBAPL) INDISPONIVEIS - JUROS DE "
                   "CDB NAO APURADOS"
           END-IF
           OPEN INPUT EMPCON-ARQ
           IF ARQ-EMP-OK
               OPEN INPUT EMPPAR-ARQ
               IF ARQ-EPA-OK
                   MOVE "S" TO WS-EMP-DISPONIVEL
               ELSE
                   CLOSE EMPCON-ARQ
               END-IF
           END-IF
           IF NOT EMP-DISPONIVEL
               DISPLAY "CREDITO PARCELADO (EMPCON/EMPPAR) "
                   "INDISPONIVEL - JUROS DE EMPRESTIMO NAO APURADOS"
           END-IF.

       FECHA-CONSULTAS.
           IF CDB-DISPONIVEL
               CLOSE CDBAPL-ARQ
           END-IF
           IF EMP-DISPONIVEL
               CLOSE EMPPAR-ARQ
               CLOSE EMPCON-ARQ
           END-IF.

      ******************************************************************
      * Levantamento por conta: uma varredura de MOVFECH e do
      * MOVIMENTO corrente acumula, para o mes apurado, receitas,
      * custos e o liquido ponderado pelos dias; para os lancamentos
      * posteriores ao mes, so o liquido.
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
      * mudam saldo. O saldo de fechamento do dia D e o do fim do mes
      * menos o liquido dos dias seguintes: somados os dias do mes,
      * cada lancamento do dia X deixa de contar em X - 1 dias.
       ACUMULA-MOVIMENTO.
           IF MOV-DATA < WS-DATA-INICIO
               GO TO ACUMULA-MOVIMENTO-EXIT
           END-IF
           IF MOV-ABERTURA OR MOV-LIBERACAO-CHEQUE
                   OR MOV-VARIACAO-CAMBIAL
               MOVE 0 TO WS-VALOR-EFEITO
           ELSE
               IF MOV-DEPOSITO OR MOV-JUROS OR MOV-TRANSF-RECEBIDA
                       OR MOV-DEP-CHEQUE OR MOV-DEVOL-INTERBANCARIA
                       OR MOV-LIBERACAO-EMPRESTIMO OR MOV-RESGATE-CDB
                       OR MOV-ESTORNO
                       OR MOV-CREDITO-CONTESTACAO
                   MOVE MOV-VALOR TO WS-VALOR-EFEITO
               ELSE
                   COMPUTE WS-VALOR-EFEITO = MOV-VALOR * -1
               END-IF
           END-IF
           MOVE MOV-CONTA TO WS-CONTA-BUSCA
           PERFORM LOCALIZA-CONTA
           IF NOT RNT-ACHOU
               GO TO ACUMULA-MOVIMENTO-EXIT
           END-IF
           IF MOV-DATA > WS-DATA-FIM
               ADD WS-VALOR-EFEITO
                 TO WS-TAB-RNT-NET-APOS (WS-RNT-IDX)
               GO TO ACUMULA-MOVIMENTO-EXIT
           END-IF
           MOVE MOV-DATA(7:2) TO WS-DIA-MOV
           COMPUTE WS-TAB-RNT-PONDERADO (WS-RNT-IDX) =
               WS-TAB-RNT-PONDERADO (WS-RNT-IDX)
               + WS-VALOR-EFEITO * (WS-DIA-MOV - 1)
           EVALUATE TRUE
               WHEN MOV-TARIFA
                   ADD MOV-VALOR TO WS-TAB-RNT-TARIFAS (WS-RNT-IDX)
               WHEN MOV-ENCARGO
                   ADD MOV-VALOR TO WS-TAB-RNT-ENCARGOS (WS-RNT-IDX)
               WHEN MOV-JUROS
                   ADD MOV-VALOR TO WS-TAB-RNT-JUROS-PAG (WS-RNT-IDX)
               WHEN MOV-RESGATE-CDB
                   PERFORM APURA-JUROS-CDB
               WHEN MOV-SAQUE
                   PERFORM APURA-JUROS-PARCELA
                       THRU APURA-JUROS-PARCELA-EXIT
               WHEN MOV-ESTORNO
                   PERFORM APURA-ESTORNO
           END-EVALUATE
      * Transacao e o que o cliente ou um convenio movimentou; tarifa,
      * juros, imposto, variacao, recolhimento, estorno e abertura sao
      * lancamentos do proprio banco e nao tem custo de canal.
           IF NOT (MOV-TARIFA OR MOV-JUROS OR MOV-ENCARGO
                   OR MOV-IR-RETIDO OR MOV-IOF OR MOV-VARIACAO-CAMBIAL
                   OR MOV-ABERTURA OR MOV-LIBERACAO-CHEQUE
                   OR MOV-RECOLHIMENTO OR MOV-ESTORNO)
               PERFORM CUSTEIA-TRANSACAO
           END-IF.
       ACUMULA-MOVIMENTO-EXIT.
           EXIT.

      * Resgate de CDB: referencia 9000000000 + numero da aplicacao
      * (REFREG); o juro e o credito menos o principal aplicado.
      * Resgate antecipado com penalidade pode dar juro negativo.
       APURA-JUROS-CDB.
           ADD 1 TO WS-QTD-CDB-RESGATES
           IF NOT CDB-DISPONIVEL OR MOV-REFERENCIA NOT > 9000000000
               ADD 1 TO WS-QTD-CDB-SEM-BASE
           ELSE
               COMPUTE CDB-NUMERO = MOV-REFERENCIA - 9000000000
               READ CDBAPL-ARQ
                   INVALID KEY CONTINUE
               END-READ
               IF ARQ-CDB-OK AND CDB-CONTA = MOV-CONTA
                   COMPUTE WS-VALOR-AUX = MOV-VALOR - CDB-PRINCIPAL
                   ADD WS-VALOR-AUX
                     TO WS-TAB-RNT-JUROS-CDB (WS-RNT-IDX)
               ELSE
                   ADD 1 TO WS-QTD-CDB-SEM-BASE
               END-IF
           END-IF.

      * Parcela do credito parcelado: saque com referencia contrato x
      * 1000 + parcela (PROGEMPGER), conferida contra a propria
      * parcela e o contrato da conta. O juro e o valor pago menos o
      * valor presente da parcela na contratacao.
       APURA-JUROS-PARCELA.
           IF NOT EMP-DISPONIVEL OR MOV-REFERENCIA NOT < 9000000000
               GO TO APURA-JUROS-PARCELA-EXIT
           END-IF
           DIVIDE MOV-REFERENCIA BY 1000
               GIVING EPA-CONTRATO
               REMAINDER EPA-PARCELA
           IF EPA-PARCELA = 0
               GO TO APURA-JUROS-PARCELA-EXIT
           END-IF
           READ EMPPAR-ARQ
               INVALID KEY CONTINUE
           END-READ
           IF NOT ARQ-EPA-OK OR EPA-REFERENCIA NOT = MOV-REFERENCIA
               GO TO APURA-JUROS-PARCELA-EXIT
           END-IF
           MOVE EPA-CONTRATO TO EMP-CONTRATO
           READ EMPCON-ARQ
               INVALID KEY CONTINUE
           END-READ
           IF NOT ARQ-EMP-OK OR EMP-CONTA NOT = MOV-CONTA
               GO TO APURA-JUROS-PARCELA-EXIT
           END-IF
           COMPUTE WS-FATOR ROUNDED = (1 + EMP-TAXA) ** EPA-PARCELA
           COMPUTE WS-VALOR-PRESENTE ROUNDED = EPA-VALOR / WS-FATOR
           COMPUTE WS-VALOR-AUX = MOV-VALOR - WS-VALOR-PRESENTE
           IF WS-VALOR-AUX > 0
               ADD WS-VALOR-AUX TO WS-TAB-RNT-JUROS-EMP (WS-RNT-IDX)
           END-IF
           ADD 1 TO WS-QTD-PARCELAS.
       APURA-JUROS-PARCELA-EXIT.
           EXIT.

      * Estorno: MOV-VALOR vem com o efeito no saldo (positivo quando
      * desfaz um debito), entao tarifa e encargo estornados descontam
      * o valor e juro creditado estornado soma o valor (negativo).
       APURA-ESTORNO.
           EVALUATE MOV-TIPO-ORIGEM
               WHEN "F"
                   SUBTRACT MOV-VALOR
                       FROM WS-TAB-RNT-TARIFAS (WS-RNT-IDX)
               WHEN "E"
                   SUBTRACT MOV-VALOR
                       FROM WS-TAB-RNT-ENCARGOS (WS-RNT-IDX)
               WHEN "J"
                   ADD MOV-VALOR TO WS-TAB-RNT-JUROS-PAG (WS-RNT-IDX)
           END-EVALUATE.

       CUSTEIA-TRANSACAO.
           ADD 1 TO WS-TAB-RNT-QTD-TRN (WS-RNT-IDX)
           MOVE "N" TO WS-CAN-ACHOU
           SET WS-CAN-IDX TO 1
           PERFORM PROCURA-CANAL
               UNTIL WS-CAN-IDX > 9 OR CAN-ACHOU
           IF CAN-ACHOU
               ADD WS-TAB-CAN-CUSTO (WS-CAN-IDX)
                 TO WS-TAB-RNT-CUSTO-TRN (WS-RNT-IDX)
           END-IF.

       PROCURA-CANAL.
           IF WS-TAB-CAN-CODIGO (WS-CAN-IDX) = MOV-CANAL
               MOVE "S" TO WS-CAN-ACHOU
           ELSE
               SET WS-CAN-IDX UP BY 1
           END-IF.

      * Procura a conta na tabela e, nao achando, abre entrada nova
      * zerada. Alem da capacidade a conta fica sem apuracao e e
      * contada como nao apurada.
       LOCALIZA-CONTA.
           PERFORM BUSCA-CONTA
           IF NOT RNT-ACHOU
               IF WS-TAB-RNT-QTD < 999
                   ADD 1 TO WS-TAB-RNT-QTD
                   SET WS-RNT-IDX TO WS-TAB-RNT-QTD
                   INITIALIZE WS-TAB-RNT-ENTRADA (WS-RNT-IDX)
                   MOVE WS-CONTA-BUSCA
                     TO WS-TAB-RNT-CONTA (WS-RNT-IDX)
                   SET RNT-ACHOU TO TRUE
               ELSE
                   IF NOT TAB-RNT-ESTOUROU
                       SET TAB-RNT-ESTOUROU TO TRUE
                       DISPLAY "TABELA DA APURACAO CHEIA: CONTAS ALEM "
                           "DA CAPACIDADE NAO SERAO APURADAS NESTE "
                           "MES"
                   END-IF
               END-IF
           END-IF.

       BUSCA-CONTA.
           MOVE "N" TO WS-TAB-RNT-ACHOU
           SET WS-RNT-IDX TO 1
           PERFORM PROCURA-CONTA
               UNTIL WS-RNT-IDX > WS-TAB-RNT-QTD OR RNT-ACHOU.

       PROCURA-CONTA.
           IF WS-TAB-RNT-CONTA (WS-RNT-IDX) = WS-CONTA-BUSCA
               MOVE "S" TO WS-TAB-RNT-ACHOU
           ELSE
               SET WS-RNT-IDX UP BY 1
           END-IF.

       INICIALIZAR.
           OPEN INPUT CTAMESTRE-ARQ
           IF NOT ARQ-OK
               DISPLAY "ARQUIVO DE CONTAS INDISPONIVEL ("
                   WS-STATUS-CTA ") - APURACAO NAO FEITA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RENTREL-ARQ
           IF NOT ARQ-REL-OK
               DISPLAY "ERRO AO ABRIR RENTREL - STATUS "
                   WS-STATUS-REL
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RENTEXT-ARQ
           IF NOT ARQ-EXT-OK
               DISPLAY "ERRO AO ABRIR RENTEXT - STATUS "
                   WS-STATUS-EXT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-MES-APURADO     TO WS-CAB-MES
           MOVE WS-DATA-SISTEMA    TO WS-CAB-DATA
           MOVE WS-RNT-TAXA-TRANSF TO WS-TAX-TAXA
           WRITE REL-LINHA FROM WS-LIN-CABECALHO
           WRITE REL-LINHA FROM WS-LIN-TAXA.

       VARRE-CONTAS.
           READ CTAMESTRE-ARQ NEXT RECORD
               AT END SET ARQ-FIM-CTA TO TRUE
           END-READ
           PERFORM APURA-CONTA THRU APURA-CONTA-EXIT
               UNTIL NOT ARQ-OK.

      * Conta encerrada so entra se teve lancamento desde o inicio do
      * mes apurado (encerrada no proprio mes ou depois dele).
       APURA-CONTA.
           ADD 1 TO WS-QTD-CONTAS
           MOVE CTA-NUMERO TO WS-CONTA-BUSCA
           PERFORM BUSCA-CONTA
           IF NOT RNT-ACHOU AND TAB-RNT-ESTOUROU
               ADD 1 TO WS-QTD-NAO-APURADAS
               DISPLAY "CONTA NAO APURADA (TABELA CHEIA): "
                   CTA-NUMERO
               GO TO APURA-CONTA-LE
           END-IF
           IF NOT RNT-ACHOU AND CTA-ENCERRADA
               GO TO APURA-CONTA-LE
           END-IF
           ADD 1 TO WS-QTD-APURADAS
           PERFORM CALCULA-MARGEM
           PERFORM GRAVA-EXTRACAO
           PERFORM ACUMULA-TOTAIS
           PERFORM ACUMULA-PRODUTO
           PERFORM ACUMULA-AGENCIA
           PERFORM CLASSIFICA-PIOR.
       APURA-CONTA-LE.
           READ CTAMESTRE-ARQ NEXT RECORD
               AT END SET ARQ-FIM-CTA TO TRUE
           END-READ.
       APURA-CONTA-EXIT.
           EXIT.

      * Saldo do fim do mes: o atual menos o liquido posterior ao mes.
      * Conta sem entrada na tabela nao teve lancamento desde o inicio
      * do mes - o saldo foi o atual em todos os dias.
       CALCULA-MARGEM.
           IF RNT-ACHOU
               COMPUTE WS-SALDO-FIM-MES = CTA-SALDO
                   - WS-TAB-RNT-NET-APOS (WS-RNT-IDX)
               COMPUTE WS-SOMA-SALDOS =
                   WS-SALDO-FIM-MES * WS-DIAS-MES
                   - WS-TAB-RNT-PONDERADO (WS-RNT-IDX)
           ELSE
               COMPUTE WS-SOMA-SALDOS = CTA-SALDO * WS-DIAS-MES
           END-IF
           COMPUTE WS-SALDO-MEDIO ROUNDED =
               WS-SOMA-SALDOS / WS-DIAS-MES
           MOVE 0 TO WS-CREDITO-CAPTACAO
           IF WS-SALDO-MEDIO > 0
               COMPUTE WS-CREDITO-CAPTACAO ROUNDED =
                   WS-SALDO-MEDIO * WS-RNT-TAXA-TRANSF
           END-IF
           INITIALIZE RNT-REGISTRO
           IF RNT-ACHOU
               MOVE WS-TAB-RNT-TARIFAS (WS-RNT-IDX)   TO RNT-TARIFAS
               MOVE WS-TAB-RNT-ENCARGOS (WS-RNT-IDX)  TO RNT-ENCARGOS
               MOVE WS-TAB-RNT-JUROS-EMP (WS-RNT-IDX)
                 TO RNT-JUROS-EMPRESTIMO
               MOVE WS-TAB-RNT-JUROS-PAG (WS-RNT-IDX)
                 TO RNT-JUROS-PAGOS
               MOVE WS-TAB-RNT-JUROS-CDB (WS-RNT-IDX) TO RNT-JUROS-CDB
               MOVE WS-TAB-RNT-CUSTO-TRN (WS-RNT-IDX)
                 TO RNT-CUSTO-TRANSACOES
               MOVE WS-TAB-RNT-QTD-TRN (WS-RNT-IDX)
                 TO RNT-QTD-TRANSACOES
           END-IF
           MOVE WS-CREDITO-CAPTACAO TO RNT-CREDITO-CAPTACAO
           COMPUTE WS-RECEITA = RNT-TARIFAS + RNT-ENCARGOS
               + RNT-JUROS-EMPRESTIMO + RNT-CREDITO-CAPTACAO
           COMPUTE WS-CUSTO = RNT-JUROS-PAGOS + RNT-JUROS-CDB
               + RNT-CUSTO-TRANSACOES
           COMPUTE WS-MARGEM = WS-RECEITA - WS-CUSTO.

       GRAVA-EXTRACAO.
           SET RNT-DETALHE       TO TRUE
           MOVE WS-MES-APURADO   TO RNT-MES
           MOVE CTA-NUMERO       TO RNT-CONTA
           MOVE CTA-AGENCIA      TO RNT-AGENCIA
           MOVE CTA-PRODUTO      TO RNT-PRODUTO
           MOVE WS-SALDO-MEDIO   TO RNT-SALDO-MEDIO
           MOVE WS-RECEITA       TO RNT-RECEITA-TOTAL
           MOVE WS-CUSTO         TO RNT-CUSTO-TOTAL
           MOVE WS-MARGEM        TO RNT-MARGEM
           WRITE RNT-REGISTRO.

       ACUMULA-TOTAIS.
           ADD WS-RECEITA           TO WS-TOT-RECEITA
           ADD WS-CUSTO             TO WS-TOT-CUSTO
           ADD WS-MARGEM            TO WS-TOT-MARGEM
           ADD RNT-TARIFAS          TO WS-TOT-TARIFAS
           ADD RNT-ENCARGOS         TO WS-TOT-ENCARGOS
           ADD RNT-JUROS-EMPRESTIMO TO WS-TOT-JUROS-EMP
           ADD RNT-CREDITO-CAPTACAO TO WS-TOT-CAPTACAO
           ADD RNT-JUROS-PAGOS      TO WS-TOT-JUROS-PAG
           ADD RNT-JUROS-CDB        TO WS-TOT-JUROS-CDB
           ADD RNT-CUSTO-TRANSACOES TO WS-TOT-CUSTO-TRN.

       ACUMULA-PRODUTO.
           MOVE "N" TO WS-SPR-ACHOU
           SET WS-SPR-IDX TO 1
           PERFORM PROCURA-PRODUTO
               UNTIL WS-SPR-IDX > WS-TAB-SPR-QTD OR SPR-ACHOU
           IF NOT SPR-ACHOU
               IF WS-TAB-SPR-QTD < 50
                   ADD 1 TO WS-TAB-SPR-QTD
                   SET WS-SPR-IDX TO WS-TAB-SPR-QTD
                   MOVE CTA-PRODUTO TO WS-TAB-SPR-CODIGO (WS-SPR-IDX)
                   MOVE 0 TO WS-TAB-SPR-CONTAS (WS-SPR-IDX)
                   MOVE 0 TO WS-TAB-SPR-RECEITA (WS-SPR-IDX)
                   MOVE 0 TO WS-TAB-SPR-CUSTO (WS-SPR-IDX)
                   SET SPR-ACHOU TO TRUE
               ELSE
                   IF NOT SPR-ESTOUROU
                       SET SPR-ESTOUROU TO TRUE
                       DISPLAY "TABELA DE PRODUTOS CHEIA - SUBTOTAL "
                           "POR PRODUTO INCOMPLETO"
                   END-IF
               END-IF
           END-IF
           IF SPR-ACHOU
               ADD 1 TO WS-TAB-SPR-CONTAS (WS-SPR-IDX)
               ADD WS-RECEITA TO WS-TAB-SPR-RECEITA (WS-SPR-IDX)
               ADD WS-CUSTO TO WS-TAB-SPR-CUSTO (WS-SPR-IDX)
           END-IF.

       PROCURA-PRODUTO.
           IF WS-TAB-SPR-CODIGO (WS-SPR-IDX) = CTA-PRODUTO
               MOVE "S" TO WS-SPR-ACHOU
           ELSE
               SET WS-SPR-IDX UP BY 1
           END-IF.

       ACUMULA-AGENCIA.
           MOVE "N" TO WS-SAG-ACHOU
           SET WS-SAG-IDX TO 1
           PERFORM PROCURA-AGENCIA
               UNTIL WS-SAG-IDX > WS-TAB-SAG-QTD OR SAG-ACHOU
           IF NOT SAG-ACHOU
               IF WS-TAB-SAG-QTD < 999
                   ADD 1 TO WS-TAB-SAG-QTD
                   SET WS-SAG-IDX TO WS-TAB-SAG-QTD
                   MOVE CTA-AGENCIA TO WS-TAB-SAG-AGENCIA (WS-SAG-IDX)
                   MOVE 0 TO WS-TAB-SAG-CONTAS (WS-SAG-IDX)
                   MOVE 0 TO WS-TAB-SAG-RECEITA (WS-SAG-IDX)
                   MOVE 0 TO WS-TAB-SAG-CUSTO (WS-SAG-IDX)
                   SET SAG-ACHOU TO TRUE
               ELSE
                   IF NOT SAG-ESTOUROU
                       SET SAG-ESTOUROU TO TRUE
                       DISPLAY "TABELA DE AGENCIAS CHEIA - SUBTOTAL "
                           "POR AGENCIA INCOMPLETO"
                   END-IF
               END-IF
           END-IF
           IF SAG-ACHOU
               ADD 1 TO WS-TAB-SAG-CONTAS (WS-SAG-IDX)
               ADD WS-RECEITA TO WS-TAB-SAG-RECEITA (WS-SAG-IDX)
               ADD WS-CUSTO TO WS-TAB-SAG-CUSTO (WS-SAG-IDX)
           END-IF.

       PROCURA-AGENCIA.
           IF WS-TAB-SAG-AGENCIA (WS-SAG-IDX) = CTA-AGENCIA
               MOVE "S" TO WS-SAG-ACHOU
           ELSE
               SET WS-SAG-IDX UP BY 1
           END-IF.

      * Ranking das piores margens: a tabela fica em ordem crescente;
      * com a tabela cheia a conta so entra se a margem for menor que
      * a ultima, que sai. As maiores descem uma posicao.
       CLASSIFICA-PIOR.
           IF WS-TAB-PIOR-QTD < WS-RNT-QTD-PIORES
               ADD 1 TO WS-TAB-PIOR-QTD
               MOVE WS-TAB-PIOR-QTD TO WS-PIOR-POS
           ELSE
               IF WS-MARGEM NOT < WS-TAB-PIOR-MARGEM (WS-TAB-PIOR-QTD)
                   GO TO CLASSIFICA-PIOR-EXIT
               END-IF
               MOVE WS-TAB-PIOR-QTD TO WS-PIOR-POS
           END-IF
           MOVE "N" TO WS-PIOR-PARADA
           PERFORM DESLOCA-PIOR UNTIL PIOR-PARADA
           MOVE CTA-NUMERO     TO WS-TAB-PIOR-CONTA (WS-PIOR-POS)
           MOVE CTA-AGENCIA    TO WS-TAB-PIOR-AGENCIA (WS-PIOR-POS)
           MOVE CTA-PRODUTO    TO WS-TAB-PIOR-PRODUTO (WS-PIOR-POS)
           MOVE WS-RECEITA     TO WS-TAB-PIOR-RECEITA (WS-PIOR-POS)
           MOVE WS-CUSTO       TO WS-TAB-PIOR-CUSTO (WS-PIOR-POS)
           MOVE WS-MARGEM      TO WS-TAB-PIOR-MARGEM (WS-PIOR-POS)
           MOVE WS-SALDO-MEDIO TO WS-TAB-PIOR-SALDO (WS-PIOR-POS).
       CLASSIFICA-PIOR-EXIT.
           EXIT.

       DESLOCA-PIOR.
           IF WS-PIOR-POS = 1
               MOVE "S" TO WS-PIOR-PARADA
           ELSE
               COMPUTE WS-PIOR-ANT = WS-PIOR-POS - 1
               IF WS-TAB-PIOR-MARGEM (WS-PIOR-ANT) NOT > WS-MARGEM
                   MOVE "S" TO WS-PIOR-PARADA
               ELSE
                   MOVE WS-TAB-PIOR-ENTRADA (WS-PIOR-ANT)
                     TO WS-TAB-PIOR-ENTRADA (WS-PIOR-POS)
                   MOVE WS-PIOR-ANT TO WS-PIOR-POS
               END-IF
           END-IF.

       FINALIZAR.
           PERFORM IMPRIME-PIORES
           PERFORM IMPRIME-PRODUTOS
           PERFORM IMPRIME-AGENCIAS
           PERFORM IMPRIME-TOTAIS
           SET RNT-TRL-TRAILER TO TRUE
           MOVE WS-MES-APURADO  TO RNT-TRL-MES
           MOVE WS-QTD-APURADAS TO RNT-TRL-QTD-CONTAS
           MOVE WS-TOT-MARGEM   TO RNT-TRL-MARGEM-TOTAL
           MOVE SPACES TO RNT-TRAILER(33:156)
           WRITE RNT-TRAILER
           CLOSE RENTREL-ARQ
           CLOSE RENTEXT-ARQ
           CLOSE CTAMESTRE-ARQ
           IF WS-QTD-NAO-APURADAS > 0 OR SPR-ESTOUROU
                   OR SAG-ESTOUROU
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "CONTAS NO MESTRE......: " WS-QTD-CONTAS
           DISPLAY "CONTAS APURADAS.......: " WS-QTD-APURADAS
           DISPLAY "NAO APURADAS..........: " WS-QTD-NAO-APURADAS
           DISPLAY "PARCELAS COM JUROS....: " WS-QTD-PARCELAS
           DISPLAY "RESGATES DE CDB.......: " WS-QTD-CDB-RESGATES
           DISPLAY "  SEM APLICACAO ACHADA: " WS-QTD-CDB-SEM-BASE
           DISPLAY "RETURN-CODE...........: " RETURN-CODE.

       IMPRIME-PIORES.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE "PIORES MARGENS DO MES" TO WS-SEC-TITULO
           WRITE REL-LINHA FROM WS-LIN-SECAO
           WRITE REL-LINHA FROM WS-LIN-TIT-PIORES
           PERFORM IMPRIME-UMA-PIOR
               VARYING WS-PIOR-POS FROM 1 BY 1
               UNTIL WS-PIOR-POS > WS-TAB-PIOR-QTD.

       IMPRIME-UMA-PIOR.
           MOVE WS-TAB-PIOR-CONTA (WS-PIOR-POS)   TO WS-PIO-CONTA
           MOVE WS-TAB-PIOR-AGENCIA (WS-PIOR-POS) TO WS-PIO-AGENCIA
           MOVE WS-TAB-PIOR-PRODUTO (WS-PIOR-POS) TO WS-PIO-PRODUTO
           MOVE WS-TAB-PIOR-RECEITA (WS-PIOR-POS) TO WS-PIO-RECEITA
           MOVE WS-TAB-PIOR-CUSTO (WS-PIOR-POS)   TO WS-PIO-CUSTO
           MOVE WS-TAB-PIOR-MARGEM (WS-PIOR-POS)  TO WS-PIO-MARGEM
           MOVE WS-TAB-PIOR-SALDO (WS-PIOR-POS)   TO WS-PIO-SALDO
           WRITE REL-LINHA FROM WS-LIN-PIOR.

       IMPRIME-PRODUTOS.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE "SUBTOTAL POR PRODUTO (CTA-PRODUTO)" TO WS-SEC-TITULO
           WRITE REL-LINHA FROM WS-LIN-SECAO
           WRITE REL-LINHA FROM WS-LIN-TIT-SUBTOTAL
           PERFORM IMPRIME-UM-PRODUTO
               VARYING WS-SPR-IDX FROM 1 BY 1
               UNTIL WS-SPR-IDX > WS-TAB-SPR-QTD.

       IMPRIME-UM-PRODUTO.
           MOVE WS-TAB-SPR-CODIGO (WS-SPR-IDX)  TO WS-SUB-CODIGO
           MOVE WS-TAB-SPR-CONTAS (WS-SPR-IDX)     TO WS-SUB-QTD
           MOVE WS-TAB-SPR-RECEITA (WS-SPR-IDX) TO WS-SUB-RECEITA
           MOVE WS-TAB-SPR-CUSTO (WS-SPR-IDX)   TO WS-SUB-CUSTO
           COMPUTE WS-SUB-MARGEM = WS-TAB-SPR-RECEITA (WS-SPR-IDX)
               - WS-TAB-SPR-CUSTO (WS-SPR-IDX)
           WRITE REL-LINHA FROM WS-LIN-SUBTOTAL.

       IMPRIME-AGENCIAS.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE "SUBTOTAL POR AGENCIA (CTA-AGENCIA)" TO WS-SEC-TITULO
           WRITE REL-LINHA FROM WS-LIN-SECAO
           WRITE REL-LINHA FROM WS-LIN-TIT-SUBTOTAL
           PERFORM IMPRIME-UMA-AGENCIA
               VARYING WS-SAG-IDX FROM 1 BY 1
               UNTIL WS-SAG-IDX > WS-TAB-SAG-QTD.

       IMPRIME-UMA-AGENCIA.
           MOVE WS-TAB-SAG-AGENCIA (WS-SAG-IDX) TO WS-SUB-CODIGO
           MOVE WS-TAB-SAG-CONTAS (WS-SAG-IDX)     TO WS-SUB-QTD
           MOVE WS-TAB-SAG-RECEITA (WS-SAG-IDX) TO WS-SUB-RECEITA
           MOVE WS-TAB-SAG-CUSTO (WS-SAG-IDX)   TO WS-SUB-CUSTO
           COMPUTE WS-SUB-MARGEM = WS-TAB-SAG-RECEITA (WS-SAG-IDX)
               - WS-TAB-SAG-CUSTO (WS-SAG-IDX)
           WRITE REL-LINHA FROM WS-LIN-SUBTOTAL.

       IMPRIME-TOTAIS.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE "TOTAL GERAL" TO WS-SEC-TITULO
           WRITE REL-LINHA FROM WS-LIN-SECAO
           MOVE 0 TO WS-TOT-VALOR
           MOVE "CONTAS APURADAS..................." TO WS-TOT-ROTULO
           MOVE WS-QTD-APURADAS TO WS-TOT-QTD
           WRITE REL-LINHA FROM WS-LIN-TOTAL
           MOVE "CONTAS NAO APURADAS (TABELA CHEIA)" TO WS-TOT-ROTULO
           MOVE WS-QTD-NAO-APURADAS TO WS-TOT-QTD
           WRITE REL-LINHA FROM WS-LIN-TOTAL
           MOVE 0 TO WS-TOT-QTD
           MOVE "  TARIFAS........................." TO WS-TOT-ROTULO
           MOVE WS-TOT-TARIFAS TO WS-TOT-VALOR
           WRITE REL-LINHA FROM WS-LIN-TOTAL
           MOVE "  JUROS DEVEDORES................." TO WS-TOT-ROTULO
           MOVE WS-TOT-ENCARGOS TO WS-TOT-VALOR
           WRITE REL-LINHA FROM WS-LIN-TOTAL
           MOVE "  JUROS DE EMPRESTIMO............." TO WS-TOT-ROTULO
           MOVE WS-TOT-JUROS-EMP TO WS-TOT-VALOR
           WRITE REL-LINHA FROM WS-LIN-TOTAL
           MOVE "  CREDITO DE CAPTACAO............." TO WS-TOT-ROTULO
           MOVE WS-TOT-CAPTACAO TO WS-TOT-VALOR
           WRITE REL-LINHA FROM WS-LIN-TOTAL
           MOVE "RECEITA TOTAL....................." TO WS-TOT-ROTULO
           MOVE WS-TOT-RECEITA TO WS-TOT-VALOR
           WRITE REL-LINHA FROM WS-LIN-TOTAL
           MOVE "  JUROS CREDITADOS................" TO WS-TOT-ROTULO
           MOVE WS-TOT-JUROS-PAG TO WS-TOT-VALOR
           WRITE REL-LINHA FROM WS-LIN-TOTAL
           MOVE "  JUROS DE CDB...................." TO WS-TOT-ROTULO
           MOVE WS-TOT-JUROS-CDB TO WS-TOT-VALOR
           WRITE REL-LINHA FROM WS-LIN-TOTAL
           MOVE "  CUSTO DAS TRANSACOES............" TO WS-TOT-ROTULO
           MOVE WS-TOT-CUSTO-TRN TO WS-TOT-VALOR
           WRITE REL-LINHA FROM WS-LIN-TOTAL
           MOVE "CUSTO TOTAL......................." TO WS-TOT-ROTULO
           MOVE WS-TOT-CUSTO TO WS-TOT-VALOR
           WRITE REL-LINHA FROM WS-LIN-TOTAL
           MOVE "MARGEM DE CONTRIBUICAO............" TO WS-TOT-ROTULO
           MOVE WS-TOT-MARGEM TO WS-TOT-VALOR
           WRITE REL-LINHA FROM WS-LIN-TOTAL.

       COPY RUNCTL.
       END PROGRAM PROGRENTAB.
