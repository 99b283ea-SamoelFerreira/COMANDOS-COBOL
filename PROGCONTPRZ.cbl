      ******************************************************************
      * Author: EQUIPE MANUTENCAO
      * Date: 15/10/2026
      * Purpose: PRAZOS DAS CONTESTACOES - PASSO DIARIO DO CICLO QUE
      *          VARRE O CADASTRO DE CONTESTACOES (CONTEST, VER CNTREG)
      *          E IMPRIME EM CNTPRAZO OS CASOS EM ANDAMENTO (ABERTOS,
      *          COM OU SEM CREDITO PROVISORIO) JA VENCIDOS OU A
      *          VENCER DENTRO DA JANELA DE AVISO (PARAMETRO
      *          CONTEST.AVISO.DIAS, PADRAO 3 DIAS UTEIS), COM OS DIAS
      *          UTEIS EM ATRASO OU RESTANTES PELO CALENDARIO FERIADOS.
      *          RC 4 QUANDO HA CASO VENCIDO, PARA O RESUMO DE SAUDE
      *          APONTAR O ATRASO.
      * Tectonics: cobc
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      * 15/10/2026 - EM - Passo ja concluido na data do ciclo (RUNCTRL,
      *              RC ate 4) e saltado com RC 0 (reinicio do
      *              EODJOB).
      * 15/10/2026 - EM - Coluna de valor do relatorio de prazos
      *              alargada para 11 inteiros (CNTREG 9(11)V99).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCONTPRZ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTEST-ARQ ASSIGN TO "CONTEST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CNT-NUMERO
               FILE STATUS IS WS-STATUS-CNT.

           SELECT CNTPRAZO-ARQ ASSIGN TO "CNTPRAZO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PRZ.

           SELECT DATAMOV-ARQ ASSIGN TO "DATAMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DTM.

           SELECT RUNCTRL-ARQ ASSIGN TO "RUNCTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RUN.

           SELECT FERIADOS-ARQ ASSIGN TO "FERIADOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FER.

           SELECT PARAMS-ARQ ASSIGN TO "PARAMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PAR.
       DATA DIVISION.
       FILE SECTION.
      * Cadastro de contestacoes (PROGCONTEST).
       FD  CONTEST-ARQ.
       COPY CNTREG.

      * Relatorio de prazos, refeito por inteiro a cada ciclo.
       FD  CNTPRAZO-ARQ.
       01 PRZ-LINHA                 PIC X(80).

      * Data de movimento do ciclo (PROGDATAMOV).
       FD  DATAMOV-ARQ.
       COPY DTMREG.

       FD  RUNCTRL-ARQ.
       COPY RUNREG.

       FD  FERIADOS-ARQ.
       COPY FERREG.

       FD  PARAMS-ARQ.
       COPY PARREG.
       WORKING-STORAGE SECTION.
       COPY RUNW.

       COPY DATLERW.

       COPY DIAUTILW.

       COPY PARAMW.

          01 WS-STATUS-CNT           PIC XX.
             88 ARQ-CNT-OK                VALUE "00".
             88 ARQ-CNT-FIM               VALUE "10".

          01 WS-STATUS-PRZ           PIC XX.
             88 ARQ-PRZ-OK                VALUE "00".

          01 WS-STATUS-FER           PIC XX.
             88 ARQ-FER-OK                VALUE "00".
             88 ARQ-FER-FIM               VALUE "10".

          01 WS-DATA-SISTEMA         PIC 9(08) VALUE ZEROS.

      * Janela de aviso em dias uteis (parametro CONTEST.AVISO.DIAS).
          01 WS-AVISO-DIAS-UTEIS     PIC 9(02) VALUE 03.
          01 WS-DIAS-UTEIS           PIC 9(03).

      * Contagem de dias uteis entre duas datas, avancando a data
      * civil dia a dia (mesma regra do PROGCHQLIB).
          01 WS-DATA-DE              PIC 9(08).
          01 WS-DATA-ATE             PIC 9(08).
          01 WS-DATA-CORR            PIC 9(08).
          01 WS-PD-ANO               PIC 9(04).
          01 WS-PD-MES               PIC 9(02).
          01 WS-PD-DIA               PIC 9(02).
          01 WS-PD-ULTIMO            PIC 9(02).
          01 WS-PD-QUOC              PIC 9(04).
          01 WS-PD-RESTO             PIC 9(01).
          01 WS-PD-SEGURANCA         PIC 9(04).

      * Linhas formatadas do relatorio.
          01 WS-LIN-CABECALHO.
             05 FILLER               PIC X(37)
                   VALUE "*** PRAZOS DAS CONTESTACOES - CICLO ".
             05 WS-CAB-DATA          PIC 9(08).
             05 FILLER               PIC X(04) VALUE " ***".

          01 WS-LIN-TITULOS.
             05 FILLER               PIC X(39)
                   VALUE "CASO   CONTA  REFERENCIA          VALOR".
             05 FILLER               PIC X(30)
                   VALUE " S PRAZO    ANALISTA SITUACAO".

          01 WS-LIN-DETALHE.
             05 WS-DET-CASO          PIC 9(06).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-DET-CONTA         PIC 9(06).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-DET-REFERENCIA    PIC 9(10).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-DET-VALOR         PIC Z(10)9.99.
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-DET-STATUS        PIC X(01).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-DET-PRAZO         PIC 9(08).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-DET-ANALISTA      PIC X(08).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-DET-SITUACAO      PIC X(10).
             05 WS-DET-DIAS          PIC ZZ9.
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-DET-DIAS-TXT      PIC X(05).

          01 WS-LIN-TOTAL.
             05 WS-TOT-ROTULO        PIC X(30).
             05 WS-TOT-QTD           PIC Z(5)9.

          01 WS-QTD-CASOS            PIC 9(06) VALUE 0.
          01 WS-QTD-ANDAMENTO        PIC 9(06) VALUE 0.
          01 WS-QTD-PROVISORIO       PIC 9(06) VALUE 0.
          01 WS-QTD-VENCIDOS         PIC 9(06) VALUE 0.
          01 WS-QTD-A-VENCER         PIC 9(06) VALUE 0.
          01 WS-QTD-EM-DIA           PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           PERFORM OBTEM-DATA-MOVIMENTO
           IF WS-DATA-MOVIMENTO > 0
               MOVE WS-DATA-MOVIMENTO TO WS-DATA-SISTEMA
           END-IF
      * Registro em RUNCTRL para o resumo de saude; passo ja concluido
      * na data e saltado. So ha reexecucao na retomada apos abend, e
      * ai o relatorio e refeito por inteiro.
           MOVE "PROGCONT" TO WS-RUN-PROGRAMA
           MOVE WS-DATA-SISTEMA TO WS-RUN-DATA-CICLO
           PERFORM VERIFICA-CICLO-JA-RODADO
           IF RUN-CONCLUIDO
               PERFORM SALTA-PASSO-CONCLUIDO
           END-IF
           DISPLAY "===== PRAZOS DAS CONTESTACOES ====="
           DISPLAY "DATA DO CICLO: " WS-DATA-SISTEMA
           MOVE 0 TO RETURN-CODE
           PERFORM APLICA-PARAMETROS
           PERFORM CARREGA-FERIADOS
           PERFORM INICIALIZAR
           PERFORM VARRE-CASOS
           PERFORM FINALIZAR
           MOVE WS-QTD-ANDAMENTO TO WS-RUN-QTD
           PERFORM GRAVA-RUN-CONTROLE
           STOP RUN.

       COPY DATLER.

       APLICA-PARAMETROS.
           MOVE WS-DATA-SISTEMA TO WS-PAR-DATA-REF
           PERFORM CARREGA-PARAMETROS
           MOVE "CONTEST.AVISO.DIAS" TO WS-PAR-CHAVE-BUSCA
           PERFORM OBTEM-PARAMETRO
           IF PAR-ACHOU
               MOVE WS-PAR-VALOR-OBTIDO TO WS-AVISO-DIAS-UTEIS
           END-IF.

       INICIALIZAR.
           OPEN OUTPUT CNTPRAZO-ARQ
           IF NOT ARQ-PRZ-OK
               DISPLAY "ERRO AO ABRIR CNTPRAZO - STATUS "
                   WS-STATUS-PRZ
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-DATA-SISTEMA TO WS-CAB-DATA
           WRITE PRZ-LINHA FROM WS-LIN-CABECALHO
           WRITE PRZ-LINHA FROM WS-LIN-TITULOS.

      * Sem cadastro (nenhum caso aberto ainda) o relatorio sai so
      * com cabecalho e totais zerados.
       VARRE-CASOS.
           OPEN INPUT CONTEST-ARQ
           IF ARQ-CNT-OK
               READ CONTEST-ARQ NEXT RECORD
                   AT END SET ARQ-CNT-FIM TO TRUE
               END-READ
               PERFORM AVALIA-CASO UNTIL ARQ-CNT-FIM
               CLOSE CONTEST-ARQ
           ELSE
               DISPLAY "CADASTRO DE CONTESTACOES (CONTEST) AUSENTE - "
                   "NENHUM CASO"
           END-IF.

      * Vencido: dias uteis do dia seguinte ao prazo ate hoje. A
      * vencer: dias uteis de amanha ate o prazo; prazo hoje e zero.
       AVALIA-CASO.
           ADD 1 TO WS-QTD-CASOS
           IF CNT-EM-ANDAMENTO
               ADD 1 TO WS-QTD-ANDAMENTO
               IF CNT-CREDITO-PROVISORIO
                   ADD 1 TO WS-QTD-PROVISORIO
               END-IF
               IF CNT-DATA-PRAZO < WS-DATA-SISTEMA
                   MOVE CNT-DATA-PRAZO  TO WS-DATA-DE
                   MOVE WS-DATA-SISTEMA TO WS-DATA-ATE
                   PERFORM CONTA-DIAS-UTEIS
                   MOVE "VENCIDO HA" TO WS-DET-SITUACAO
                   PERFORM IMPRIME-CASO
                   ADD 1 TO WS-QTD-VENCIDOS
               ELSE
                   MOVE WS-DATA-SISTEMA TO WS-DATA-DE
                   MOVE CNT-DATA-PRAZO  TO WS-DATA-ATE
                   PERFORM CONTA-DIAS-UTEIS
                   IF WS-DIAS-UTEIS > WS-AVISO-DIAS-UTEIS
                       ADD 1 TO WS-QTD-EM-DIA
                   ELSE
                       MOVE "VENCE EM"   TO WS-DET-SITUACAO
                       PERFORM IMPRIME-CASO
                       ADD 1 TO WS-QTD-A-VENCER
                   END-IF
               END-IF
           END-IF
           READ CONTEST-ARQ NEXT RECORD
               AT END SET ARQ-CNT-FIM TO TRUE
           END-READ.

       IMPRIME-CASO.
           MOVE CNT-NUMERO      TO WS-DET-CASO
           MOVE CNT-CONTA       TO WS-DET-CONTA
           MOVE CNT-REFERENCIA  TO WS-DET-REFERENCIA
           MOVE CNT-VALOR       TO WS-DET-VALOR
           MOVE CNT-STATUS      TO WS-DET-STATUS
           MOVE CNT-DATA-PRAZO  TO WS-DET-PRAZO
           MOVE CNT-ANALISTA    TO WS-DET-ANALISTA
           MOVE WS-DIAS-UTEIS   TO WS-DET-DIAS
           MOVE "D.UT."         TO WS-DET-DIAS-TXT
           WRITE PRZ-LINHA FROM WS-LIN-DETALHE.

      * Dias uteis depois de WS-DATA-DE ate WS-DATA-ATE inclusive; a
      * trava de seguranca cobre data corrompida no cadastro.
       CONTA-DIAS-UTEIS.
           MOVE WS-DATA-DE TO WS-DATA-CORR
           MOVE 0 TO WS-DIAS-UTEIS
           MOVE 0 TO WS-PD-SEGURANCA
           PERFORM AVANCA-E-CONTA
               UNTIL WS-DATA-CORR NOT < WS-DATA-ATE
                  OR WS-PD-SEGURANCA > 1000.

       AVANCA-E-CONTA.
           ADD 1 TO WS-PD-SEGURANCA
           PERFORM PROXIMA-DATA
           IF WS-DATA-CORR NOT > WS-DATA-ATE
               MOVE WS-DATA-CORR TO WS-DATA-AVALIADA
               PERFORM VERIFICA-DATA-UTIL
               IF DATA-DIA-UTIL
                   ADD 1 TO WS-DIAS-UTEIS
               END-IF
           END-IF.

       PROXIMA-DATA.
           MOVE WS-DATA-CORR(1:4) TO WS-PD-ANO
           MOVE WS-DATA-CORR(5:2) TO WS-PD-MES
           MOVE WS-DATA-CORR(7:2) TO WS-PD-DIA
           EVALUATE WS-PD-MES
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO WS-PD-ULTIMO
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-PD-ULTIMO
               WHEN OTHER
                   MOVE 28 TO WS-PD-ULTIMO
                   DIVIDE WS-PD-ANO BY 4 GIVING WS-PD-QUOC
                       REMAINDER WS-PD-RESTO
                   IF WS-PD-RESTO = 0
                       MOVE 29 TO WS-PD-ULTIMO
                   END-IF
           END-EVALUATE
           IF WS-PD-DIA < WS-PD-ULTIMO
               ADD 1 TO WS-PD-DIA
           ELSE
               MOVE 1 TO WS-PD-DIA
               IF WS-PD-MES < 12
                   ADD 1 TO WS-PD-MES
               ELSE
                   MOVE 1 TO WS-PD-MES
                   ADD 1 TO WS-PD-ANO
               END-IF
           END-IF
           MOVE WS-PD-ANO TO WS-DATA-CORR(1:4)
           MOVE WS-PD-MES TO WS-DATA-CORR(5:2)
           MOVE WS-PD-DIA TO WS-DATA-CORR(7:2).

       FINALIZAR.
           MOVE SPACES TO PRZ-LINHA
           WRITE PRZ-LINHA
           MOVE "CASOS EM ANDAMENTO............" TO WS-TOT-ROTULO
           MOVE WS-QTD-ANDAMENTO TO WS-TOT-QTD
           WRITE PRZ-LINHA FROM WS-LIN-TOTAL
           MOVE "  COM CREDITO PROVISORIO......" TO WS-TOT-ROTULO
           MOVE WS-QTD-PROVISORIO TO WS-TOT-QTD
           WRITE PRZ-LINHA FROM WS-LIN-TOTAL
           MOVE "  VENCIDOS...................." TO WS-TOT-ROTULO
           MOVE WS-QTD-VENCIDOS TO WS-TOT-QTD
           WRITE PRZ-LINHA FROM WS-LIN-TOTAL
           MOVE "  A VENCER NA JANELA DE AVISO." TO WS-TOT-ROTULO
           MOVE WS-QTD-A-VENCER TO WS-TOT-QTD
           WRITE PRZ-LINHA FROM WS-LIN-TOTAL
           MOVE "  EM DIA......................" TO WS-TOT-ROTULO
           MOVE WS-QTD-EM-DIA TO WS-TOT-QTD
           WRITE PRZ-LINHA FROM WS-LIN-TOTAL
           CLOSE CNTPRAZO-ARQ
           IF WS-QTD-VENCIDOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "CASOS NO CADASTRO.....: " WS-QTD-CASOS
           DISPLAY "EM ANDAMENTO..........: " WS-QTD-ANDAMENTO
           DISPLAY "  COM CRED. PROVISORIO: " WS-QTD-PROVISORIO
           DISPLAY "VENCIDOS..............: " WS-QTD-VENCIDOS
           DISPLAY "A VENCER (AVISO)......: " WS-QTD-A-VENCER
           DISPLAY "EM DIA................: " WS-QTD-EM-DIA
           DISPLAY "RETURN-CODE...........: " RETURN-CODE.

       COPY DIAUTIL.

       COPY PARLER.

       COPY RUNCTL.
       END PROGRAM PROGCONTPRZ.
