      *              quantidade e RETURN-CODE deste passo, e a
      *              reexecucao na mesma data e recusada (mesmo
      *              contrato do PROGEOD) - o passo nao e idempotente.
      * 15/10/2026 - EM - Estorno de lancamento (tipo "W", PROGESTORNO)
      *              nao e somado como movimento novo: e acumulado por
      *              tipo do lancamento estornado (MOV-TIPO-ORIGEM) e
      *              sai como a partida inversa da original, com
      *              historico "ESTORNO ..." - o par lancamento /
      *              estorno se anula nas mesmas contas contabeis.
      * 15/10/2026 - EM - Tarifa avulsa por servico (movimento "F" do
      *              PROGTARAV com o servico em MOV-TIPO-ORIGEM) sai em
      *              partida propria: debito em depositos de clientes e
      *              credito em 41010002 TARIFA TED, 41010003 TARIFA
      *              TALAO, 41010004 TARIFA CHEQUE DEVOLVIDO, 41010005
      *              TARIFA EXTRATO AVULSO ou 41010006 TARIFA 2A VIA DE
      *              COMPROVANTE. Tarifa sem servico (manutencao,
      *              excesso de saques) segue em 41010001.
      * 15/10/2026 - EM - Inclui a partida do credito de contestacao
      *              (tipo "K", PROGCONTEST): debito em 31030001 DESPESA
      *              COM CONTESTACOES e credito em depositos de
      *              clientes. O estorno do credito provisorio na
      *              improcedencia ("W" com origem "K") sai como a
      *              partida inversa, zerando a despesa do caso.
      * 15/10/2026 - EM - Inclui a partida da quitacao antecipada e da
      *              amortizacao de emprestimo (tipo "N", PROGEMPCON):
      *              debito em depositos de clientes e credito em
      *              11060001 CARTEIRA DE EMPRESTIMOS.
      * 15/10/2026 - EM - Passo ja concluido na data do ciclo (RUNCTRL,
      *              RC ate 4) e saltado com RC 0 (reinicio do
      *              EODJOB).
      * 15/10/2026 - EM - Tarifa de liquidacao de titulo da cobranca
      *              bancaria (servico B) sai em partida propria,
      *              com credito em 41010007 TARIFA COBRANCA.
      * 15/10/2026 - EM - Linhas de movimento acompanham MOVREG (77
      *              bytes); GL-VALOR e totais do razao em
      *              9(13)V99.
      * 15/10/2026 - EM - Inclui a partida do IOF (tipo "G", PROGIOF e
      *              PROGEMPCON): debito em depositos de clientes e
      *              credito em 21080001 IOF A RECOLHER.
      * 15/10/2026 - EM - Linhas de movimento acompanham MOVREG
      *              (78 bytes). Estorno de tarifa avulsa agrupado
      *              tambem pelo servico (MOV-SERVICO-ORIGEM) e
      *              revertido contra a mesma receita 4101000x em
      *              que a tarifa foi creditada.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGGL.
       DATA DIVISION.
       FILE SECTION.
       FD  MOVIMENTO-ARQ.
       01 MOVLIN-REGISTRO           PIC X(78).

       FD  GLSAIDA-ARQ.
       01 GL-REGISTRO.
          05 GL-DATA              PIC 9(08).
          05 GL-CONTA-CONTABIL    PIC 9(08).
          05 GL-NATUREZA          PIC X(01).
          05 GL-VALOR             PIC 9(13)V99.
          05 GL-HISTORICO         PIC X(20).

       FD  GLCTRL-ARQ.
          01 WS-DATA-SISTEMA         PIC 9(08) VALUE ZEROS.
          01 WS-LOTE                 PIC 9(06) VALUE 0.

          01 WS-TOTAL-DEPOSITOS      PIC S9(13)V99 VALUE 0.
          01 WS-TOTAL-SAQUES         PIC S9(13)V99 VALUE 0.
          01 WS-TOTAL-TARIFAS        PIC S9(13)V99 VALUE 0.
          01 WS-TOTAL-TAR-TED        PIC S9(13)V99 VALUE 0.
          01 WS-TOTAL-TAR-TALAO      PIC S9(13)V99 VALUE 0.
          01 WS-TOTAL-TAR-CHQ-DEV    PIC S9(13)V99 VALUE 0.
          01 WS-TOTAL-TAR-EXTRATO    PIC S9(13)V99 VALUE 0.
          01 WS-TOTAL-TAR-COMPROV    PIC S9(13)V99 VALUE 0.
          01 WS-TOTAL-TAR-COBRANCA   PIC S9(13)V99 VALUE 0.
          01 WS-TOTAL-JUROS          PIC S9(13)V99 VALUE 0.
          01 WS-TOTAL-ENCARGOS       PIC S9(13)V99 VALUE 0.
          01 WS-TOTAL-PAGAMENTOS     PIC S9(13)V99 VALUE 0.
          01 WS-TOTAL-TRANSF-ENV     PIC S9(13)V99 VALUE 0.
          01 WS-TOTAL-TRANSF-REC     PIC S9(13)V99 VALUE 0.
          01 WS-TOTAL-DEP-CHEQUE     PIC S9(13)V99 VALUE 0.
          01 WS-TOTAL-CHQ-DEVOLV     PIC S9(13)V99 VALUE 0.
          01 WS-TOTAL-DEVOL-INTERB   PIC S9(13)V99 VALUE 0.
          01 WS-TOTAL-IR-RETIDO      PIC S9(13)V99 VALUE 0.
          01 WS-TOTAL-CHQ-PAGOS      PIC S9(13)V99 VALUE 0.
          01 WS-TOTAL-VAR-CAMBIAL    PIC S9(13)V99 VALUE 0.
          01 WS-VAR-CAMBIAL-ABS      PIC 9(13)V99.
          01 WS-TOTAL-RECOLHIDO      PIC S9(13)V99 VALUE 0.
          01 WS-TOTAL-EMPRESTIMOS    PIC S9(13)V99 VALUE 0.
          01 WS-TOTAL-APLIC-CDB      PIC S9(13)V99 VALUE 0.
          01 WS-TOTAL-RESG-CDB       PIC S9(13)V99 VALUE 0.
          01 WS-TOTAL-CONTESTACAO    PIC S9(13)V99 VALUE 0.
          01 WS-TOTAL-AMORT-EMP      PIC S9(13)V99 VALUE 0.
          01 WS-TOTAL-IOF            PIC S9(13)V99 VALUE 0.
          01 WS-QTD-LIBERACOES       PIC 9(06) VALUE 0.

      * Estornos do dia por tipo do lancamento estornado (e, na tarifa,
      * pelo servico); cada linha vira a partida inversa da partida
      * original do tipo.
          01 WS-TAB-ESTORNOS.
             05 WS-TAB-EST-ENTRADA OCCURS 20 TIMES
                   INDEXED BY WS-EST-IDX.
                10 WS-TAB-EST-TIPO     PIC X(01).
                10 WS-TAB-EST-SERVICO  PIC X(01).
                10 WS-TAB-EST-QTD      PIC 9(06).
                10 WS-TAB-EST-VALOR    PIC 9(11)V99.
          01 WS-TAB-EST-USADOS       PIC 9(02) VALUE 0.
          01 WS-TAB-EST-ACHOU        PIC X(01).
             88 EST-ACHOU                 VALUE "S".
          01 WS-EST-SEQ              PIC 9(02).
          01 WS-VALOR-ESTORNO        PIC 9(11)V99.
          01 WS-SERVICO-ESTORNO      PIC X(01).
          01 WS-TOTAL-ESTORNOS       PIC 9(13)V99 VALUE 0.
          01 WS-QTD-ESTORNOS         PIC 9(06) VALUE 0.
          01 WS-GL-CONTA-DEB-ORIG    PIC 9(08).
          01 WS-GL-CONTA-CRE-ORIG    PIC 9(08).

          01 WS-QTD-LANCAMENTOS      PIC 9(06) VALUE 0.
          01 WS-QTD-DESCONHECIDOS    PIC 9(06) VALUE 0.
          01 WS-QTD-PARTIDAS         PIC 9(06) VALUE 0.
           MOVE "PROGGL" TO WS-RUN-PROGRAMA
           MOVE WS-DATA-SISTEMA TO WS-RUN-DATA-CICLO
           PERFORM VERIFICA-CICLO-JA-RODADO
           IF RUN-CONCLUIDO
               PERFORM SALTA-PASSO-CONCLUIDO
           END-IF
           IF RUN-JA-RODOU
               DISPLAY "EXTRACAO CONTABIL JA EXECUTADA NA DATA "
                   WS-DATA-SISTEMA " - EXECUCAO RECUSADA (VER "
                   WHEN MOV-SAQUE
                       ADD MOV-VALOR TO WS-TOTAL-SAQUES
                   WHEN MOV-TARIFA
                       PERFORM ACUMULA-TARIFA
                   WHEN MOV-JUROS
                       ADD MOV-VALOR TO WS-TOTAL-JUROS
                   WHEN MOV-ENCARGO
                       ADD MOV-VALOR TO WS-TOTAL-APLIC-CDB
                   WHEN MOV-RESGATE-CDB
                       ADD MOV-VALOR TO WS-TOTAL-RESG-CDB
                   WHEN MOV-CREDITO-CONTESTACAO
                       ADD MOV-VALOR TO WS-TOTAL-CONTESTACAO
                   WHEN MOV-AMORTIZACAO-EMPRESTIMO
                       ADD MOV-VALOR TO WS-TOTAL-AMORT-EMP
                   WHEN MOV-IOF
                       ADD MOV-VALOR TO WS-TOTAL-IOF
                   WHEN MOV-ESTORNO
                       PERFORM ACUMULA-ESTORNO
                           THRU ACUMULA-ESTORNO-EXIT
                   WHEN OTHER
                       ADD 1 TO WS-QTD-DESCONHECIDOS
                       DISPLAY "TIPO DE MOVIMENTO DESCONHECIDO NA "
               AT END SET ARQ-MOV-FIM TO TRUE
           END-READ.

      * Tarifa avulsa (PROGTARAV) traz o servico em MOV-TIPO-ORIGEM e
      * vai para a receita propria do servico; sem servico e a
      * manutencao / excesso de saques, na receita de tarifas.
       ACUMULA-TARIFA.
           EVALUATE MOV-TIPO-ORIGEM
               WHEN "T"
                   ADD MOV-VALOR TO WS-TOTAL-TAR-TED
               WHEN "C"
                   ADD MOV-VALOR TO WS-TOTAL-TAR-TALAO
               WHEN "D"
                   ADD MOV-VALOR TO WS-TOTAL-TAR-CHQ-DEV
               WHEN "E"
                   ADD MOV-VALOR TO WS-TOTAL-TAR-EXTRATO
               WHEN "R"
                   ADD MOV-VALOR TO WS-TOTAL-TAR-COMPROV
               WHEN "B"
                   ADD MOV-VALOR TO WS-TOTAL-TAR-COBRANCA
               WHEN OTHER
                   ADD MOV-VALOR TO WS-TOTAL-TARIFAS
           END-EVALUATE.

      * Estorno entra pelo valor absoluto (MOV-VALOR do "W" vem com o
      * sinal do efeito no saldo) na linha do tipo estornado; o estorno
      * de tarifa separa ainda pelo servico (MOV-SERVICO-ORIGEM), para
      * voltar na mesma receita em que a tarifa entrou.
       ACUMULA-ESTORNO.
           IF MOV-VALOR < 0
               COMPUTE WS-VALOR-ESTORNO = MOV-VALOR * -1
           ELSE
               MOVE MOV-VALOR TO WS-VALOR-ESTORNO
           END-IF
           IF MOV-TIPO-ORIGEM = "F"
               MOVE MOV-SERVICO-ORIGEM TO WS-SERVICO-ESTORNO
           ELSE
               MOVE SPACES TO WS-SERVICO-ESTORNO
           END-IF
           MOVE "N" TO WS-TAB-EST-ACHOU
           SET WS-EST-IDX TO 1
           PERFORM PROCURA-TIPO-ESTORNO
               UNTIL WS-EST-IDX > WS-TAB-EST-USADOS OR EST-ACHOU
           IF NOT EST-ACHOU
               IF WS-TAB-EST-USADOS < 20
                   ADD 1 TO WS-TAB-EST-USADOS
                   SET WS-EST-IDX TO WS-TAB-EST-USADOS
                   MOVE MOV-TIPO-ORIGEM TO WS-TAB-EST-TIPO (WS-EST-IDX)
                   MOVE WS-SERVICO-ESTORNO
                       TO WS-TAB-EST-SERVICO (WS-EST-IDX)
                   MOVE 0 TO WS-TAB-EST-QTD (WS-EST-IDX)
                   MOVE 0 TO WS-TAB-EST-VALOR (WS-EST-IDX)
               ELSE
                   ADD 1 TO WS-QTD-DESCONHECIDOS
                   DISPLAY "TABELA DE ESTORNOS CHEIA, ESTORNO FORA DA "
                       "EXTRACAO: CONTA " MOV-CONTA
                   GO TO ACUMULA-ESTORNO-EXIT
               END-IF
           END-IF
           ADD 1 TO WS-TAB-EST-QTD (WS-EST-IDX)
           ADD WS-VALOR-ESTORNO TO WS-TAB-EST-VALOR (WS-EST-IDX)
           ADD 1 TO WS-QTD-ESTORNOS
           ADD WS-VALOR-ESTORNO TO WS-TOTAL-ESTORNOS.
       ACUMULA-ESTORNO-EXIT.
           EXIT.

       PROCURA-TIPO-ESTORNO.
           IF WS-TAB-EST-TIPO (WS-EST-IDX) = MOV-TIPO-ORIGEM
                   AND WS-TAB-EST-SERVICO (WS-EST-IDX)
                       = WS-SERVICO-ESTORNO
               MOVE "S" TO WS-TAB-EST-ACHOU
           ELSE
               SET WS-EST-IDX UP BY 1
           END-IF.

      * Uma partida dobrada por tipo com total diferente de zero.
       GRAVA-PARTIDAS.
           IF WS-TOTAL-DEPOSITOS NOT = 0
               MOVE 41010001 TO GL-CONTA-CONTABIL
               PERFORM GRAVA-CREDITO
           END-IF
           IF WS-TOTAL-TAR-TED NOT = 0
               MOVE WS-TOTAL-TAR-TED TO GL-VALOR
               MOVE 21010001 TO GL-CONTA-CONTABIL
               MOVE "TARIFA TED"          TO GL-HISTORICO
               PERFORM GRAVA-DEBITO
               MOVE 41010002 TO GL-CONTA-CONTABIL
               PERFORM GRAVA-CREDITO
           END-IF
           IF WS-TOTAL-TAR-TALAO NOT = 0
               MOVE WS-TOTAL-TAR-TALAO TO GL-VALOR
               MOVE 21010001 TO GL-CONTA-CONTABIL
               MOVE "TARIFA TALAO"        TO GL-HISTORICO
               PERFORM GRAVA-DEBITO
               MOVE 41010003 TO GL-CONTA-CONTABIL
               PERFORM GRAVA-CREDITO
           END-IF
           IF WS-TOTAL-TAR-CHQ-DEV NOT = 0
               MOVE WS-TOTAL-TAR-CHQ-DEV TO GL-VALOR
               MOVE 21010001 TO GL-CONTA-CONTABIL
               MOVE "TARIFA CHQ DEVOLVIDO" TO GL-HISTORICO
               PERFORM GRAVA-DEBITO
               MOVE 41010004 TO GL-CONTA-CONTABIL
               PERFORM GRAVA-CREDITO
           END-IF
           IF WS-TOTAL-TAR-EXTRATO NOT = 0
               MOVE WS-TOTAL-TAR-EXTRATO TO GL-VALOR
               MOVE 21010001 TO GL-CONTA-CONTABIL
               MOVE "TARIFA EXTRATO"      TO GL-HISTORICO
               PERFORM GRAVA-DEBITO
               MOVE 41010005 TO GL-CONTA-CONTABIL
               PERFORM GRAVA-CREDITO
           END-IF
           IF WS-TOTAL-TAR-COMPROV NOT = 0
               MOVE WS-TOTAL-TAR-COMPROV TO GL-VALOR
               MOVE 21010001 TO GL-CONTA-CONTABIL
               MOVE "TARIFA 2A VIA COMPR." TO GL-HISTORICO
               PERFORM GRAVA-DEBITO
               MOVE 41010006 TO GL-CONTA-CONTABIL
               PERFORM GRAVA-CREDITO
           END-IF
           IF WS-TOTAL-TAR-COBRANCA NOT = 0
               MOVE WS-TOTAL-TAR-COBRANCA TO GL-VALOR
               MOVE 21010001 TO GL-CONTA-CONTABIL
               MOVE "TARIFA COBRANCA"     TO GL-HISTORICO
               PERFORM GRAVA-DEBITO
               MOVE 41010007 TO GL-CONTA-CONTABIL
               PERFORM GRAVA-CREDITO
           END-IF
           IF WS-TOTAL-JUROS NOT = 0
               MOVE WS-TOTAL-JUROS TO GL-VALOR
               MOVE 31010001 TO GL-CONTA-CONTABIL
               MOVE 21010001 TO GL-CONTA-CONTABIL
               PERFORM GRAVA-CREDITO
           END-IF
           IF WS-TOTAL-CONTESTACAO NOT = 0
               MOVE WS-TOTAL-CONTESTACAO TO GL-VALOR
               MOVE 31030001 TO GL-CONTA-CONTABIL
               MOVE "CREDITO CONTESTACAO" TO GL-HISTORICO
               PERFORM GRAVA-DEBITO
               MOVE 21010001 TO GL-CONTA-CONTABIL
               PERFORM GRAVA-CREDITO
           END-IF
           IF WS-TOTAL-AMORT-EMP NOT = 0
               MOVE WS-TOTAL-AMORT-EMP TO GL-VALOR
               MOVE 21010001 TO GL-CONTA-CONTABIL
               MOVE "AMORTIZ. EMPRESTIMO" TO GL-HISTORICO
               PERFORM GRAVA-DEBITO
               MOVE 11060001 TO GL-CONTA-CONTABIL
               PERFORM GRAVA-CREDITO
           END-IF
           IF WS-TOTAL-IOF NOT = 0
               MOVE WS-TOTAL-IOF TO GL-VALOR
               MOVE 21010001 TO GL-CONTA-CONTABIL
               MOVE "IOF S/ OPER. CREDITO" TO GL-HISTORICO
               PERFORM GRAVA-DEBITO
               MOVE 21080001 TO GL-CONTA-CONTABIL
               PERFORM GRAVA-CREDITO
           END-IF
      * Variacao cambial liquida do dia: ganho credita receita,
      * perda debita despesa, sempre contra a posicao cambial.
           IF WS-TOTAL-VAR-CAMBIAL > 0
               PERFORM GRAVA-DEBITO
               MOVE 11050001 TO GL-CONTA-CONTABIL
               PERFORM GRAVA-CREDITO
           END-IF
           PERFORM GRAVA-PARTIDA-ESTORNO THRU GRAVA-PARTIDA-ESTORNO-EXIT
               VARYING WS-EST-SEQ FROM 1 BY 1
               UNTIL WS-EST-SEQ > WS-TAB-EST-USADOS.

      * Partida inversa da original do tipo estornado: debita a conta
      * que a original creditou e credita a que ela debitou.
       GRAVA-PARTIDA-ESTORNO.
           SET WS-EST-IDX TO WS-EST-SEQ
           EVALUATE WS-TAB-EST-TIPO (WS-EST-IDX)
               WHEN "D"
                   MOVE 11010001 TO WS-GL-CONTA-DEB-ORIG
                   MOVE 21010001 TO WS-GL-CONTA-CRE-ORIG
                   MOVE "ESTORNO DEPOSITOS"    TO GL-HISTORICO
               WHEN "S"
                   MOVE 21010001 TO WS-GL-CONTA-DEB-ORIG
                   MOVE 11010001 TO WS-GL-CONTA-CRE-ORIG
                   MOVE "ESTORNO SAQUES"       TO GL-HISTORICO
               WHEN "F"
                   MOVE 21010001 TO WS-GL-CONTA-DEB-ORIG
                   PERFORM RECEITA-TARIFA-ESTORNADA
               WHEN "J"
                   MOVE 31010001 TO WS-GL-CONTA-DEB-ORIG
                   MOVE 21010001 TO WS-GL-CONTA-CRE-ORIG
                   MOVE "ESTORNO JUROS"        TO GL-HISTORICO
               WHEN "P"
                   MOVE 21010001 TO WS-GL-CONTA-DEB-ORIG
                   MOVE 11020001 TO WS-GL-CONTA-CRE-ORIG
                   MOVE "ESTORNO PAGAMENTOS"   TO GL-HISTORICO
               WHEN "E"
                   MOVE 21010001 TO WS-GL-CONTA-DEB-ORIG
                   MOVE 41020001 TO WS-GL-CONTA-CRE-ORIG
                   MOVE "ESTORNO JUROS DEVED." TO GL-HISTORICO
               WHEN "T"
                   MOVE 21010001 TO WS-GL-CONTA-DEB-ORIG
                   MOVE 21020001 TO WS-GL-CONTA-CRE-ORIG
                   MOVE "ESTORNO TRANSF ENV."  TO GL-HISTORICO
               WHEN "R"
                   MOVE 21020001 TO WS-GL-CONTA-DEB-ORIG
                   MOVE 21010001 TO WS-GL-CONTA-CRE-ORIG
                   MOVE "ESTORNO TRANSF REC."  TO GL-HISTORICO
               WHEN "I"
                   MOVE 21010001 TO WS-GL-CONTA-DEB-ORIG
                   MOVE 21040001 TO WS-GL-CONTA-CRE-ORIG
                   MOVE "ESTORNO IR RETIDO"    TO GL-HISTORICO
               WHEN "H"
                   MOVE 21010001 TO WS-GL-CONTA-DEB-ORIG
                   MOVE 21050001 TO WS-GL-CONTA-CRE-ORIG
                   MOVE "ESTORNO CHQ PAGOS"    TO GL-HISTORICO
               WHEN "K"
                   MOVE 31030001 TO WS-GL-CONTA-DEB-ORIG
                   MOVE 21010001 TO WS-GL-CONTA-CRE-ORIG
                   MOVE "ESTORNO CONTESTACAO"  TO GL-HISTORICO
               WHEN OTHER
                   ADD 1 TO WS-QTD-DESCONHECIDOS
                   DISPLAY "ESTORNO DE TIPO SEM PARTIDA CONTABIL: "
                       WS-TAB-EST-TIPO (WS-EST-IDX)
                   GO TO GRAVA-PARTIDA-ESTORNO-EXIT
           END-EVALUATE
           MOVE WS-TAB-EST-VALOR (WS-EST-IDX) TO GL-VALOR
           MOVE WS-GL-CONTA-CRE-ORIG TO GL-CONTA-CONTABIL
           PERFORM GRAVA-DEBITO
           MOVE WS-GL-CONTA-DEB-ORIG TO GL-CONTA-CONTABIL
           PERFORM GRAVA-CREDITO.
       GRAVA-PARTIDA-ESTORNO-EXIT.
           EXIT.

      * Mesma receita que ACUMULA-TARIFA creditou para o servico.
       RECEITA-TARIFA-ESTORNADA.
           EVALUATE WS-TAB-EST-SERVICO (WS-EST-IDX)
               WHEN "T"
                   MOVE 41010002 TO WS-GL-CONTA-CRE-ORIG
                   MOVE "ESTORNO TARIFA TED"   TO GL-HISTORICO
               WHEN "C"
                   MOVE 41010003 TO WS-GL-CONTA-CRE-ORIG
                   MOVE "ESTORNO TARIFA TALAO" TO GL-HISTORICO
               WHEN "D"
                   MOVE 41010004 TO WS-GL-CONTA-CRE-ORIG
                   MOVE "ESTORNO TAR CHQ DEV"  TO GL-HISTORICO
               WHEN "E"
                   MOVE 41010005 TO WS-GL-CONTA-CRE-ORIG
                   MOVE "ESTORNO TAR EXTRATO"  TO GL-HISTORICO
               WHEN "R"
                   MOVE 41010006 TO WS-GL-CONTA-CRE-ORIG
                   MOVE "ESTORNO TAR 2A VIA"   TO GL-HISTORICO
               WHEN "B"
                   MOVE 41010007 TO WS-GL-CONTA-CRE-ORIG
                   MOVE "ESTORNO TAR COBRANCA" TO GL-HISTORICO
               WHEN OTHER
                   MOVE 41010001 TO WS-GL-CONTA-CRE-ORIG
                   MOVE "ESTORNO TARIFAS"      TO GL-HISTORICO
           END-EVALUATE.

       GRAVA-DEBITO.
           MOVE "D" TO GL-NATUREZA
           DISPLAY "TOTAL DEPOSITOS........: " WS-TOTAL-DEPOSITOS
           DISPLAY "TOTAL SAQUES...........: " WS-TOTAL-SAQUES
           DISPLAY "TOTAL TARIFAS..........: " WS-TOTAL-TARIFAS
           DISPLAY "TARIFA TED.............: " WS-TOTAL-TAR-TED
           DISPLAY "TARIFA TALAO...........: " WS-TOTAL-TAR-TALAO
           DISPLAY "TARIFA CHEQUE DEVOLV...: " WS-TOTAL-TAR-CHQ-DEV
           DISPLAY "TARIFA EXTRATO AVULSO..: " WS-TOTAL-TAR-EXTRATO
           DISPLAY "TARIFA 2A VIA COMPROV..: " WS-TOTAL-TAR-COMPROV
           DISPLAY "TARIFA COBRANCA........: " WS-TOTAL-TAR-COBRANCA
           DISPLAY "TOTAL JUROS............: " WS-TOTAL-JUROS
           DISPLAY "TOTAL JUROS DEVEDORES..: " WS-TOTAL-ENCARGOS
           DISPLAY "TOTAL PAGAMENTOS.......: " WS-TOTAL-PAGAMENTOS
           DISPLAY "EMPRESTIMOS LIBERADOS..: " WS-TOTAL-EMPRESTIMOS
           DISPLAY "APLICACOES EM CDB......: " WS-TOTAL-APLIC-CDB
           DISPLAY "RESGATES DE CDB........: " WS-TOTAL-RESG-CDB
           DISPLAY "CREDITOS CONTESTACAO...: " WS-TOTAL-CONTESTACAO
           DISPLAY "AMORTIZ. EMPRESTIMOS...: " WS-TOTAL-AMORT-EMP
           DISPLAY "IOF COBRADO............: " WS-TOTAL-IOF
           DISPLAY "LIBERACOES COMPENSACAO.: " WS-QTD-LIBERACOES
           DISPLAY "ESTORNOS (LANC/ESTORNO): " WS-QTD-ESTORNOS
               " VALOR " WS-TOTAL-ESTORNOS
           PERFORM IMPRIME-LINHA-ESTORNO
               VARYING WS-EST-SEQ FROM 1 BY 1
               UNTIL WS-EST-SEQ > WS-TAB-EST-USADOS
           DISPLAY "PARTIDAS GRAVADAS......: " WS-QTD-PARTIDAS
           DISPLAY "TIPOS DESCONHECIDOS....: " WS-QTD-DESCONHECIDOS
           DISPLAY "RETURN-CODE............: " RETURN-CODE.

       IMPRIME-LINHA-ESTORNO.
           SET WS-EST-IDX TO WS-EST-SEQ
           DISPLAY "  ESTORNO DO TIPO " WS-TAB-EST-TIPO (WS-EST-IDX)
               WS-TAB-EST-SERVICO (WS-EST-IDX)
               ": QTD=" WS-TAB-EST-QTD (WS-EST-IDX)
               " VALOR=" WS-TAB-EST-VALOR (WS-EST-IDX).


       COPY DATLER.

