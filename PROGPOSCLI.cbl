      ******************************************************************
      * Author: EQUIPE MANUTENCAO
      * Date: 15/10/2026
      * Purpose: POSICAO CONSOLIDADA DO CLIENTE - CONSULTA DE BALCAO
      *          PELO CPF/CNPJ DO MESTRE DE CLIENTES (CLIMESTRE) QUE
      *          REUNE, NUMA SO TELA, TUDO O QUE O CLIENTE TEM NO
      *          BANCO: AS CONTAS DO MESTRE (CTAMESTRE) EM QUE ELE E
      *          PRIMEIRO TITULAR (CTA-CLIENTE) OU COTITULAR (TITULAR),
      *          COM SALDO, LIMITE, PARCELA EM COMPENSACAO E SITUACAO;
      *          OS CDB APLICADOS (CDBAPL) COM O VALOR ATUALIZADO PELA
      *          TAXA CONTRATADA; OS EMPRESTIMOS ATIVOS (EMPCON) COM O
      *          EM ABERTO E AS PARCELAS VENCIDAS (EMPPAR); OS
      *          BLOQUEIOS JUDICIAIS ATIVOS (BLOQJUD); AS CHAVES DE
      *          TRANSFERENCIA (CHAVEDIR) E O ESTAGIO DA REGUA DE
      *          COBRANCA (COBRANCA). FECHA COM O TOTAL DE ATIVOS
      *          (SALDOS CREDORES + CDB) E DE PASSIVOS (DESCOBERTO +
      *          EMPRESTIMOS). A MESMA POSICAO PODE SAIR IMPRESSA NO
      *          ARQUIVO POSCLI PARA ENTREGA AO CLIENTE.
      * Tectonics: cobc
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial: a posicao era somada a mao
      *              a partir do PROGMANUT, PROGEMPREL, PROGBLOQJUD,
      *              PROGTALAO e da listagem de CDB.
      * 15/10/2026 - EM - Colunas de saldo, limite e compensacao
      *              alargadas para 11 inteiros.
      * 15/10/2026 - EM - Situacao ESPOLIO para conta de titular
      *              falecido (status "O", ver PROGOBITO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGPOSCLI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIMESTRE-ARQ ASSIGN TO "CLIMESTRE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CPFCNPJ
               FILE STATUS IS WS-STATUS-CLI.

           SELECT CTAMESTRE-ARQ ASSIGN TO "CTAMESTRE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-NUMERO
               FILE STATUS IS WS-STATUS-CTA.

           SELECT TITULAR-ARQ ASSIGN TO "TITULAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CHAVE
               FILE STATUS IS WS-STATUS-TIT.

           SELECT CDBAPL-ARQ ASSIGN TO "CDBAPL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CDB-NUMERO
               FILE STATUS IS WS-STATUS-CDB.

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

           SELECT BLOQJUD-ARQ ASSIGN TO "BLOQJUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BLQ.

           SELECT CHAVEDIR-ARQ ASSIGN TO "CHAVEDIR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALI-CHAVE
               FILE STATUS IS WS-STATUS-ALI.

           SELECT COBRANCA-ARQ ASSIGN TO "COBRANCA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-COB.

           SELECT POSCLI-ARQ ASSIGN TO "POSCLI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-POS.

           SELECT DATAMOV-ARQ ASSIGN TO "DATAMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DTM.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIMESTRE-ARQ.
       COPY CLIREG.

       FD  CTAMESTRE-ARQ.
       COPY CTAREG.

       FD  TITULAR-ARQ.
       COPY TITREG.

       FD  CDBAPL-ARQ.
       COPY CDBREG.

       FD  EMPCON-ARQ.
       COPY EMPREG.

       FD  EMPPAR-ARQ.
       COPY EPAREG.

       FD  BLOQJUD-ARQ.
       COPY BLQREG.

       FD  CHAVEDIR-ARQ.
       COPY ALIREG.

      * Regua de cobranca do descoberto (PROGCOBRA).
       FD  COBRANCA-ARQ.
       01 COB-REGISTRO.
          05 COB-CONTA            PIC 9(06).
          05 COB-DIAS             PIC 9(04).
          05 COB-DATA-INICIO      PIC 9(08).
          05 COB-DATA-ATUALIZACAO PIC 9(08).
          05 COB-ESTAGIO          PIC X(01).
             88 COB-SEM-ESTAGIO        VALUE "0".
             88 COB-CARTA              VALUE "1".
             88 COB-CONTATO            VALUE "2".
             88 COB-BLOQUEIO           VALUE "3".

      * Posicao impressa para entrega ao cliente, refeita a cada
      * consulta impressa.
       FD  POSCLI-ARQ.
       01 POS-LINHA                 PIC X(80).

      * Data de movimento do ciclo (PROGDATAMOV).
       FD  DATAMOV-ARQ.
       COPY DTMREG.
       WORKING-STORAGE SECTION.
       COPY DATLERW.

          01 WS-STATUS-CLI           PIC XX.
             88 ARQ-CLI-OK                VALUE "00".

          01 WS-STATUS-CTA           PIC XX.
             88 ARQ-CTA-OK                VALUE "00".
             88 ARQ-CTA-FIM               VALUE "10".

          01 WS-STATUS-TIT           PIC XX.
             88 ARQ-TIT-OK                VALUE "00".
          01 WS-TITULAR-ABERTO       PIC X(01) VALUE "N".
             88 TITULAR-ABERTO            VALUE "S".

          01 WS-STATUS-CDB           PIC XX.
             88 ARQ-CDB-OK                VALUE "00".
             88 ARQ-CDB-FIM               VALUE "10".

          01 WS-STATUS-EMP           PIC XX.
             88 ARQ-EMP-OK                VALUE "00".
             88 ARQ-EMP-FIM               VALUE "10".

          01 WS-STATUS-EPA           PIC XX.
             88 ARQ-EPA-OK                VALUE "00".
             88 ARQ-EPA-FIM               VALUE "10".
          01 WS-EMPPAR-ABERTO        PIC X(01) VALUE "N".
             88 EMPPAR-ABERTO             VALUE "S".

          01 WS-STATUS-BLQ           PIC XX.
             88 ARQ-BLQ-OK                VALUE "00".
             88 ARQ-BLQ-FIM               VALUE "10".

          01 WS-STATUS-ALI           PIC XX.
             88 ARQ-ALI-OK                VALUE "00".
             88 ARQ-ALI-FIM               VALUE "10".

          01 WS-STATUS-COB           PIC XX.
             88 ARQ-COB-OK                VALUE "00".
             88 ARQ-COB-FIM               VALUE "10".

          01 WS-STATUS-POS           PIC XX.
             88 ARQ-POS-OK                VALUE "00".

          01 WS-DATA-SISTEMA         PIC 9(08) VALUE ZEROS.
          01 WS-CPFCNPJ-CONSULTA     PIC 9(14) VALUE ZEROS.
          01 WS-RESP-IMPRIME         PIC X(01) VALUE "N".
          01 WS-IMPRIME              PIC X(01) VALUE "N".
             88 IMPRIME-POSICAO           VALUE "S".

      * Contas do cliente: primeiro titular pelo CTA-CLIENTE,
      * cotitular pelo TITULAR (P, S ou C, como em TIT-PAPEL).
          01 WS-TAB-CONTAS.
             05 WS-TAB-CTA-ENTRADA OCCURS 50 TIMES
                   INDEXED BY WS-CTA-IDX.
                10 WS-TAB-CTA-NUMERO   PIC 9(06).
                10 WS-TAB-CTA-PAPEL    PIC X(01).
          01 WS-TAB-CTA-QTD          PIC 9(02) VALUE 0.
          01 WS-CONTA-BUSCA          PIC 9(06).
          01 WS-CONTA-ACHOU          PIC X(01).
             88 CONTA-DO-CLIENTE          VALUE "S".
          01 WS-PAPEL-CONTA          PIC X(01).

      * Valor atualizado do CDB: juros compostos da taxa contratada
      * pelos meses ja corridos (mesma conta do PROGCDBVENC, com a
      * data-base no lugar do vencimento enquanto nao vence).
          01 WS-DATA-ATE-CDB         PIC 9(08).
          01 WS-MESES                PIC S9(05).
          01 WS-ANO-AUX1             PIC 9(04).
          01 WS-MES-AUX1             PIC 9(02).
          01 WS-ANO-AUX2             PIC 9(04).
          01 WS-MES-AUX2             PIC 9(02).
          01 WS-FATOR                PIC 9(05)V9(08).
          01 WS-VALOR-ATUALIZADO     PIC 9(09)V99.

          01 WS-ABERTO-CONTRATO      PIC 9(11)V99.
          01 WS-QTD-PARC-ABERTAS     PIC 9(03).
          01 WS-QTD-PARC-VENCIDAS    PIC 9(03).
          01 WS-VALOR-VENCIDO        PIC 9(11)V99.

          01 WS-QTD-ITENS            PIC 9(04).
          01 WS-TOT-SALDO-CREDOR     PIC 9(11)V99 VALUE 0.
          01 WS-TOT-DESCOBERTO       PIC 9(11)V99 VALUE 0.
          01 WS-TOT-PENDENTE         PIC 9(11)V99 VALUE 0.
          01 WS-TOT-CDB              PIC 9(11)V99 VALUE 0.
          01 WS-TOT-EMPRESTIMO       PIC 9(11)V99 VALUE 0.
          01 WS-TOT-EMP-VENCIDO      PIC 9(11)V99 VALUE 0.
          01 WS-TOT-BLOQUEADO        PIC 9(11)V99 VALUE 0.
          01 WS-TOT-ATIVOS           PIC 9(11)V99 VALUE 0.
          01 WS-TOT-PASSIVOS         PIC 9(11)V99 VALUE 0.
          01 WS-POSICAO-LIQUIDA      PIC S9(11)V99 VALUE 0.

      * Linhas formatadas da posicao (tela e impressao).
          01 WS-LINHA                PIC X(80).

          01 WS-LIN-CABECALHO.
             05 FILLER               PIC X(42) VALUE
                "*** POSICAO CONSOLIDADA DO CLIENTE - DATA-".
             05 FILLER               PIC X(06) VALUE "BASE ".
             05 WS-CAB-DATA          PIC 9(08).
             05 FILLER               PIC X(04) VALUE " ***".

          01 WS-LIN-CLIENTE.
             05 FILLER               PIC X(09) VALUE "CLIENTE: ".
             05 WS-CLI-CPFCNPJ       PIC 9(14).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-CLI-NOME          PIC X(30).

          01 WS-LIN-SECAO.
             05 FILLER               PIC X(04) VALUE "--- ".
             05 WS-SEC-TITULO        PIC X(40).

          01 WS-LIN-NENHUM.
             05 FILLER               PIC X(04) VALUE SPACES.
             05 WS-NEN-TEXTO         PIC X(40).

          01 WS-LIN-TIT-CONTA.
             05 FILLER               PIC X(42) VALUE
                "CONTA  TITULAR   SITUACAO            SALDO".
             05 FILLER               PIC X(32) VALUE
                "         LIMITE   EM COMPENSACAO".

          01 WS-LIN-CONTA.
             05 WS-LCT-CONTA         PIC 9(06).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-LCT-PAPEL         PIC X(09).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-LCT-SITUACAO      PIC X(09).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-LCT-SALDO         PIC -Z(10)9.99.
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-LCT-LIMITE        PIC Z(10)9.99.
             05 FILLER               PIC X(03) VALUE SPACES.
             05 WS-LCT-PENDENTE      PIC Z(10)9.99.

          01 WS-LIN-TIT-CDB.
             05 FILLER               PIC X(40) VALUE
                "APLICACAO  CONTA     PRINCIPAL APLICADO ".
             05 FILLER               PIC X(26) VALUE
                "  VENCTO      VALOR ATUAL.".

          01 WS-LIN-CDB.
             05 WS-LCD-NUMERO        PIC 9(10).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-LCD-CONTA         PIC 9(06).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-LCD-PRINCIPAL     PIC Z(8)9.99.
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-LCD-APLICACAO     PIC 9(08).
             05 FILLER               PIC X(03) VALUE SPACES.
             05 WS-LCD-VENCIMENTO    PIC 9(08).
             05 FILLER               PIC X(04) VALUE SPACES.
             05 WS-LCD-ATUALIZADO    PIC Z(8)9.99.

          01 WS-LIN-TIT-EMP.
             05 FILLER               PIC X(40) VALUE
                "CONTRATO   CONTA     PARCELA    EM ABERT".
             05 FILLER               PIC X(31) VALUE
                "O ABERTAS VENCIDAS   VL VENCIDO".

          01 WS-LIN-EMP.
             05 WS-LEM-CONTRATO      PIC 9(10).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-LEM-CONTA         PIC 9(06).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-LEM-PARCELA       PIC Z(6)9.99.
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-LEM-ABERTO        PIC Z(8)9.99.
             05 FILLER               PIC X(05) VALUE SPACES.
             05 WS-LEM-ABERTAS       PIC ZZ9.
             05 FILLER               PIC X(06) VALUE SPACES.
             05 WS-LEM-VENCIDAS      PIC ZZ9.
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-LEM-VENCIDO       PIC Z(8)9.99.

          01 WS-LIN-TIT-BLQ.
             05 FILLER               PIC X(40) VALUE
                "CONTA  PROCESSO             DATA      VA".
             05 FILLER               PIC X(13) VALUE
                "LOR BLOQUEADO".

          01 WS-LIN-BLQ.
             05 WS-LBQ-CONTA         PIC 9(06).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-LBQ-PROCESSO      PIC X(20).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-LBQ-DATA          PIC 9(08).
             05 FILLER               PIC X(05) VALUE SPACES.
             05 WS-LBQ-VALOR         PIC Z(8)9.99.

          01 WS-LIN-TIT-ALI.
             05 FILLER               PIC X(22) VALUE
                "CONTA  TIPO      CHAVE".

          01 WS-LIN-ALI.
             05 WS-LAL-CONTA         PIC 9(06).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-LAL-TIPO          PIC X(09).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-LAL-CHAVE         PIC X(40).

          01 WS-LIN-TIT-COB.
             05 FILLER               PIC X(40) VALUE
                "CONTA  ESTAGIO   DIAS             INICIO".
             05 FILLER               PIC X(11) VALUE
                " DESCOBERTO".

          01 WS-LIN-COB.
             05 WS-LCB-CONTA         PIC 9(06).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-LCB-ESTAGIO       PIC X(09).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-LCB-DIAS          PIC ZZZ9.
             05 FILLER               PIC X(13) VALUE SPACES.
             05 WS-LCB-INICIO        PIC 9(08).

          01 WS-LIN-TOTAL.
             05 WS-TOT-ROTULO        PIC X(34).
             05 WS-TOT-VALOR         PIC -Z(10)9.99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           PERFORM OBTEM-DATA-MOVIMENTO
           IF WS-DATA-MOVIMENTO > 0
               MOVE WS-DATA-MOVIMENTO TO WS-DATA-SISTEMA
           END-IF
           DISPLAY "===== POSICAO CONSOLIDADA DO CLIENTE ====="
           DISPLAY "CPF/CNPJ do cliente: "
           ACCEPT WS-CPFCNPJ-CONSULTA
           DISPLAY "Imprimir a posicao (S/N): "
           ACCEPT WS-RESP-IMPRIME
           IF WS-RESP-IMPRIME = "S" OR "s"
               MOVE "S" TO WS-IMPRIME
           END-IF

           OPEN INPUT CLIMESTRE-ARQ
           IF NOT ARQ-CLI-OK
               DISPLAY "MESTRE DE CLIENTES (CLIMESTRE) INDISPONIVEL - "
                   "STATUS " WS-STATUS-CLI
               STOP RUN
           END-IF
           MOVE WS-CPFCNPJ-CONSULTA TO CLI-CPFCNPJ
           READ CLIMESTRE-ARQ
           IF NOT ARQ-CLI-OK
               DISPLAY "Cliente nao cadastrado: " WS-CPFCNPJ-CONSULTA
               CLOSE CLIMESTRE-ARQ
               STOP RUN
           END-IF
           CLOSE CLIMESTRE-ARQ

           PERFORM CARREGA-CONTAS-CLIENTE
           IF IMPRIME-POSICAO
               OPEN OUTPUT POSCLI-ARQ
               IF NOT ARQ-POS-OK
                   DISPLAY "ERRO AO ABRIR POSCLI - STATUS "
                       WS-STATUS-POS " - POSICAO SO NA TELA"
                   MOVE "N" TO WS-IMPRIME
               END-IF
           END-IF

           MOVE WS-DATA-SISTEMA TO WS-CAB-DATA
           MOVE WS-LIN-CABECALHO TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE CLI-CPFCNPJ TO WS-CLI-CPFCNPJ
           MOVE CLI-NOME    TO WS-CLI-NOME
           MOVE WS-LIN-CLIENTE TO WS-LINHA
           PERFORM EMITE-LINHA

           PERFORM RELATA-CONTAS
           PERFORM RELATA-CDB
           PERFORM RELATA-EMPRESTIMOS
           PERFORM RELATA-BLOQUEIOS
           PERFORM RELATA-CHAVES
           PERFORM RELATA-COBRANCA
           PERFORM RELATA-TOTAIS

           IF IMPRIME-POSICAO
               CLOSE POSCLI-ARQ
               DISPLAY "Posicao impressa em POSCLI."
           END-IF
           STOP RUN.

       COPY DATLER.

      * Tela sempre; arquivo POSCLI quando a impressao foi pedida.
       EMITE-LINHA.
           DISPLAY WS-LINHA
           IF IMPRIME-POSICAO
               WRITE POS-LINHA FROM WS-LINHA
           END-IF.

       EMITE-SECAO.
           MOVE SPACES TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE WS-LIN-SECAO TO WS-LINHA
           PERFORM EMITE-LINHA.

       EMITE-NENHUM.
           IF WS-QTD-ITENS = 0
               MOVE WS-LIN-NENHUM TO WS-LINHA
               PERFORM EMITE-LINHA
           END-IF.

      * Varre o mestre de contas: a conta e do cliente quando ele e o
      * CTA-CLIENTE ou quando tem registro proprio no TITULAR.
       CARREGA-CONTAS-CLIENTE.
           MOVE 0 TO WS-TAB-CTA-QTD
           OPEN INPUT TITULAR-ARQ
           IF ARQ-TIT-OK
               SET TITULAR-ABERTO TO TRUE
           END-IF
           OPEN INPUT CTAMESTRE-ARQ
           IF NOT ARQ-CTA-OK
               DISPLAY "MESTRE DE CONTAS (CTAMESTRE) INDISPONIVEL - "
                   "STATUS " WS-STATUS-CTA
               STOP RUN
           END-IF
           READ CTAMESTRE-ARQ NEXT RECORD
               AT END SET ARQ-CTA-FIM TO TRUE
           END-READ
           PERFORM AVALIA-CONTA-CLIENTE UNTIL NOT ARQ-CTA-OK
           CLOSE CTAMESTRE-ARQ
           IF TITULAR-ABERTO
               CLOSE TITULAR-ARQ
           END-IF.

       AVALIA-CONTA-CLIENTE.
           MOVE SPACE TO WS-PAPEL-CONTA
           IF CTA-CLIENTE = WS-CPFCNPJ-CONSULTA
               MOVE "P" TO WS-PAPEL-CONTA
           ELSE
               IF TITULAR-ABERTO
                   MOVE CTA-NUMERO          TO TIT-CONTA
                   MOVE WS-CPFCNPJ-CONSULTA TO TIT-CPFCNPJ
                   READ TITULAR-ARQ
                   IF ARQ-TIT-OK
                       MOVE TIT-PAPEL TO WS-PAPEL-CONTA
                   END-IF
               END-IF
           END-IF
           IF WS-PAPEL-CONTA NOT = SPACE
               IF WS-TAB-CTA-QTD < 50
                   ADD 1 TO WS-TAB-CTA-QTD
                   SET WS-CTA-IDX TO WS-TAB-CTA-QTD
                   MOVE CTA-NUMERO     TO WS-TAB-CTA-NUMERO (WS-CTA-IDX)
                   MOVE WS-PAPEL-CONTA TO WS-TAB-CTA-PAPEL (WS-CTA-IDX)
               ELSE
                   DISPLAY "TABELA DE CONTAS DO CLIENTE CHEIA, CONTA "
                       "IGNORADA: " CTA-NUMERO
               END-IF
           END-IF
           READ CTAMESTRE-ARQ NEXT RECORD
               AT END SET ARQ-CTA-FIM TO TRUE
           END-READ.

      * Confere se WS-CONTA-BUSCA e uma das contas do cliente.
       PROCURA-CONTA-CLIENTE.
           MOVE "N" TO WS-CONTA-ACHOU
           PERFORM CONFERE-CONTA-TABELA
               VARYING WS-CTA-IDX FROM 1 BY 1
               UNTIL WS-CTA-IDX > WS-TAB-CTA-QTD
                  OR CONTA-DO-CLIENTE.

       CONFERE-CONTA-TABELA.
           IF WS-TAB-CTA-NUMERO (WS-CTA-IDX) = WS-CONTA-BUSCA
               MOVE "S" TO WS-CONTA-ACHOU
           END-IF.

      ******************************************************************
      * Contas: saldo credor entra nos ativos, descoberto nos passivos.
      * A parcela em compensacao ja esta dentro do saldo.
      ******************************************************************
       RELATA-CONTAS.
           MOVE "CONTAS CORRENTES E DE POUPANCA" TO WS-SEC-TITULO
           PERFORM EMITE-SECAO
           MOVE "NENHUMA CONTA VINCULADA" TO WS-NEN-TEXTO
           MOVE WS-TAB-CTA-QTD TO WS-QTD-ITENS
           PERFORM EMITE-NENHUM
           IF WS-TAB-CTA-QTD > 0
               MOVE WS-LIN-TIT-CONTA TO WS-LINHA
               PERFORM EMITE-LINHA
               OPEN INPUT CTAMESTRE-ARQ
               PERFORM RELATA-UMA-CONTA
                   VARYING WS-CTA-IDX FROM 1 BY 1
                   UNTIL WS-CTA-IDX > WS-TAB-CTA-QTD
               CLOSE CTAMESTRE-ARQ
           END-IF.

       RELATA-UMA-CONTA.
           MOVE WS-TAB-CTA-NUMERO (WS-CTA-IDX) TO CTA-NUMERO
           READ CTAMESTRE-ARQ
           IF ARQ-CTA-OK
               MOVE CTA-NUMERO TO WS-LCT-CONTA
               EVALUATE WS-TAB-CTA-PAPEL (WS-CTA-IDX)
                   WHEN "P"
                       MOVE "PRIMEIRO" TO WS-LCT-PAPEL
                   WHEN "S"
                       MOVE "SOLIDARIO" TO WS-LCT-PAPEL
                   WHEN OTHER
                       MOVE "CONJUNTO" TO WS-LCT-PAPEL
               END-EVALUATE
               EVALUATE TRUE
                   WHEN CTA-ATIVA
                       MOVE "ATIVA" TO WS-LCT-SITUACAO
                   WHEN CTA-BLOQUEADA
                       MOVE "BLOQUEADA" TO WS-LCT-SITUACAO
                   WHEN CTA-ENCERRADA
                       MOVE "ENCERRADA" TO WS-LCT-SITUACAO
                   WHEN CTA-DORMENTE
                       MOVE "DORMENTE" TO WS-LCT-SITUACAO
                   WHEN CTA-ESPOLIO
                       MOVE "ESPOLIO" TO WS-LCT-SITUACAO
                   WHEN OTHER
                       MOVE CTA-STATUS TO WS-LCT-SITUACAO
               END-EVALUATE
               MOVE CTA-SALDO          TO WS-LCT-SALDO
               MOVE CTA-LIMITE-CREDITO TO WS-LCT-LIMITE
               MOVE CTA-SALDO-PENDENTE TO WS-LCT-PENDENTE
               MOVE WS-LIN-CONTA TO WS-LINHA
               PERFORM EMITE-LINHA
               IF CTA-SALDO < 0
                   SUBTRACT CTA-SALDO FROM WS-TOT-DESCOBERTO
               ELSE
                   ADD CTA-SALDO TO WS-TOT-SALDO-CREDOR
               END-IF
               ADD CTA-SALDO-PENDENTE TO WS-TOT-PENDENTE
           END-IF.

      ******************************************************************
      * CDB aplicados das contas do cliente (ativo).
      ******************************************************************
       RELATA-CDB.
           MOVE "APLICACOES EM CDB" TO WS-SEC-TITULO
           PERFORM EMITE-SECAO
           MOVE 0 TO WS-QTD-ITENS
           OPEN INPUT CDBAPL-ARQ
           IF ARQ-CDB-OK
               READ CDBAPL-ARQ NEXT RECORD
                   AT END SET ARQ-CDB-FIM TO TRUE
               END-READ
               PERFORM AVALIA-CDB UNTIL NOT ARQ-CDB-OK
               CLOSE CDBAPL-ARQ
           END-IF
           MOVE "NENHUMA APLICACAO" TO WS-NEN-TEXTO
           PERFORM EMITE-NENHUM.

       AVALIA-CDB.
           IF CDB-APLICADO
               MOVE CDB-CONTA TO WS-CONTA-BUSCA
               PERFORM PROCURA-CONTA-CLIENTE
               IF CONTA-DO-CLIENTE
                   IF WS-QTD-ITENS = 0
                       MOVE WS-LIN-TIT-CDB TO WS-LINHA
                       PERFORM EMITE-LINHA
                   END-IF
                   ADD 1 TO WS-QTD-ITENS
                   PERFORM CALCULA-VALOR-CDB
                   MOVE CDB-NUMERO          TO WS-LCD-NUMERO
                   MOVE CDB-CONTA           TO WS-LCD-CONTA
                   MOVE CDB-PRINCIPAL       TO WS-LCD-PRINCIPAL
                   MOVE CDB-DATA-APLICACAO  TO WS-LCD-APLICACAO
                   MOVE CDB-DATA-VENCIMENTO TO WS-LCD-VENCIMENTO
                   MOVE WS-VALOR-ATUALIZADO TO WS-LCD-ATUALIZADO
                   MOVE WS-LIN-CDB TO WS-LINHA
                   PERFORM EMITE-LINHA
                   ADD WS-VALOR-ATUALIZADO TO WS-TOT-CDB
               END-IF
           END-IF
           READ CDBAPL-ARQ NEXT RECORD
               AT END SET ARQ-CDB-FIM TO TRUE
           END-READ.

       CALCULA-VALOR-CDB.
           MOVE WS-DATA-SISTEMA TO WS-DATA-ATE-CDB
           IF CDB-DATA-VENCIMENTO < WS-DATA-ATE-CDB
               MOVE CDB-DATA-VENCIMENTO TO WS-DATA-ATE-CDB
           END-IF
           MOVE WS-DATA-ATE-CDB(1:4)     TO WS-ANO-AUX1
           MOVE WS-DATA-ATE-CDB(5:2)     TO WS-MES-AUX1
           MOVE CDB-DATA-APLICACAO(1:4)  TO WS-ANO-AUX2
           MOVE CDB-DATA-APLICACAO(5:2)  TO WS-MES-AUX2
           COMPUTE WS-MESES =
               (WS-ANO-AUX1 * 12) + WS-MES-AUX1
               - (WS-ANO-AUX2 * 12) - WS-MES-AUX2
           IF WS-MESES < 0
               MOVE 0 TO WS-MESES
           END-IF
           COMPUTE WS-FATOR ROUNDED =
               (1 + CDB-TAXA) ** WS-MESES
           COMPUTE WS-VALOR-ATUALIZADO ROUNDED =
               CDB-PRINCIPAL * WS-FATOR.

      ******************************************************************
      * Emprestimos ativos: em aberto = parcelas nao pagas (mesma
      * conta do PROGEMPREL), passivo do cliente.
      ******************************************************************
       RELATA-EMPRESTIMOS.
           MOVE "CREDITO PARCELADO" TO WS-SEC-TITULO
           PERFORM EMITE-SECAO
           MOVE 0 TO WS-QTD-ITENS
           OPEN INPUT EMPCON-ARQ
           IF ARQ-EMP-OK
               OPEN INPUT EMPPAR-ARQ
               IF ARQ-EPA-OK
                   SET EMPPAR-ABERTO TO TRUE
               END-IF
               READ EMPCON-ARQ NEXT RECORD
                   AT END SET ARQ-EMP-FIM TO TRUE
               END-READ
               PERFORM AVALIA-CONTRATO UNTIL NOT ARQ-EMP-OK
               CLOSE EMPCON-ARQ
               IF EMPPAR-ABERTO
                   CLOSE EMPPAR-ARQ
               END-IF
           END-IF
           MOVE "NENHUM CONTRATO ATIVO" TO WS-NEN-TEXTO
           PERFORM EMITE-NENHUM.

       AVALIA-CONTRATO.
           IF EMP-ATIVO
               MOVE EMP-CONTA TO WS-CONTA-BUSCA
               PERFORM PROCURA-CONTA-CLIENTE
               IF CONTA-DO-CLIENTE
                   IF WS-QTD-ITENS = 0
                       MOVE WS-LIN-TIT-EMP TO WS-LINHA
                       PERFORM EMITE-LINHA
                   END-IF
                   ADD 1 TO WS-QTD-ITENS
                   PERFORM SOMA-PARCELAS-ABERTAS
                   MOVE EMP-CONTRATO         TO WS-LEM-CONTRATO
                   MOVE EMP-CONTA            TO WS-LEM-CONTA
                   MOVE EMP-VALOR-PARCELA    TO WS-LEM-PARCELA
                   MOVE WS-ABERTO-CONTRATO   TO WS-LEM-ABERTO
                   MOVE WS-QTD-PARC-ABERTAS  TO WS-LEM-ABERTAS
                   MOVE WS-QTD-PARC-VENCIDAS TO WS-LEM-VENCIDAS
                   MOVE WS-VALOR-VENCIDO     TO WS-LEM-VENCIDO
                   MOVE WS-LIN-EMP TO WS-LINHA
                   PERFORM EMITE-LINHA
                   ADD WS-ABERTO-CONTRATO TO WS-TOT-EMPRESTIMO
                   ADD WS-VALOR-VENCIDO   TO WS-TOT-EMP-VENCIDO
               END-IF
           END-IF
           READ EMPCON-ARQ NEXT RECORD
               AT END SET ARQ-EMP-FIM TO TRUE
           END-READ.

       SOMA-PARCELAS-ABERTAS.
           MOVE 0 TO WS-ABERTO-CONTRATO
           MOVE 0 TO WS-QTD-PARC-ABERTAS
           MOVE 0 TO WS-QTD-PARC-VENCIDAS
           MOVE 0 TO WS-VALOR-VENCIDO
           IF EMPPAR-ABERTO
               MOVE EMP-CONTRATO TO EPA-CONTRATO
               MOVE 0 TO EPA-PARCELA
               START EMPPAR-ARQ KEY NOT < EPA-CHAVE
               IF ARQ-EPA-OK
                   READ EMPPAR-ARQ NEXT RECORD
                       AT END SET ARQ-EPA-FIM TO TRUE
                   END-READ
                   PERFORM SOMA-UMA-PARCELA
                       UNTIL NOT ARQ-EPA-OK
                          OR EPA-CONTRATO NOT = EMP-CONTRATO
               END-IF
           END-IF.

       SOMA-UMA-PARCELA.
           IF NOT EPA-PAGA
               ADD EPA-VALOR TO WS-ABERTO-CONTRATO
               ADD 1 TO WS-QTD-PARC-ABERTAS
               IF EPA-VENCIMENTO < WS-DATA-SISTEMA
                   ADD 1 TO WS-QTD-PARC-VENCIDAS
                   ADD EPA-VALOR TO WS-VALOR-VENCIDO
               END-IF
           END-IF
           READ EMPPAR-ARQ NEXT RECORD
               AT END SET ARQ-EPA-FIM TO TRUE
           END-READ.

      ******************************************************************
      * Bloqueios judiciais ativos: informativos (o valor continua no
      * saldo, apenas fora do disponivel).
      ******************************************************************
       RELATA-BLOQUEIOS.
           MOVE "BLOQUEIOS JUDICIAIS ATIVOS" TO WS-SEC-TITULO
           PERFORM EMITE-SECAO
           MOVE 0 TO WS-QTD-ITENS
           OPEN INPUT BLOQJUD-ARQ
           IF ARQ-BLQ-OK
               READ BLOQJUD-ARQ
                   AT END SET ARQ-BLQ-FIM TO TRUE
               END-READ
               PERFORM AVALIA-BLOQUEIO UNTIL ARQ-BLQ-FIM
               CLOSE BLOQJUD-ARQ
           END-IF
           MOVE "NENHUM BLOQUEIO" TO WS-NEN-TEXTO
           PERFORM EMITE-NENHUM.

       AVALIA-BLOQUEIO.
           IF BLQ-ATIVO
               MOVE BLQ-CONTA TO WS-CONTA-BUSCA
               PERFORM PROCURA-CONTA-CLIENTE
               IF CONTA-DO-CLIENTE
                   IF WS-QTD-ITENS = 0
                       MOVE WS-LIN-TIT-BLQ TO WS-LINHA
                       PERFORM EMITE-LINHA
                   END-IF
                   ADD 1 TO WS-QTD-ITENS
                   MOVE BLQ-CONTA    TO WS-LBQ-CONTA
                   MOVE BLQ-PROCESSO TO WS-LBQ-PROCESSO
                   MOVE BLQ-DATA     TO WS-LBQ-DATA
                   MOVE BLQ-VALOR    TO WS-LBQ-VALOR
                   MOVE WS-LIN-BLQ TO WS-LINHA
                   PERFORM EMITE-LINHA
                   ADD BLQ-VALOR TO WS-TOT-BLOQUEADO
               END-IF
           END-IF
           READ BLOQJUD-ARQ
               AT END SET ARQ-BLQ-FIM TO TRUE
           END-READ.

      ******************************************************************
      * Chaves de transferencia que apontam para as contas do cliente.
      ******************************************************************
       RELATA-CHAVES.
           MOVE "CHAVES DE TRANSFERENCIA" TO WS-SEC-TITULO
           PERFORM EMITE-SECAO
           MOVE 0 TO WS-QTD-ITENS
           OPEN INPUT CHAVEDIR-ARQ
           IF ARQ-ALI-OK
               READ CHAVEDIR-ARQ NEXT RECORD
                   AT END SET ARQ-ALI-FIM TO TRUE
               END-READ
               PERFORM AVALIA-CHAVE UNTIL NOT ARQ-ALI-OK
               CLOSE CHAVEDIR-ARQ
           END-IF
           MOVE "NENHUMA CHAVE CADASTRADA" TO WS-NEN-TEXTO
           PERFORM EMITE-NENHUM.

       AVALIA-CHAVE.
           MOVE ALI-CONTA TO WS-CONTA-BUSCA
           PERFORM PROCURA-CONTA-CLIENTE
           IF CONTA-DO-CLIENTE
               IF WS-QTD-ITENS = 0
                   MOVE WS-LIN-TIT-ALI TO WS-LINHA
                   PERFORM EMITE-LINHA
               END-IF
               ADD 1 TO WS-QTD-ITENS
               MOVE ALI-CONTA TO WS-LAL-CONTA
               EVALUATE TRUE
                   WHEN ALI-TIPO-CPF
                       MOVE "CPF/CNPJ" TO WS-LAL-TIPO
                   WHEN ALI-TIPO-TELEFONE
                       MOVE "TELEFONE" TO WS-LAL-TIPO
                   WHEN ALI-TIPO-EMAIL
                       MOVE "E-MAIL" TO WS-LAL-TIPO
                   WHEN OTHER
                       MOVE ALI-TIPO TO WS-LAL-TIPO
               END-EVALUATE
               MOVE ALI-CHAVE TO WS-LAL-CHAVE
               MOVE WS-LIN-ALI TO WS-LINHA
               PERFORM EMITE-LINHA
           END-IF
           READ CHAVEDIR-ARQ NEXT RECORD
               AT END SET ARQ-ALI-FIM TO TRUE
           END-READ.

      ******************************************************************
      * Estagio da regua de cobranca do descoberto, quando ha.
      ******************************************************************
       RELATA-COBRANCA.
           MOVE "REGUA DE COBRANCA DO DESCOBERTO" TO WS-SEC-TITULO
           PERFORM EMITE-SECAO
           MOVE 0 TO WS-QTD-ITENS
           OPEN INPUT COBRANCA-ARQ
           IF ARQ-COB-OK
               READ COBRANCA-ARQ
                   AT END SET ARQ-COB-FIM TO TRUE
               END-READ
               PERFORM AVALIA-COBRANCA UNTIL ARQ-COB-FIM
               CLOSE COBRANCA-ARQ
           END-IF
           MOVE "NENHUMA CONTA EM COBRANCA" TO WS-NEN-TEXTO
           PERFORM EMITE-NENHUM.

       AVALIA-COBRANCA.
           IF NOT COB-SEM-ESTAGIO
               MOVE COB-CONTA TO WS-CONTA-BUSCA
               PERFORM PROCURA-CONTA-CLIENTE
               IF CONTA-DO-CLIENTE
                   IF WS-QTD-ITENS = 0
                       MOVE WS-LIN-TIT-COB TO WS-LINHA
                       PERFORM EMITE-LINHA
                   END-IF
                   ADD 1 TO WS-QTD-ITENS
                   MOVE COB-CONTA TO WS-LCB-CONTA
                   EVALUATE TRUE
                       WHEN COB-CARTA
                           MOVE "CARTA" TO WS-LCB-ESTAGIO
                       WHEN COB-CONTATO
                           MOVE "CONTATO" TO WS-LCB-ESTAGIO
                       WHEN COB-BLOQUEIO
                           MOVE "BLOQUEIO" TO WS-LCB-ESTAGIO
                       WHEN OTHER
                           MOVE COB-ESTAGIO TO WS-LCB-ESTAGIO
                   END-EVALUATE
                   MOVE COB-DIAS        TO WS-LCB-DIAS
                   MOVE COB-DATA-INICIO TO WS-LCB-INICIO
                   MOVE WS-LIN-COB TO WS-LINHA
                   PERFORM EMITE-LINHA
               END-IF
           END-IF
           READ COBRANCA-ARQ
               AT END SET ARQ-COB-FIM TO TRUE
           END-READ.

      ******************************************************************
      * Posicao: ativos = saldos credores + CDB atualizado; passivos =
      * descoberto utilizado + emprestimos em aberto.
      ******************************************************************
       RELATA-TOTAIS.
           COMPUTE WS-TOT-ATIVOS =
               WS-TOT-SALDO-CREDOR + WS-TOT-CDB
           COMPUTE WS-TOT-PASSIVOS =
               WS-TOT-DESCOBERTO + WS-TOT-EMPRESTIMO
           COMPUTE WS-POSICAO-LIQUIDA =
               WS-TOT-ATIVOS - WS-TOT-PASSIVOS
           MOVE "POSICAO DO CLIENTE" TO WS-SEC-TITULO
           PERFORM EMITE-SECAO
           MOVE "SALDOS CREDORES EM CONTA........:" TO WS-TOT-ROTULO
           MOVE WS-TOT-SALDO-CREDOR TO WS-TOT-VALOR
           PERFORM EMITE-TOTAL
           MOVE "APLICACOES EM CDB (ATUALIZADO)..:" TO WS-TOT-ROTULO
           MOVE WS-TOT-CDB TO WS-TOT-VALOR
           PERFORM EMITE-TOTAL
           MOVE "TOTAL DE ATIVOS.................:" TO WS-TOT-ROTULO
           MOVE WS-TOT-ATIVOS TO WS-TOT-VALOR
           PERFORM EMITE-TOTAL
           MOVE "DESCOBERTO UTILIZADO............:" TO WS-TOT-ROTULO
           MOVE WS-TOT-DESCOBERTO TO WS-TOT-VALOR
           PERFORM EMITE-TOTAL
           MOVE "CREDITO PARCELADO EM ABERTO.....:" TO WS-TOT-ROTULO
           MOVE WS-TOT-EMPRESTIMO TO WS-TOT-VALOR
           PERFORM EMITE-TOTAL
           MOVE "TOTAL DE PASSIVOS...............:" TO WS-TOT-ROTULO
           MOVE WS-TOT-PASSIVOS TO WS-TOT-VALOR
           PERFORM EMITE-TOTAL
           MOVE "POSICAO LIQUIDA.................:" TO WS-TOT-ROTULO
           MOVE WS-POSICAO-LIQUIDA TO WS-TOT-VALOR
           PERFORM EMITE-TOTAL
           MOVE SPACES TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE "PARCELAS VENCIDAS (NO EM ABERTO):" TO WS-TOT-ROTULO
           MOVE WS-TOT-EMP-VENCIDO TO WS-TOT-VALOR
           PERFORM EMITE-TOTAL
           MOVE "EM COMPENSACAO (NOS SALDOS).....:" TO WS-TOT-ROTULO
           MOVE WS-TOT-PENDENTE TO WS-TOT-VALOR
           PERFORM EMITE-TOTAL
           MOVE "BLOQUEADO JUDICIALMENTE.........:" TO WS-TOT-ROTULO
           MOVE WS-TOT-BLOQUEADO TO WS-TOT-VALOR
           PERFORM EMITE-TOTAL.

       EMITE-TOTAL.
           MOVE WS-LIN-TOTAL TO WS-LINHA
           PERFORM EMITE-LINHA.

       END PROGRAM PROGPOSCLI.
