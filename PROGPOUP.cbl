      ******************************************************************
      * Author: EQUIPE MANUTENCAO
      * Date: 15/10/2026
      * Purpose: RENDIMENTO DA POUPANCA NO ANIVERSARIO - PASSO DIARIO
      *          DO CICLO QUE MANTEM AS PARCELAS DE DEPOSITO DAS CONTAS
      *          POUPANCA (PRODUTO "02") NO ARQUIVO POUPTRAN (VER
      *          PUPREG) E PAGA O RENDIMENTO DE CADA PARCELA NO SEU
      *          DIA DE ANIVERSARIO. PRIMEIRO PERCORRE O MOVIMENTO DO
      *          DIA (MOVIMENTO, MOV-DATA = DATA DO CICLO): CADA
      *          CREDITO NA CONTA POUPANCA ABRE UMA PARCELA NOVA E
      *          CADA DEBITO CONSOME AS PARCELAS MAIS NOVAS PRIMEIRO.
      *          DEPOIS VARRE AS PARCELAS E, PARA TODA PARCELA CUJO
      *          ANIVERSARIO CHEGOU NA DATA DO CICLO, CREDITA O SALDO
      *          DA PARCELA VEZES A TAXA MENSAL DO PARAMETRO
      *          TAXA.POUPANCA (PARAMS, PADRAO 0,50%) PELO CAMINHO
      *          NORMAL DE CONTA/MOVIMENTO (LOCK, JORNAL, MOVIMENTO "J"
      *          CANAL "B"), SOMANDO O RENDIMENTO A PARCELA E LEVANDO
      *          O ANIVERSARIO PARA O MES SEGUINTE. ANIVERSARIO QUE
      *          FICOU PARA TRAS (CONTA OCUPADA, CICLO NAO RODADO) E
      *          PAGO NO CICLO SEGUINTE, MES A MES. NA PRIMEIRA
      *          EXECUCAO, SEM POUPTRAN, O SALDO ATUAL DE CADA CONTA
      *          POUPANCA VIRA UMA PARCELA DE IMPLANTACAO COM DATA DO
      *          CICLO E O MOVIMENTO DO DIA NAO E LIDO (JA ESTA NO
      *          SALDO). A REEXECUCAO NA MESMA DATA E RECUSADA
      *          (RUNCTRL), PARA NAO ABRIR AS PARCELAS DO DIA DUAS
      *          VEZES.
      * Tectonics: cobc
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      * 15/10/2026 - EM - Passo ja concluido na data do ciclo (RUNCTRL,
      *              RC ate 4) e saltado com RC 0 (reinicio do
      *              EODJOB).
      * 15/10/2026 - EM - Valores do lancamento em 9(11)V99.
      * 15/10/2026 - EM - Lancamentos gravados com MOV-SERVICO-ORIGEM
      *              em branco (MOVREG, 78 bytes).
      * 15/10/2026 - EM - O rendimento passa a levar referencia propria
      *              da faixa dos lancamentos do banco (controle
      *              LBCCTRL, ver LBCCTL), registrada em REFARQ, para
      *              poder ser estornado pelo PROGESTORNO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGPOUP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POUPTRAN-ARQ ASSIGN TO "POUPTRAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PUP-CHAVE
               FILE STATUS IS WS-STATUS-PUP.

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
      * Parcelas de deposito das contas poupanca.
       FD  POUPTRAN-ARQ.
       COPY PUPREG.

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

      * Sequencia das referencias do rendimento (ver LBCCTL).
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

       COPY PARAMW.

          01 WS-STATUS-PUP           PIC XX.
             88 ARQ-PUP-OK                VALUE "00".
             88 ARQ-PUP-FIM               VALUE "10".
             88 ARQ-PUP-DUPLICADA         VALUE "22".
             88 ARQ-PUP-INEXISTENTE       VALUE "35".

          01 WS-STATUS-CTA           PIC XX.
             88 ARQ-OK                    VALUE "00".
             88 ARQ-FIM-CTA               VALUE "10".
             88 ARQ-NAO-ENCONTRADO        VALUE "23".
             88 ARQ-REGISTRO-BLOQUEADO    VALUE "9D".

          01 WS-STATUS-MOV           PIC XX.
             88 ARQ-MOV-OK                VALUE "00".
             88 ARQ-MOV-FIM               VALUE "10".
             88 ARQ-MOV-FIM-CARGA         VALUE "10".

          01 WS-STATUS-FECH          PIC XX.
             88 ARQ-FECH-OK               VALUE "00".
             88 ARQ-FECH-FIM              VALUE "10".

       COPY REFARQW.

       COPY LBCW.

      * Area de conferencia da referencia do rendimento para os
      * paragrafos de REFDUP, que trabalham sobre TRAN-REFERENCIA.
       COPY TRANREG.

          01 WS-TENTATIVAS-LOCK      PIC 9(02).
          01 WS-MAX-TENTATIVAS-LOCK  PIC 9(02) VALUE 05.

          01 WS-DATA-SISTEMA         PIC 9(08) VALUE ZEROS.

          01 WS-PRODUTO-POUPANCA     PIC X(02) VALUE "02".
          01 WS-TAXA-POUPANCA        PIC 9(01)V9(04) VALUE 0.0050.

      * Primeira execucao (POUPTRAN ainda inexistente): o saldo de
      * cada conta poupanca vira uma parcela de implantacao.
          01 WS-MODO-IMPLANTACAO     PIC X(01) VALUE "N".
             88 MODO-IMPLANTACAO          VALUE "S".

      * Conta do ultimo lancamento lido, para nao reler o mestre a
      * cada lancamento da mesma conta.
          01 WS-CONTA-ANTERIOR       PIC 9(06) VALUE ZEROS.
          01 WS-CONTA-POUPANCA       PIC X(01) VALUE "N".
             88 CONTA-E-POUPANCA          VALUE "S".

          01 WS-VALOR-EFEITO         PIC S9(11)V99.
          01 WS-VALOR-CONSUMIR       PIC 9(11)V99.

      * Chaves das parcelas da conta em ordem crescente de deposito,
      * para o consumo da mais nova para a mais antiga. Conta com
      * mais parcelas que a tabela carrega so as mais novas.
          01 WS-TAB-PARCELAS.
             05 WS-TAB-PUP-CHAVE     PIC X(18) OCCURS 500 TIMES.
          01 WS-TAB-PUP-QTD          PIC 9(04) VALUE 0.
          01 WS-TAB-PUP-IDX          PIC 9(04) VALUE 0.
          01 WS-QTD-PARCELAS-CONTA   PIC 9(06) VALUE 0.
          01 WS-QTD-PULAR            PIC 9(06) VALUE 0.
          01 WS-CONTA-VARREDURA      PIC 9(06) VALUE ZEROS.

      * Calculo do aniversario: deposito ate o dia 28 aniversaria no
      * mesmo dia; nos dias 29, 30 e 31, no dia 1 do mes seguinte ao
      * proximo.
          01 WS-ANIV-DATA            PIC 9(08).
          01 WS-ANIV-DATA-R REDEFINES WS-ANIV-DATA.
             05 WS-ANIV-ANO          PIC 9(04).
             05 WS-ANIV-MES          PIC 9(02).
             05 WS-ANIV-DIA          PIC 9(02).
          01 WS-ANIV-DIA-FIXO        PIC 9(02).

          01 WS-RENDIMENTO           PIC 9(09)V99.
          01 WS-RENDIMENTO-MES       PIC 9(09)V99.
          01 WS-PROX-ANIVERSARIO     PIC 9(08).

          01 WS-QTD-LANCAMENTOS      PIC 9(06) VALUE 0.
          01 WS-QTD-PARCELAS-ABERTAS PIC 9(06) VALUE 0.
          01 WS-QTD-PARCELAS-ZERADAS PIC 9(06) VALUE 0.
          01 WS-QTD-DEBITOS          PIC 9(06) VALUE 0.
          01 WS-QTD-SEM-COBERTURA    PIC 9(06) VALUE 0.
          01 WS-QTD-IMPLANTADAS      PIC 9(06) VALUE 0.
          01 WS-QTD-ANIVERSARIOS     PIC 9(06) VALUE 0.
          01 WS-QTD-CREDITADAS       PIC 9(06) VALUE 0.
          01 WS-QTD-ADIADAS          PIC 9(06) VALUE 0.
          01 WS-QTD-RECUSADAS        PIC 9(06) VALUE 0.
          01 WS-TOTAL-ABERTO         PIC 9(11)V99 VALUE 0.
          01 WS-TOTAL-CONSUMIDO      PIC 9(11)V99 VALUE 0.
          01 WS-TOTAL-RENDIMENTO     PIC 9(11)V99 VALUE 0.

       COPY JRNW.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           PERFORM OBTEM-DATA-MOVIMENTO
           IF WS-DATA-MOVIMENTO > 0
               MOVE WS-DATA-MOVIMENTO TO WS-DATA-SISTEMA
           END-IF
           MOVE "PROGPOUP" TO WS-RUN-PROGRAMA
           MOVE WS-DATA-SISTEMA TO WS-RUN-DATA-CICLO
           PERFORM VERIFICA-CICLO-JA-RODADO
           IF RUN-CONCLUIDO
               PERFORM SALTA-PASSO-CONCLUIDO
           END-IF
           IF RUN-JA-RODOU
               DISPLAY "RENDIMENTO DA POUPANCA JA EXECUTADO NA DATA "
                   WS-DATA-SISTEMA " - EXECUCAO RECUSADA (VER "
                   "PROGRUNREL)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM APLICA-PARAMETROS
           PERFORM INICIALIZAR
           IF MODO-IMPLANTACAO
               PERFORM IMPLANTA-PARCELAS
           ELSE
               PERFORM ATUALIZA-PARCELAS-DO-DIA
           END-IF
           PERFORM ABRE-SAIDAS
           PERFORM PAGA-ANIVERSARIOS
           PERFORM FINALIZAR
           MOVE WS-QTD-CREDITADAS TO WS-RUN-QTD
           PERFORM GRAVA-RUN-CONTROLE
           STOP RUN.

       COPY DATLER.

       APLICA-PARAMETROS.
           MOVE WS-DATA-SISTEMA TO WS-PAR-DATA-REF
           PERFORM CARREGA-PARAMETROS
           MOVE "TAXA.POUPANCA" TO WS-PAR-CHAVE-BUSCA
           PERFORM OBTEM-PARAMETRO
           IF PAR-ACHOU
               MOVE WS-PAR-VALOR-OBTIDO TO WS-TAXA-POUPANCA
           END-IF.

       COPY PARLER.

       INICIALIZAR.
           OPEN I-O POUPTRAN-ARQ
           IF NOT ARQ-PUP-OK AND NOT ARQ-PUP-INEXISTENTE
               DISPLAY "POUPTRAN NAO ABERTO (" WS-STATUS-PUP
                   ") - PASSO ABORTADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ARQ-PUP-INEXISTENTE
               SET MODO-IMPLANTACAO TO TRUE
               OPEN OUTPUT POUPTRAN-ARQ
               CLOSE POUPTRAN-ARQ
               OPEN I-O POUPTRAN-ARQ
           END-IF
           OPEN I-O CTAMESTRE-ARQ
           MOVE 0 TO RETURN-CODE.

      *-----------------------------------------------------------------
      * Implantacao: uma parcela por conta poupanca com saldo positivo,
      * com o saldo de hoje e aniversario a partir da data do ciclo.
      *-----------------------------------------------------------------
       IMPLANTA-PARCELAS.
           DISPLAY "POUPTRAN INEXISTENTE - IMPLANTACAO DAS PARCELAS "
               "PELO SALDO ATUAL DAS CONTAS POUPANCA"
           MOVE ZEROS TO CTA-NUMERO
           START CTAMESTRE-ARQ KEY NOT < CTA-NUMERO
           IF ARQ-OK
               READ CTAMESTRE-ARQ NEXT RECORD
                   AT END SET ARQ-FIM-CTA TO TRUE
               END-READ
           END-IF
           PERFORM IMPLANTA-PARCELA-CONTA UNTIL NOT ARQ-OK.

       IMPLANTA-PARCELA-CONTA.
           IF CTA-PRODUTO = WS-PRODUTO-POUPANCA
                   AND NOT CTA-ENCERRADA
                   AND CTA-SALDO > 0
               MOVE CTA-NUMERO  TO PUP-CONTA
               MOVE "I"         TO PUP-ORIGEM
               MOVE CTA-SALDO   TO PUP-VALOR-ORIGINAL
               PERFORM ABRE-PARCELA
               ADD 1 TO WS-QTD-IMPLANTADAS
           END-IF
           READ CTAMESTRE-ARQ NEXT RECORD
               AT END SET ARQ-FIM-CTA TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * Movimento do dia: credito abre parcela, debito consome as
      * parcelas mais novas. Mesmo criterio de credito/debito do
      * extrato (PROGEXTRATO); "A" (saldo de abertura do ano), "L"
      * (liberacao de cheque, ja creditado no "Q") e "M" (variacao
      * cambial) nao movimentam parcelas. "J" na poupanca so vem deste
      * passo, que ja soma o rendimento a propria parcela.
      *-----------------------------------------------------------------
       ATUALIZA-PARCELAS-DO-DIA.
           OPEN INPUT MOVIMENTO-ARQ
           IF NOT ARQ-MOV-OK
               DISPLAY "MOVIMENTO AUSENTE - PARCELAS NAO ATUALIZADAS"
           ELSE
               READ MOVIMENTO-ARQ
                   AT END SET ARQ-MOV-FIM TO TRUE
               END-READ
               PERFORM TRATA-LANCAMENTO THRU TRATA-LANCAMENTO-EXIT
                   UNTIL ARQ-MOV-FIM
               CLOSE MOVIMENTO-ARQ
           END-IF.

       TRATA-LANCAMENTO.
           IF MOV-DATA NOT = WS-DATA-SISTEMA
                   OR MOV-ABERTURA OR MOV-LIBERACAO-CHEQUE
                   OR MOV-VARIACAO-CAMBIAL OR MOV-JUROS
               GO TO TRATA-LANCAMENTO-EXIT
           END-IF
           PERFORM VERIFICA-CONTA-POUPANCA
           IF NOT CONTA-E-POUPANCA
               GO TO TRATA-LANCAMENTO-EXIT
           END-IF
           ADD 1 TO WS-QTD-LANCAMENTOS

           IF MOV-DEPOSITO OR MOV-TRANSF-RECEBIDA OR MOV-DEP-CHEQUE
                   OR MOV-DEVOL-INTERBANCARIA
                   OR MOV-LIBERACAO-EMPRESTIMO
                   OR MOV-RESGATE-CDB OR MOV-ESTORNO
                   OR MOV-CREDITO-CONTESTACAO
               MOVE MOV-VALOR TO WS-VALOR-EFEITO
           ELSE
               COMPUTE WS-VALOR-EFEITO = 0 - MOV-VALOR
           END-IF

           IF WS-VALOR-EFEITO > 0
               MOVE MOV-CONTA       TO PUP-CONTA
               MOVE MOV-TIPO        TO PUP-ORIGEM
               MOVE WS-VALOR-EFEITO TO PUP-VALOR-ORIGINAL
               PERFORM ABRE-PARCELA
           END-IF
           IF WS-VALOR-EFEITO < 0
               COMPUTE WS-VALOR-CONSUMIR = 0 - WS-VALOR-EFEITO
               ADD 1 TO WS-QTD-DEBITOS
               PERFORM CONSOME-PARCELAS
           END-IF.
       TRATA-LANCAMENTO-EXIT.
           READ MOVIMENTO-ARQ
               AT END SET ARQ-MOV-FIM TO TRUE
           END-READ.

       VERIFICA-CONTA-POUPANCA.
           IF MOV-CONTA NOT = WS-CONTA-ANTERIOR
               MOVE MOV-CONTA TO WS-CONTA-ANTERIOR
               MOVE "N" TO WS-CONTA-POUPANCA
               MOVE MOV-CONTA TO CTA-NUMERO
               READ CTAMESTRE-ARQ
                   INVALID KEY CONTINUE
               END-READ
               IF ARQ-OK AND CTA-PRODUTO = WS-PRODUTO-POUPANCA
                   MOVE "S" TO WS-CONTA-POUPANCA
               END-IF
           END-IF.

      * Abre a parcela de PUP-CONTA/PUP-ORIGEM/PUP-VALOR-ORIGINAL na
      * data do ciclo; a sequencia sobe ate achar chave livre.
       ABRE-PARCELA.
           MOVE WS-DATA-SISTEMA    TO PUP-DATA-DEPOSITO
           MOVE 1                  TO PUP-SEQ
           MOVE PUP-VALOR-ORIGINAL TO PUP-SALDO
           MOVE 0                  TO PUP-DATA-ULT-RENDIMENTO
           MOVE 0                  TO PUP-RENDIMENTO-ACUM
           MOVE WS-DATA-SISTEMA    TO WS-ANIV-DATA
           IF WS-ANIV-DIA > 28
               MOVE 1 TO WS-ANIV-DIA-FIXO
               PERFORM AVANCA-UM-MES
           ELSE
               MOVE WS-ANIV-DIA TO WS-ANIV-DIA-FIXO
           END-IF
           PERFORM AVANCA-UM-MES
           MOVE WS-ANIV-DIA-FIXO   TO WS-ANIV-DIA
           MOVE WS-ANIV-DIA-FIXO   TO PUP-DIA-ANIVERSARIO
           MOVE WS-ANIV-DATA       TO PUP-PROX-ANIVERSARIO
           MOVE "22" TO WS-STATUS-PUP
           PERFORM GRAVA-PARCELA
               UNTIL NOT ARQ-PUP-DUPLICADA OR PUP-SEQ = 9999
           IF ARQ-PUP-OK
               ADD 1 TO WS-QTD-PARCELAS-ABERTAS
               ADD PUP-VALOR-ORIGINAL TO WS-TOTAL-ABERTO
           ELSE
               DISPLAY "PARCELA NAO GRAVADA (" WS-STATUS-PUP
                   "): CONTA " PUP-CONTA " VALOR " PUP-VALOR-ORIGINAL
               MOVE 4 TO RETURN-CODE
           END-IF.

       GRAVA-PARCELA.
           WRITE PUP-REGISTRO
               INVALID KEY CONTINUE
           END-WRITE
           IF ARQ-PUP-DUPLICADA
               ADD 1 TO PUP-SEQ
           END-IF.

      * Leva WS-ANIV-DATA para o mes seguinte (o dia e acertado pelo
      * chamador).
       AVANCA-UM-MES.
           IF WS-ANIV-MES = 12
               MOVE 1 TO WS-ANIV-MES
               ADD 1 TO WS-ANIV-ANO
           ELSE
               ADD 1 TO WS-ANIV-MES
           END-IF.

      *-----------------------------------------------------------------
      * Consome WS-VALOR-CONSUMIR das parcelas de MOV-CONTA, da mais
      * nova para a mais antiga: parcela esgotada e excluida, a que
      * sobra fica com o saldo reduzido.
      *-----------------------------------------------------------------
       CONSOME-PARCELAS.
           MOVE MOV-CONTA TO WS-CONTA-VARREDURA
           MOVE 0 TO WS-QTD-PARCELAS-CONTA
           PERFORM POSICIONA-PARCELAS-CONTA
           PERFORM CONTA-PARCELA
               UNTIL NOT ARQ-PUP-OK
                  OR PUP-CONTA NOT = WS-CONTA-VARREDURA
           MOVE 0 TO WS-QTD-PULAR
           IF WS-QTD-PARCELAS-CONTA > 500
               COMPUTE WS-QTD-PULAR = WS-QTD-PARCELAS-CONTA - 500
           END-IF
           MOVE 0 TO WS-TAB-PUP-QTD
           PERFORM POSICIONA-PARCELAS-CONTA
           PERFORM CARREGA-PARCELA
               UNTIL NOT ARQ-PUP-OK
                  OR PUP-CONTA NOT = WS-CONTA-VARREDURA
           MOVE WS-TAB-PUP-QTD TO WS-TAB-PUP-IDX
           PERFORM CONSOME-UMA-PARCELA
               UNTIL WS-TAB-PUP-IDX = 0 OR WS-VALOR-CONSUMIR = 0
           IF WS-VALOR-CONSUMIR > 0
               DISPLAY "DEBITO SEM PARCELA PARA COBRIR: CONTA "
                   WS-CONTA-VARREDURA " VALOR " WS-VALOR-CONSUMIR
               ADD 1 TO WS-QTD-SEM-COBERTURA
           END-IF.

       POSICIONA-PARCELAS-CONTA.
           MOVE WS-CONTA-VARREDURA TO PUP-CONTA
           MOVE 0 TO PUP-DATA-DEPOSITO
           MOVE 0 TO PUP-SEQ
           START POUPTRAN-ARQ KEY NOT < PUP-CHAVE
           IF ARQ-PUP-OK
               READ POUPTRAN-ARQ NEXT RECORD
                   AT END SET ARQ-PUP-FIM TO TRUE
               END-READ
           END-IF.

       CONTA-PARCELA.
           ADD 1 TO WS-QTD-PARCELAS-CONTA
           READ POUPTRAN-ARQ NEXT RECORD
               AT END SET ARQ-PUP-FIM TO TRUE
           END-READ.

       CARREGA-PARCELA.
           IF WS-QTD-PULAR > 0
               SUBTRACT 1 FROM WS-QTD-PULAR
           ELSE
               ADD 1 TO WS-TAB-PUP-QTD
               MOVE PUP-CHAVE TO WS-TAB-PUP-CHAVE (WS-TAB-PUP-QTD)
           END-IF
           READ POUPTRAN-ARQ NEXT RECORD
               AT END SET ARQ-PUP-FIM TO TRUE
           END-READ.

       CONSOME-UMA-PARCELA.
           MOVE WS-TAB-PUP-CHAVE (WS-TAB-PUP-IDX) TO PUP-CHAVE
           READ POUPTRAN-ARQ
               INVALID KEY CONTINUE
           END-READ
           IF ARQ-PUP-OK
               IF PUP-SALDO > WS-VALOR-CONSUMIR
                   SUBTRACT WS-VALOR-CONSUMIR FROM PUP-SALDO
                   ADD WS-VALOR-CONSUMIR TO WS-TOTAL-CONSUMIDO
                   MOVE 0 TO WS-VALOR-CONSUMIR
                   REWRITE PUP-REGISTRO
               ELSE
                   SUBTRACT PUP-SALDO FROM WS-VALOR-CONSUMIR
                   ADD PUP-SALDO TO WS-TOTAL-CONSUMIDO
                   DELETE POUPTRAN-ARQ RECORD
                   ADD 1 TO WS-QTD-PARCELAS-ZERADAS
               END-IF
           END-IF
           SUBTRACT 1 FROM WS-TAB-PUP-IDX.

       ABRE-SAIDAS.
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
           MOVE "PROGPOUP" TO WS-JRN-PROGRAMA.

      *-----------------------------------------------------------------
      * Aniversarios: toda parcela com aniversario ate a data do ciclo
      * rende a taxa do mes sobre o saldo, mes a mes quando ficou
      * aniversario para tras (rendimento sobre rendimento).
      *-----------------------------------------------------------------
       PAGA-ANIVERSARIOS.
           MOVE LOW-VALUES TO PUP-CHAVE
           START POUPTRAN-ARQ KEY NOT < PUP-CHAVE
           IF ARQ-PUP-OK
               READ POUPTRAN-ARQ NEXT RECORD
                   AT END SET ARQ-PUP-FIM TO TRUE
               END-READ
           END-IF
           PERFORM PAGA-RENDIMENTO-PARCELA
               THRU PAGA-RENDIMENTO-PARCELA-EXIT
               UNTIL NOT ARQ-PUP-OK.

       PAGA-RENDIMENTO-PARCELA.
           IF PUP-PROX-ANIVERSARIO > WS-DATA-SISTEMA
                   OR PUP-SALDO = 0
               GO TO PAGA-RENDIMENTO-PARCELA-EXIT
           END-IF
           ADD 1 TO WS-QTD-ANIVERSARIOS

           MOVE 0 TO WS-RENDIMENTO
           MOVE PUP-PROX-ANIVERSARIO TO WS-ANIV-DATA
           PERFORM CALCULA-RENDIMENTO-MES
               UNTIL WS-ANIV-DATA > WS-DATA-SISTEMA
           MOVE WS-ANIV-DATA TO WS-PROX-ANIVERSARIO

           IF WS-RENDIMENTO = 0
               MOVE WS-PROX-ANIVERSARIO TO PUP-PROX-ANIVERSARIO
               PERFORM REGRAVA-PARCELA
               GO TO PAGA-RENDIMENTO-PARCELA-EXIT
           END-IF

           MOVE PUP-CONTA TO CTA-NUMERO
           PERFORM LE-CONTA-COM-LOCK
           IF ARQ-REGISTRO-BLOQUEADO
               DISPLAY "RENDIMENTO ADIADO (CONTA OCUPADA): CONTA "
                   PUP-CONTA " DEPOSITO " PUP-DATA-DEPOSITO
               ADD 1 TO WS-QTD-ADIADAS
               GO TO PAGA-RENDIMENTO-PARCELA-EXIT
           END-IF
           IF NOT ARQ-OK
               DISPLAY "RENDIMENTO RECUSADO (CONTA NAO ENCONTRADA): "
                   PUP-CONTA
               ADD 1 TO WS-QTD-RECUSADAS
               GO TO PAGA-RENDIMENTO-PARCELA-EXIT
           END-IF
           IF CTA-ENCERRADA
               UNLOCK CTAMESTRE-ARQ
               DISPLAY "RENDIMENTO RECUSADO (CONTA ENCERRADA): "
                   PUP-CONTA
               ADD 1 TO WS-QTD-RECUSADAS
               GO TO PAGA-RENDIMENTO-PARCELA-EXIT
           END-IF

           ADD WS-RENDIMENTO TO CTA-SALDO
           REWRITE CTA-REGISTRO
           PERFORM GRAVA-JORNAL
           UNLOCK CTAMESTRE-ARQ

           PERFORM OBTEM-REF-LANC-BANCO
           MOVE WS-REF-LANC-BANCO   TO MOV-REFERENCIA
           MOVE PUP-CONTA           TO MOV-CONTA
           SET MOV-JUROS            TO TRUE
           MOVE WS-RENDIMENTO       TO MOV-VALOR
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
           PERFORM REGISTRA-REF-LANC-BANCO

           ADD WS-RENDIMENTO        TO PUP-SALDO
           ADD WS-RENDIMENTO        TO PUP-RENDIMENTO-ACUM
           MOVE WS-DATA-SISTEMA     TO PUP-DATA-ULT-RENDIMENTO
           MOVE WS-PROX-ANIVERSARIO TO PUP-PROX-ANIVERSARIO
           PERFORM REGRAVA-PARCELA

           ADD 1 TO WS-QTD-CREDITADAS
           ADD WS-RENDIMENTO TO WS-TOTAL-RENDIMENTO.
       PAGA-RENDIMENTO-PARCELA-EXIT.
           READ POUPTRAN-ARQ NEXT RECORD
               AT END SET ARQ-PUP-FIM TO TRUE
           END-READ.

       CALCULA-RENDIMENTO-MES.
           COMPUTE WS-RENDIMENTO-MES ROUNDED =
               (PUP-SALDO + WS-RENDIMENTO) * WS-TAXA-POUPANCA
           ADD WS-RENDIMENTO-MES TO WS-RENDIMENTO
           PERFORM AVANCA-UM-MES
           MOVE PUP-DIA-ANIVERSARIO TO WS-ANIV-DIA.

       REGRAVA-PARCELA.
           REWRITE PUP-REGISTRO
           IF NOT ARQ-PUP-OK
               DISPLAY "PARCELA NAO REGRAVADA (" WS-STATUS-PUP
                   "): CONTA " PUP-CONTA " DEPOSITO " PUP-DATA-DEPOSITO
               MOVE 4 TO RETURN-CODE
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
           CLOSE POUPTRAN-ARQ
           CLOSE CTAMESTRE-ARQ
           CLOSE MOVIMENTO-ARQ
           CLOSE JORNAL-ARQ
           PERFORM GRAVA-CONTROLE-LANC-BANCO
           CLOSE REFARQ-ARQ
           IF WS-QTD-ADIADAS > 0 OR WS-QTD-SEM-COBERTURA > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "===== RENDIMENTO DA POUPANCA (ANIVERSARIO) ====="
           DISPLAY "DATA DO CICLO........: " WS-DATA-SISTEMA
           DISPLAY "TAXA MENSAL..........: " WS-TAXA-POUPANCA
           IF MODO-IMPLANTACAO
               DISPLAY "PARCELAS IMPLANTADAS.: " WS-QTD-IMPLANTADAS
           END-IF
           DISPLAY "LANCAMENTOS POUPANCA.: " WS-QTD-LANCAMENTOS
           DISPLAY "PARCELAS ABERTAS.....: " WS-QTD-PARCELAS-ABERTAS
           DISPLAY "TOTAL ABERTO.........: " WS-TOTAL-ABERTO
           DISPLAY "DEBITOS..............: " WS-QTD-DEBITOS
           DISPLAY "TOTAL CONSUMIDO......: " WS-TOTAL-CONSUMIDO
           DISPLAY "PARCELAS ESGOTADAS...: " WS-QTD-PARCELAS-ZERADAS
           DISPLAY "DEBITOS SEM COBERTURA: " WS-QTD-SEM-COBERTURA
           DISPLAY "ANIVERSARIOS DO DIA..: " WS-QTD-ANIVERSARIOS
           DISPLAY "PARCELAS CREDITADAS..: " WS-QTD-CREDITADAS
           DISPLAY "ADIADAS (CONTA OCUPADA): " WS-QTD-ADIADAS
           DISPLAY "RECUSADAS (CONTA)....: " WS-QTD-RECUSADAS
           DISPLAY "TOTAL DE RENDIMENTO..: " WS-TOTAL-RENDIMENTO
           DISPLAY "RETURN-CODE..........: " RETURN-CODE.

       COPY RUNCTL.
       END PROGRAM PROGPOUP.
