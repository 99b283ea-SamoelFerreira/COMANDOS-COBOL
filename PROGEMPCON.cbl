      *              CDB e com as referencias de parcela de outros
      *              contratos, e o credito que postasse por ultimo
      *              era pulado como ja creditado.
      * 15/10/2026 - EM - Quitacao antecipada e amortizacao parcial do
      *              contrato (opcoes 3 a 5): o saldo devedor e cotado
      *              na data pelo valor presente das parcelas a vencer
      *              na taxa do contrato (parcela ja emitida e ainda nao
      *              postada entra pelo valor cheio) e debitado na conta
      *              pelo caminho normal (movimento "N", referencia
      *              9600000000 + sequencia do controle EMPACTRL, ver
      *              REFREG), com o disponivel do produto e dos
      *              bloqueios judiciais. A quitacao baixa todas as
      *              parcelas e quita o contrato; a amortizacao reduz o
      *              valor das parcelas ou o prazo, a escolha do
      *              cliente, refazendo as parcelas a vencer em EMPPAR.
      *              Cada pagamento vai para o diario EMPAMORT (ver
      *              AMOREG), listado pelo PROGEMPREL.
      * 15/10/2026 - EM - Linhas de movimento acompanham MOVREG (77
      *              bytes); disponivel em S9(12)V99.
      * 15/10/2026 - EM - Conta em espolio (titular falecido, ver
      *              PROGOBITO) nao contrata nem paga antecipado.
      * 15/10/2026 - EM - IOF da operacao na contratacao: aliquota
      *              adicional (IOF.ADICIONAL.PCT) mais a diaria
      *              (IOF.DIARIA.PCT) pelos dias do prazo, 30 por mes
      *              ate 365, sobre o principal (PARAMS na data).
      *              Mostrado antes da confirmacao e debitado sob o
      *              mesmo lock do credito do principal, em movimento
      *              "G" com MOV-REF-ORIGEM contrato x 1000 e
      *              MOV-TIPO-ORIGEM "O".
      * 15/10/2026 - EM - Linhas de movimento acompanham MOVREG
      *              (78 bytes); lancamentos gravados com
      *              MOV-SERVICO-ORIGEM em branco.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGEMPCON.
           SELECT MOVFECH-ARQ ASSIGN TO "MOVFECH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FECH.

           SELECT EMPAMORT-ARQ ASSIGN TO "EMPAMORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AMO.

           SELECT EMPACTRL-ARQ ASSIGN TO "EMPACTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ACT.

           SELECT PRODCAD-ARQ ASSIGN TO "PRODCAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PRD.

           SELECT BLOQJUD-ARQ ASSIGN TO "BLOQJUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BLQ.

           SELECT PARAMS-ARQ ASSIGN TO "PARAMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PAR.
       DATA DIVISION.
       FILE SECTION.
       FD  CTAMESTRE-ARQ.
      * Periodos fechados do ano (PROGMOVCORTE); lido apenas pela
      * migracao inicial de REFARQ (ver REFDUP).
       FD  MOVFECH-ARQ.
       01 FECH-REGISTRO             PIC X(78).

      * Diario das amortizacoes e quitacoes antecipadas.
       FD  EMPAMORT-ARQ.
       COPY AMOREG.

      * Controle da sequencia das referencias de pagamento antecipado.
       FD  EMPACTRL-ARQ.
       01 ACT-REGISTRO.
          05 ACT-ULTIMA-SEQUENCIA PIC 9(08).

      * Cadastro de produtos de conta (PROGPRODUTO).
       FD  PRODCAD-ARQ.
       COPY PRDREG.

      * Bloqueios judiciais parciais (PROGBLOQJUD).
       FD  BLOQJUD-ARQ.
       COPY BLQREG.

       FD  PARAMS-ARQ.
       COPY PARREG.
       WORKING-STORAGE SECTION.
          01 WS-STATUS-CTA           PIC XX.
             88 ARQ-OK                    VALUE "00".

          01 WS-STATUS-EPA           PIC XX.
             88 ARQ-EPA-OK                VALUE "00".
             88 ARQ-EPA-FIM               VALUE "10".

          01 WS-STATUS-ECT           PIC XX.
             88 ARQ-ECT-OK                VALUE "00".

          01 WS-STATUS-AMO           PIC XX.
             88 ARQ-AMO-OK                VALUE "00".

          01 WS-STATUS-ACT           PIC XX.
             88 ARQ-ACT-OK                VALUE "00".

       COPY PRODW.

       COPY BLQW.

       COPY REFARQW.

       COPY PARAMW.

          01 WS-STATUS-FECH          PIC XX.
             88 ARQ-FECH-OK               VALUE "00".
             88 ARQ-FECH-FIM              VALUE "10".

          01 WS-QTD-CONTRATADOS      PIC 9(04) VALUE 0.

      * IOF da contratacao, debitado junto com o credito do principal:
      * aliquota adicional mais a diaria pelos dias do prazo (30 por
      * mes, limitados a 365). Aliquotas em percentual, do PARAMS na
      * data da contratacao (mesmos parametros do PROGIOF).
          01 WS-IOF-TAXA-DIARIA      PIC 9(03)V9(04) VALUE 0.0082.
          01 WS-IOF-TAXA-ADICIONAL   PIC 9(03)V9(04) VALUE 0.3800.
          01 WS-IOF-DIAS             PIC 9(05).
          01 WS-IOF-CONTRATO         PIC 9(09)V99.
          01 WS-QTD-ANTECIPADOS      PIC 9(04) VALUE 0.

      * Pagamento antecipado (quitacao e amortizacao parcial).
          01 WS-CONTRATO-ENTRADA     PIC 9(10).
          01 WS-CONTRATO-ACHADO      PIC X(01).
             88 CONTRATO-ATIVO-ACHADO     VALUE "S".
          01 WS-VALOR-ENTRADA        PIC X(11).
          01 WS-VALOR-NUM REDEFINES WS-VALOR-ENTRADA
                                     PIC 9(09)V99.
          01 WS-TIPO-AMORTIZACAO     PIC X(01).
             88 AMORTIZA-REDUZ-PARCELA    VALUE "R" "r".
             88 AMORTIZA-REDUZ-PRAZO      VALUE "P" "p".
          01 WS-SEQ-ANTECIPACAO      PIC 9(08) VALUE 0.
          01 WS-REF-ANTECIPACAO      PIC 9(10) VALUE 0.
          01 WS-VALOR-DEBITO         PIC 9(09)V99.
          01 WS-DEBITO-FEITO         PIC X(01).
             88 DEBITO-EFETUADO           VALUE "S".
          01 WS-SALDO-DISPONIVEL     PIC S9(12)V99.

      * Saldo devedor: parcelas emitidas e ainda nao postadas entram
      * pelo valor cheio (ja venceram); as pendentes, pelo valor
      * presente na taxa do contrato, descontadas pelos meses (30/360,
      * fracao de mes pelos dias) entre hoje e o vencimento.
          01 WS-QTD-EMITIDAS         PIC 9(03).
          01 WS-VALOR-EMITIDAS       PIC 9(09)V99.
          01 WS-QTD-PENDENTES        PIC 9(03).
          01 WS-NOMINAL-PENDENTES    PIC 9(09)V99.
          01 WS-VP-PENDENTES         PIC 9(09)V99.
          01 WS-SALDO-QUITACAO       PIC 9(09)V99.
          01 WS-DESCONTO             PIC 9(09)V99.
          01 WS-HOJE-ANO             PIC 9(04).
          01 WS-HOJE-MES             PIC 9(02).
          01 WS-HOJE-DIA             PIC 9(02).
          01 WS-PERIODOS             PIC S9(04)V9(06).
          01 WS-FATOR-DESCONTO       PIC 9(05)V9(08).
          01 WS-VP-PARCELA           PIC 9(09)V99.

      * Reprogramacao das parcelas a vencer apos a amortizacao.
          01 WS-MODO-REPROGRAMA      PIC X(01).
             88 REPROGRAMA-SIMULA         VALUE "S".
             88 REPROGRAMA-APLICA         VALUE "A".
          01 WS-SALDO-APOS           PIC 9(09)V99.
          01 WS-VP-ACUMULADO         PIC 9(09)V99.
          01 WS-NOVA-PARCELA         PIC 9(07)V99.
          01 WS-ULTIMA-PARCELA       PIC 9(07)V99.
          01 WS-PARC-MANTIDAS        PIC 9(03).
          01 WS-PARC-EXCLUIDAS       PIC 9(03).
          01 WS-VALOR-EDIT           PIC Z(8)9.99.

       COPY JRNW.

       PROCEDURE DIVISION.
               CLOSE EMPPAR-ARQ
               OPEN I-O EMPPAR-ARQ
           END-IF
           OPEN EXTEND EMPAMORT-ARQ
           IF NOT ARQ-AMO-OK
               OPEN OUTPUT EMPAMORT-ARQ
           END-IF
           PERFORM CARREGA-PRODUTOS
           PERFORM CARREGA-BLOQUEIOS
           PERFORM APLICA-PARAMETROS
           MOVE "PROGEMPC" TO WS-JRN-PROGRAMA
           PERFORM LE-CONTROLE-CONTRATO.

       COPY REFDUP.

       COPY PRODLER.

       COPY BLQLER.

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

       LE-CONTROLE-CONTRATO.
           OPEN INPUT EMPCTRL-ARQ
           IF ARQ-ECT-OK
           DISPLAY "====== CREDITO PARCELADO ======"
           DISPLAY "1 - Contratar emprestimo"
           DISPLAY "2 - Consultar contrato"
           DISPLAY "3 - Cotar quitacao antecipada"
           DISPLAY "4 - Quitar contrato antecipadamente"
           DISPLAY "5 - Amortizar parte do saldo devedor"
           DISPLAY "9 - Sair"
           DISPLAY "Escolha uma opcao: "
           ACCEPT WS-OPCAO
                   PERFORM CONTRATA THRU CONTRATA-EXIT
               WHEN 2
                   PERFORM CONSULTA THRU CONSULTA-EXIT
               WHEN 3
                   PERFORM COTA-QUITACAO THRU COTA-QUITACAO-EXIT
               WHEN 4
                   PERFORM QUITA-ANTECIPADO THRU QUITA-ANTECIPADO-EXIT
               WHEN 5
                   PERFORM AMORTIZA THRU AMORTIZA-EXIT
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcao invalida! Digite de 1 a 5 ou 9"
           END-EVALUATE.

       CONTRATA.
               DISPLAY "Conta nao encontrada!"
               GO TO CONTRATA-EXIT
           END-IF
           IF CTA-ENCERRADA OR CTA-BLOQUEADA OR CTA-ESPOLIO
               DISPLAY "Conta encerrada, bloqueada ou em espolio nao "
                   "contrata!"
               GO TO CONTRATA-EXIT
           END-IF
           DISPLAY "Titular: " CTA-NOME
               / (WS-FATOR - 1)

           DISPLAY "Parcela calculada (Price): " WS-PARCELA
           COMPUTE WS-IOF-DIAS = WS-PRAZO-NUM * 30
           IF WS-IOF-DIAS > 365
               MOVE 365 TO WS-IOF-DIAS
           END-IF
           COMPUTE WS-IOF-CONTRATO ROUNDED = WS-PRINCIPAL-NUM
               * (WS-IOF-TAXA-ADICIONAL
                  + WS-IOF-TAXA-DIARIA * WS-IOF-DIAS) / 100
           DISPLAY "IOF da operacao (debitado na liberacao): "
               WS-IOF-CONTRATO
           DISPLAY "Confirma a contratacao (S/N)? "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               SET CTA-ATIVA TO TRUE
           END-IF
           ADD WS-PRINCIPAL-NUM TO CTA-SALDO
           SUBTRACT WS-IOF-CONTRATO FROM CTA-SALDO
           REWRITE CTA-REGISTRO
           PERFORM GRAVA-JORNAL
           UNLOCK CTAMESTRE-ARQ
           MOVE SPACES           TO MOV-CAIXA
           ACCEPT MOV-HORA FROM TIME
           SET MOV-CANAL-ATENDIMENTO TO TRUE
           MOVE 0      TO MOV-REF-ORIGEM
           MOVE SPACES TO MOV-TIPO-ORIGEM
           MOVE SPACES TO MOV-SERVICO-ORIGEM
           WRITE MOV-REGISTRO
           IF WS-IOF-CONTRATO > 0
               MOVE 0                TO MOV-REFERENCIA
               SET MOV-IOF           TO TRUE
               MOVE WS-IOF-CONTRATO  TO MOV-VALOR
               ACCEPT MOV-HORA FROM TIME
               COMPUTE MOV-REF-ORIGEM = WS-CONTRATO * 1000
               MOVE "O"    TO MOV-TIPO-ORIGEM
               MOVE SPACES TO MOV-SERVICO-ORIGEM
               WRITE MOV-REGISTRO
           END-IF
           PERFORM GRAVA-REFERENCIA-POSTADA.
       CREDITA-PRINCIPAL-EXIT.
           EXIT.
       CONSULTA-EXIT.
           EXIT.

      * Contrato ativo informado pelo operador, lido em EMP-REGISTRO.
       LOCALIZA-CONTRATO-ATIVO.
           MOVE "N" TO WS-CONTRATO-ACHADO
           DISPLAY "Numero do contrato: "
           ACCEPT WS-CONTRATO-ENTRADA
           MOVE WS-CONTRATO-ENTRADA TO EMP-CONTRATO
           READ EMPCON-ARQ
           IF NOT ARQ-EMP-OK
               DISPLAY "Contrato nao encontrado!"
           ELSE
               IF NOT EMP-ATIVO
                   DISPLAY "Contrato ja quitado!"
               ELSE
                   MOVE "S" TO WS-CONTRATO-ACHADO
                   DISPLAY "Conta............: " EMP-CONTA
                   DISPLAY "Parcela (Price)..: " EMP-VALOR-PARCELA
                   DISPLAY "Taxa mensal......: " EMP-TAXA
               END-IF
           END-IF.

      * Saldo devedor do contrato na data: parcelas emitidas e ainda
      * nao postadas pelo valor cheio, parcelas a vencer pelo valor
      * presente na taxa do contrato. Emitida com a referencia ja em
      * REFARQ foi paga no fechamento e so falta a baixa do
      * PROGEMPGER: fica de fora.
       CALCULA-SALDO-DEVEDOR.
           MOVE 0 TO WS-QTD-EMITIDAS
           MOVE 0 TO WS-VALOR-EMITIDAS
           MOVE 0 TO WS-QTD-PENDENTES
           MOVE 0 TO WS-NOMINAL-PENDENTES
           MOVE 0 TO WS-VP-PENDENTES
           MOVE WS-DATA-SISTEMA(1:4) TO WS-HOJE-ANO
           MOVE WS-DATA-SISTEMA(5:2) TO WS-HOJE-MES
           MOVE WS-DATA-SISTEMA(7:2) TO WS-HOJE-DIA
           MOVE EMP-CONTRATO TO EPA-CONTRATO
           MOVE 0 TO EPA-PARCELA
           START EMPPAR-ARQ KEY NOT < EPA-CHAVE
           IF ARQ-EPA-OK
               READ EMPPAR-ARQ NEXT RECORD
                   AT END SET ARQ-EPA-FIM TO TRUE
               END-READ
               PERFORM SOMA-PARCELA-DEVEDORA
                   UNTIL NOT ARQ-EPA-OK
                      OR EPA-CONTRATO NOT = EMP-CONTRATO
           END-IF
           COMPUTE WS-SALDO-QUITACAO =
               WS-VALOR-EMITIDAS + WS-VP-PENDENTES
           COMPUTE WS-DESCONTO =
               WS-NOMINAL-PENDENTES - WS-VP-PENDENTES.

       SOMA-PARCELA-DEVEDORA.
           EVALUATE TRUE
               WHEN EPA-EMITIDA
                   MOVE EPA-REFERENCIA TO TRAN-REFERENCIA
                   PERFORM VERIFICA-REF-DUPLICADA
                   IF NOT REF-ACHOU
                       ADD 1 TO WS-QTD-EMITIDAS
                       ADD EPA-VALOR TO WS-VALOR-EMITIDAS
                   END-IF
               WHEN EPA-PENDENTE
                   ADD 1 TO WS-QTD-PENDENTES
                   ADD EPA-VALOR TO WS-NOMINAL-PENDENTES
                   PERFORM CALCULA-VP-PARCELA
                   ADD WS-VP-PARCELA TO WS-VP-PENDENTES
           END-EVALUATE
           READ EMPPAR-ARQ NEXT RECORD
               AT END SET ARQ-EPA-FIM TO TRUE
           END-READ.

      * Valor presente da parcela: desconto composto pela taxa do
      * contrato pelos meses ate o vencimento (mes comercial de 30
      * dias para a fracao); parcela ja vencida vale o nominal.
       CALCULA-VP-PARCELA.
           MOVE EPA-VENCIMENTO(1:4) TO WS-VENC-ANO
           MOVE EPA-VENCIMENTO(5:2) TO WS-VENC-MES
           MOVE EPA-VENCIMENTO(7:2) TO WS-VENC-DIA
           COMPUTE WS-PERIODOS =
               (WS-VENC-ANO * 12) + WS-VENC-MES
               - (WS-HOJE-ANO * 12) - WS-HOJE-MES
               + ((WS-VENC-DIA - WS-HOJE-DIA) / 30)
           IF WS-PERIODOS < 0
               MOVE 0 TO WS-PERIODOS
           END-IF
           COMPUTE WS-FATOR-DESCONTO ROUNDED =
               (1 + EMP-TAXA) ** WS-PERIODOS
           COMPUTE WS-VP-PARCELA ROUNDED =
               EPA-VALOR / WS-FATOR-DESCONTO.

       MOSTRA-SALDO-DEVEDOR.
           DISPLAY "--- SALDO DEVEDOR EM " WS-DATA-SISTEMA " ---"
           DISPLAY "Parcelas emitidas em aberto..: " WS-QTD-EMITIDAS
           MOVE WS-VALOR-EMITIDAS TO WS-VALOR-EDIT
           DISPLAY "  valor cheio (com mora).....: " WS-VALOR-EDIT
           DISPLAY "Parcelas a vencer............: " WS-QTD-PENDENTES
           MOVE WS-NOMINAL-PENDENTES TO WS-VALOR-EDIT
           DISPLAY "  valor nominal..............: " WS-VALOR-EDIT
           MOVE WS-VP-PENDENTES TO WS-VALOR-EDIT
           DISPLAY "  valor presente.............: " WS-VALOR-EDIT
           MOVE WS-DESCONTO TO WS-VALOR-EDIT
           DISPLAY "Desconto da antecipacao......: " WS-VALOR-EDIT
           MOVE WS-SALDO-QUITACAO TO WS-VALOR-EDIT
           DISPLAY "VALOR PARA QUITACAO HOJE.....: " WS-VALOR-EDIT.

       COTA-QUITACAO.
           PERFORM LOCALIZA-CONTRATO-ATIVO
           IF NOT CONTRATO-ATIVO-ACHADO
               GO TO COTA-QUITACAO-EXIT
           END-IF
           PERFORM CALCULA-SALDO-DEVEDOR
           PERFORM MOSTRA-SALDO-DEVEDOR.
       COTA-QUITACAO-EXIT.
           EXIT.

       QUITA-ANTECIPADO.
           PERFORM LOCALIZA-CONTRATO-ATIVO
           IF NOT CONTRATO-ATIVO-ACHADO
               GO TO QUITA-ANTECIPADO-EXIT
           END-IF
           PERFORM CALCULA-SALDO-DEVEDOR
           PERFORM MOSTRA-SALDO-DEVEDOR
           IF WS-SALDO-QUITACAO = 0
               DISPLAY "Nenhuma parcela em aberto: o contrato sera "
                   "quitado pela geracao de parcelas (PROGEMPGER)."
               GO TO QUITA-ANTECIPADO-EXIT
           END-IF
           DISPLAY "Confirma a quitacao com debito na conta "
               EMP-CONTA " (S/N)? "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "Quitacao cancelada."
               GO TO QUITA-ANTECIPADO-EXIT
           END-IF

           MOVE WS-SALDO-QUITACAO TO WS-VALOR-DEBITO
           PERFORM DEBITA-ANTECIPACAO THRU DEBITA-ANTECIPACAO-EXIT
           IF NOT DEBITO-EFETUADO
               GO TO QUITA-ANTECIPADO-EXIT
           END-IF

           PERFORM BAIXA-PARCELAS-QUITACAO
           SET EMP-QUITADO TO TRUE
           REWRITE EMP-REGISTRO

           SET AMO-QUITACAO TO TRUE
           COMPUTE AMO-PARC-ANTES =
               WS-QTD-EMITIDAS + WS-QTD-PENDENTES
           MOVE 0                 TO AMO-PARC-DEPOIS
           MOVE EMP-VALOR-PARCELA TO AMO-VALOR-PARC-ANTES
           MOVE 0                 TO AMO-VALOR-PARC-DEPOIS
           PERFORM GRAVA-DIARIO-ANTECIPACAO
           DISPLAY "Contrato " EMP-CONTRATO " quitado antecipadamente"
               " (referencia " WS-REF-ANTECIPACAO ").".
       QUITA-ANTECIPADO-EXIT.
           EXIT.

      * Todas as parcelas em aberto ficam pagas. A parcela emitida
      * continua em TRANENT: a referencia dela entra em REFARQ junto
      * com a quitacao, e o fechamento recusa a transacao como
      * duplicada em vez de debitar a parcela de novo.
       BAIXA-PARCELAS-QUITACAO.
           MOVE EMP-CONTRATO TO EPA-CONTRATO
           MOVE 0 TO EPA-PARCELA
           START EMPPAR-ARQ KEY NOT < EPA-CHAVE
           IF ARQ-EPA-OK
               READ EMPPAR-ARQ NEXT RECORD
                   AT END SET ARQ-EPA-FIM TO TRUE
               END-READ
               PERFORM BAIXA-UMA-PARCELA
                   UNTIL NOT ARQ-EPA-OK
                      OR EPA-CONTRATO NOT = EMP-CONTRATO
           END-IF.

       BAIXA-UMA-PARCELA.
           IF NOT EPA-PAGA
               IF EPA-EMITIDA
                   MOVE EPA-REFERENCIA TO TRAN-REFERENCIA
                   PERFORM GRAVA-REFERENCIA-POSTADA
               END-IF
               SET EPA-PAGA TO TRUE
               REWRITE EPA-REGISTRO
           END-IF
           READ EMPPAR-ARQ NEXT RECORD
               AT END SET ARQ-EPA-FIM TO TRUE
           END-READ.

      * Amortizacao parcial: abate do valor presente das parcelas a
      * vencer. As parcelas emitidas seguem o caminho normal.
       AMORTIZA.
           PERFORM LOCALIZA-CONTRATO-ATIVO
           IF NOT CONTRATO-ATIVO-ACHADO
               GO TO AMORTIZA-EXIT
           END-IF
           PERFORM CALCULA-SALDO-DEVEDOR
           PERFORM MOSTRA-SALDO-DEVEDOR
           IF WS-QTD-PENDENTES = 0
               DISPLAY "Nao ha parcelas a vencer para amortizar; use "
                   "a quitacao (opcao 4)."
               GO TO AMORTIZA-EXIT
           END-IF
           DISPLAY "Valor a amortizar (11 digitos, centavos nos 2 "
               "ultimos): "
           ACCEPT WS-VALOR-ENTRADA
           IF WS-VALOR-ENTRADA IS NOT NUMERIC OR WS-VALOR-NUM = 0
               DISPLAY "Valor invalido!"
               GO TO AMORTIZA-EXIT
           END-IF
           IF WS-VALOR-NUM NOT < WS-VP-PENDENTES
               DISPLAY "O valor cobre todo o saldo das parcelas a "
                   "vencer; use a quitacao (opcao 4)."
               GO TO AMORTIZA-EXIT
           END-IF
           DISPLAY "R - Reduzir o valor das parcelas"
           DISPLAY "P - Reduzir o prazo (mantem o valor da parcela)"
           DISPLAY "Escolha do cliente: "
           ACCEPT WS-TIPO-AMORTIZACAO
           IF NOT AMORTIZA-REDUZ-PARCELA AND NOT AMORTIZA-REDUZ-PRAZO
               DISPLAY "Escolha invalida!"
               GO TO AMORTIZA-EXIT
           END-IF

           COMPUTE WS-SALDO-APOS = WS-VP-PENDENTES - WS-VALOR-NUM
           SET REPROGRAMA-SIMULA TO TRUE
           PERFORM REPROGRAMA-PARCELAS
           IF AMORTIZA-REDUZ-PARCELA
               IF WS-ULTIMA-PARCELA = 0
                   DISPLAY "A parcela resultante ficaria zerada; use "
                       "a quitacao (opcao 4)."
                   GO TO AMORTIZA-EXIT
               END-IF
               MOVE WS-ULTIMA-PARCELA TO WS-VALOR-EDIT
               DISPLAY "Nova parcela.................: " WS-VALOR-EDIT
               DISPLAY "Parcelas a vencer............: "
                   WS-PARC-MANTIDAS
           ELSE
               DISPLAY "Parcelas a vencer apos.......: "
                   WS-PARC-MANTIDAS
               DISPLAY "Parcelas retiradas do fim....: "
                   WS-PARC-EXCLUIDAS
               MOVE WS-ULTIMA-PARCELA TO WS-VALOR-EDIT
               DISPLAY "Valor da ultima parcela......: " WS-VALOR-EDIT
           END-IF
           DISPLAY "Confirma a amortizacao com debito na conta "
               EMP-CONTA " (S/N)? "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "Amortizacao cancelada."
               GO TO AMORTIZA-EXIT
           END-IF

           MOVE WS-VALOR-NUM TO WS-VALOR-DEBITO
           PERFORM DEBITA-ANTECIPACAO THRU DEBITA-ANTECIPACAO-EXIT
           IF NOT DEBITO-EFETUADO
               GO TO AMORTIZA-EXIT
           END-IF

           SET REPROGRAMA-APLICA TO TRUE
           PERFORM REPROGRAMA-PARCELAS
           MOVE EMP-VALOR-PARCELA TO AMO-VALOR-PARC-ANTES
           IF AMORTIZA-REDUZ-PARCELA
               COMPUTE EMP-VALOR-PARCELA ROUNDED =
                   EMP-VALOR-PARCELA * WS-SALDO-APOS / WS-VP-PENDENTES
               SET AMO-REDUZ-PARCELA TO TRUE
           ELSE
               SUBTRACT WS-PARC-EXCLUIDAS FROM EMP-PRAZO
               SET AMO-REDUZ-PRAZO TO TRUE
           END-IF
           REWRITE EMP-REGISTRO

           COMPUTE AMO-PARC-ANTES =
               WS-QTD-EMITIDAS + WS-QTD-PENDENTES
           COMPUTE AMO-PARC-DEPOIS =
               WS-QTD-EMITIDAS + WS-PARC-MANTIDAS
           MOVE EMP-VALOR-PARCELA TO AMO-VALOR-PARC-DEPOIS
           PERFORM GRAVA-DIARIO-ANTECIPACAO
           DISPLAY "Amortizacao registrada no contrato " EMP-CONTRATO
               " (referencia " WS-REF-ANTECIPACAO ").".
       AMORTIZA-EXIT.
           EXIT.

      * Refaz as parcelas a vencer para o saldo apos a amortizacao.
      * Reduzir a parcela: cada parcela cai na proporcao do saldo
      * (o valor presente e linear no valor da parcela). Reduzir o
      * prazo: as parcelas sao mantidas pela ordem de vencimento
      * enquanto o valor presente acumulado cabe no saldo; a seguinte
      * vira a parcela de ajuste (o que falta do saldo, levado ao seu
      * vencimento) e as demais sao retiradas. Em simulacao so conta.
       REPROGRAMA-PARCELAS.
           MOVE 0 TO WS-VP-ACUMULADO
           MOVE 0 TO WS-PARC-MANTIDAS
           MOVE 0 TO WS-PARC-EXCLUIDAS
           MOVE 0 TO WS-ULTIMA-PARCELA
           MOVE EMP-CONTRATO TO EPA-CONTRATO
           MOVE 0 TO EPA-PARCELA
           START EMPPAR-ARQ KEY NOT < EPA-CHAVE
           IF ARQ-EPA-OK
               READ EMPPAR-ARQ NEXT RECORD
                   AT END SET ARQ-EPA-FIM TO TRUE
               END-READ
               PERFORM REPROGRAMA-UMA-PARCELA
                   UNTIL NOT ARQ-EPA-OK
                      OR EPA-CONTRATO NOT = EMP-CONTRATO
           END-IF.

       REPROGRAMA-UMA-PARCELA.
           IF EPA-PENDENTE
               IF AMORTIZA-REDUZ-PARCELA
                   PERFORM REDUZ-VALOR-PARCELA
               ELSE
                   PERFORM REDUZ-PRAZO-PARCELA
               END-IF
           END-IF
           READ EMPPAR-ARQ NEXT RECORD
               AT END SET ARQ-EPA-FIM TO TRUE
           END-READ.

       REDUZ-VALOR-PARCELA.
           COMPUTE WS-NOVA-PARCELA ROUNDED =
               EPA-VALOR * WS-SALDO-APOS / WS-VP-PENDENTES
           ADD 1 TO WS-PARC-MANTIDAS
           MOVE WS-NOVA-PARCELA TO WS-ULTIMA-PARCELA
           IF REPROGRAMA-APLICA
               MOVE WS-NOVA-PARCELA TO EPA-VALOR
               REWRITE EPA-REGISTRO
           END-IF.

       REDUZ-PRAZO-PARCELA.
           PERFORM CALCULA-VP-PARCELA
           IF WS-VP-ACUMULADO + WS-VP-PARCELA NOT > WS-SALDO-APOS
               ADD WS-VP-PARCELA TO WS-VP-ACUMULADO
               ADD 1 TO WS-PARC-MANTIDAS
               MOVE EPA-VALOR TO WS-ULTIMA-PARCELA
           ELSE
               MOVE 0 TO WS-NOVA-PARCELA
               IF WS-VP-ACUMULADO < WS-SALDO-APOS
                   COMPUTE WS-NOVA-PARCELA ROUNDED =
                       (WS-SALDO-APOS - WS-VP-ACUMULADO)
                       * WS-FATOR-DESCONTO
                   MOVE WS-SALDO-APOS TO WS-VP-ACUMULADO
               END-IF
               IF WS-NOVA-PARCELA > 0
                   ADD 1 TO WS-PARC-MANTIDAS
                   MOVE WS-NOVA-PARCELA TO WS-ULTIMA-PARCELA
                   IF REPROGRAMA-APLICA
                       MOVE WS-NOVA-PARCELA TO EPA-VALOR
                       REWRITE EPA-REGISTRO
                   END-IF
               ELSE
                   ADD 1 TO WS-PARC-EXCLUIDAS
                   IF REPROGRAMA-APLICA
                       DELETE EMPPAR-ARQ RECORD
                   END-IF
               END-IF
           END-IF.

      * Debito do pagamento antecipado pelo caminho normal (lock,
      * disponivel do produto e dos bloqueios judiciais, jornal,
      * movimento "N"). A referencia e 9600000000 + a sequencia do
      * controle EMPACTRL (ver REFREG), registrada em REFARQ; o numero
      * so e tomado depois que o debito foi aceito.
       DEBITA-ANTECIPACAO.
           MOVE "N" TO WS-DEBITO-FEITO
           MOVE EMP-CONTA TO CTA-NUMERO
           PERFORM LE-CONTA-COM-LOCK
           IF NOT ARQ-OK
               DISPLAY "Conta do contrato indisponivel - pagamento "
                   "nao realizado."
               GO TO DEBITA-ANTECIPACAO-EXIT
           END-IF
           IF CTA-ENCERRADA OR CTA-BLOQUEADA OR CTA-ESPOLIO
               UNLOCK CTAMESTRE-ARQ
               DISPLAY "Conta encerrada, bloqueada ou em espolio nao "
                   "debita!"
               GO TO DEBITA-ANTECIPACAO-EXIT
           END-IF

           MOVE CTA-PRODUTO TO WS-PRD-CODIGO-BUSCA
           PERFORM OBTEM-PRODUTO
           MOVE EMP-CONTA TO WS-BLQ-CONTA-BUSCA
           PERFORM OBTEM-BLOQUEIO-JUDICIAL
           IF PRODUTO-PERMITE-DESCOBERTO
               COMPUTE WS-SALDO-DISPONIVEL =
                   CTA-SALDO + CTA-LIMITE-CREDITO
                   - CTA-SALDO-PENDENTE
                   - WS-BLQ-VALOR-OBTIDO
           ELSE
               COMPUTE WS-SALDO-DISPONIVEL =
                   CTA-SALDO - CTA-SALDO-PENDENTE
                   - WS-BLQ-VALOR-OBTIDO
           END-IF
           IF WS-VALOR-DEBITO > WS-SALDO-DISPONIVEL
               UNLOCK CTAMESTRE-ARQ
               DISPLAY "Saldo disponivel insuficiente na conta "
                   EMP-CONTA " - pagamento nao realizado."
               GO TO DEBITA-ANTECIPACAO-EXIT
           END-IF

           PERFORM LE-CONTROLE-ANTECIPACAO
           ADD 1 TO WS-SEQ-ANTECIPACAO
           PERFORM GRAVA-CONTROLE-ANTECIPACAO
           COMPUTE TRAN-REFERENCIA = 9600000000 + WS-SEQ-ANTECIPACAO
           MOVE TRAN-REFERENCIA TO WS-REF-ANTECIPACAO
           PERFORM VERIFICA-REF-DUPLICADA
           IF REF-ACHOU
               UNLOCK CTAMESTRE-ARQ
               DISPLAY "REFERENCIA " WS-REF-ANTECIPACAO " JA POSTADA"
                   " - CONFERIR O CONTROLE EMPACTRL"
               GO TO DEBITA-ANTECIPACAO-EXIT
           END-IF

           IF CTA-DORMENTE
               SET CTA-ATIVA TO TRUE
           END-IF
           SUBTRACT WS-VALOR-DEBITO FROM CTA-SALDO
           REWRITE CTA-REGISTRO
           PERFORM GRAVA-JORNAL
           UNLOCK CTAMESTRE-ARQ

           MOVE WS-REF-ANTECIPACAO TO MOV-REFERENCIA
           MOVE EMP-CONTA        TO MOV-CONTA
           SET MOV-AMORTIZACAO-EMPRESTIMO TO TRUE
           MOVE WS-VALOR-DEBITO  TO MOV-VALOR
           MOVE WS-DATA-SISTEMA  TO MOV-DATA
           MOVE 0                TO MOV-CONTA-CONTRA
           MOVE CTA-AGENCIA      TO MOV-AGENCIA
           MOVE SPACES           TO MOV-CAIXA
           ACCEPT MOV-HORA FROM TIME
           SET MOV-CANAL-ATENDIMENTO TO TRUE
           COMPUTE MOV-REF-ORIGEM = EMP-CONTRATO * 1000
           MOVE "O"    TO MOV-TIPO-ORIGEM
           MOVE SPACES TO MOV-SERVICO-ORIGEM
           WRITE MOV-REGISTRO
           PERFORM GRAVA-REFERENCIA-POSTADA
           MOVE "S" TO WS-DEBITO-FEITO
           ADD 1 TO WS-QTD-ANTECIPADOS.
       DEBITA-ANTECIPACAO-EXIT.
           EXIT.

       LE-CONTROLE-ANTECIPACAO.
           MOVE 0 TO WS-SEQ-ANTECIPACAO
           OPEN INPUT EMPACTRL-ARQ
           IF ARQ-ACT-OK
               READ EMPACTRL-ARQ
               IF ARQ-ACT-OK
                   MOVE ACT-ULTIMA-SEQUENCIA TO WS-SEQ-ANTECIPACAO
               END-IF
               CLOSE EMPACTRL-ARQ
           END-IF.

       GRAVA-CONTROLE-ANTECIPACAO.
           MOVE WS-SEQ-ANTECIPACAO TO ACT-ULTIMA-SEQUENCIA
           OPEN OUTPUT EMPACTRL-ARQ
           WRITE ACT-REGISTRO
           CLOSE EMPACTRL-ARQ.

      * Tipo, parcelas e valores de parcela vem preenchidos do chamador.
       GRAVA-DIARIO-ANTECIPACAO.
           MOVE EMP-CONTRATO       TO AMO-CONTRATO
           MOVE EMP-CONTA          TO AMO-CONTA
           MOVE WS-DATA-SISTEMA    TO AMO-DATA
           MOVE WS-VALOR-DEBITO    TO AMO-VALOR-PAGO
           MOVE WS-SALDO-QUITACAO  TO AMO-SALDO-ANTES
           MOVE WS-REF-ANTECIPACAO TO AMO-REFERENCIA
           WRITE AMO-REGISTRO.

       LE-CONTA-COM-LOCK.
           MOVE "99" TO WS-STATUS-CTA
           PERFORM VARYING WS-TENTATIVAS-LOCK FROM 1 BY 1
           CLOSE REFARQ-ARQ
           CLOSE EMPCON-ARQ
           CLOSE EMPPAR-ARQ
           CLOSE EMPAMORT-ARQ
           DISPLAY "CONTRATOS REGISTRADOS NESTA SESSAO: "
               WS-QTD-CONTRATADOS
           DISPLAY "PAGAMENTOS ANTECIPADOS NESTA SESSAO: "
               WS-QTD-ANTECIPADOS.

       END PROGRAM PROGEMPCON.
