      *              colidia com a sequencia de contratos de
      *              emprestimo. O resgate de balcao passa a queimar a
      *              referencia, cobrindo abend antes da regravacao.
      * 15/10/2026 - EM - Deposito em dinheiro e saque do atendimento
      *              deixam de gravar referencia zero: ganham referencia
      *              gerada (GERA-REFERENCIA-TRANSF, mesmo recorte do
      *              deposito em cheque), registrada em REFARQ e exibida
      *              no comprovante - sem ela o lancamento digitado
      *              errado nao podia ser localizado para estorno
      *              (PROGESTORNO). O mini-extrato soma o estorno
      *              (MOV-ESTORNO "W", valor assinado) no ramo dos
      *              creditos.
      * 15/10/2026 - EM - Conta conjunta (cotitular "e" no arquivo
      *              TITULAR, ver TITREG/TITLER, mantido pelo
      *              PROGCLIMANUT): saque, transferencia e aplicacao em
      *              CDB passam a exigir, a cada operacao, o PIN proprio
      *              de cada cotitular conjunto, com contagem de
      *              tentativas no registro do cotitular. Conta "e/ou" e
      *              conta individual seguem so com o PIN da conta.
      * 15/10/2026 - EM - A transferencia para outro banco (TED) grava o
      *              evento tarifavel "T" (TAREVT, copybooks
      *              EVTW/EVTGRAVA, referencia = referencia da
      *              transferencia) para a cobranca pelo PROGTARAV no
      *              ciclo.
      * 15/10/2026 - EM - Credito de contestacao
      *              (MOV-CREDITO-CONTESTACAO "K", PROGCONTEST) entra no
      *              saldo como credito.
      * 15/10/2026 - EM - Horario de corte do atendimento interativo
      *              (PARAMS HORA.CORTE, HHMM; zero desliga): deposito,
      *              saque, transferencia e CDB feitos a partir dele sao
      *              datados do proximo dia util (calendario FERIADOS) e
      *              entram no ciclo seguinte; a tela avisa e o
      *              comprovante mostra a data contabil.
      * 15/10/2026 - EM - Opcao 0 - debito automatico: o cliente
      *              autenticado consulta, inclui e cancela as
      *              autorizacoes de debito dos conveniados (AUTDEB,
      *              copybooks ADBW/ADBMANUT), a mesma regra da
      *              agencia (PROGAUTDEB).
      * 15/10/2026 - EM - Linhas de movimento acompanham MOVREG (77
      *              bytes) e INTERSAI (valor 9(11)V99); saldos,
      *              valores e limites em 9(11)V99, disponivel em
      *              S9(12)V99 e edicoes com 11 inteiros.
      * 15/10/2026 - EM - O pedido da fila de alcada sai carimbado
      *              com o caixa que o capturou (APR-MATRICULA-CAPTURA,
      *              ver APRREG); brancos no modo BATCH.
      * 15/10/2026 - EM - Conta em espolio (titular falecido, ver
      *              PROGOBITO) nao abre sessao no atendimento, e o
      *              modo batch rejeita debito contra ela; credito de
      *              transferencia de outra conta segue aceito.
      * 15/10/2026 - EM - Deposito em cheque pede o banco sacado e o
      *              numero do cheque e os grava, com a referencia do
      *              deposito, no arquivo de captura CHQCAPT (ver
      *              CQCREG), de onde o PROGCHQREM monta a remessa de
      *              compensacao.
      * 15/10/2026 - EM - Opcao 3 grava a consulta de saldo
      *              (inclusive a mascarada) no log de acesso a dados
      *              de cliente (ACESSLOG, copybooks ACSREG/ACSW/
      *              ACSGRAVA) com a matricula do caixa, a conta e o
      *              CPF/CNPJ do cliente.
      * 15/10/2026 - EM - Linhas de movimento acompanham MOVREG
      *              (78 bytes); lancamentos gravados com
      *              MOV-SERVICO-ORIGEM em branco.
      * 15/10/2026 - EM - A tarifa de saque excedente deixa de gravar
      *              referencia zero: ganha referencia gerada
      *              (GERA-REFERENCIA-TRANSF), conferida e registrada
      *              em REFARQ, para poder ser estornada pelo
      *              PROGESTORNO. Duas referencias geradas em seguida
      *              na sessao nao saem mais iguais.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGSALDOBANCARIO.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CHQ.

           SELECT CHQCAPT-ARQ ASSIGN TO "CHQCAPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CQC.

           SELECT INTERSAI-ARQ ASSIGN TO "INTERSAI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ISA.
           SELECT DATAMOV-ARQ ASSIGN TO "DATAMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DTM.

           SELECT TITULAR-ARQ ASSIGN TO "TITULAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CHAVE
               FILE STATUS IS WS-STATUS-TIT.

           SELECT TAREVT-ARQ ASSIGN TO "TAREVT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EVT-CHAVE
               FILE STATUS IS WS-STATUS-EVT.

           SELECT FERIADOS-ARQ ASSIGN TO "FERIADOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FER.

           SELECT AUTDEB-ARQ ASSIGN TO "AUTDEB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADB-CHAVE
               FILE STATUS IS WS-STATUS-ADB.

           SELECT ACESSLOG-ARQ ASSIGN TO "ACESSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ACS.
       DATA DIVISION.
       FILE SECTION.
       FD  CTAMESTRE-ARQ.
      * Periodos fechados do ano (PROGMOVCORTE); lido apenas pela
      * migracao inicial de REFARQ (ver REFDUP).
       FD  MOVFECH-ARQ.
       01 FECH-REGISTRO             PIC X(78).

       FD  PARAMS-ARQ.
       COPY PARREG.
       FD  CHQPEND-ARQ.
       COPY CHQREG.

      * Captura do cheque depositado para a remessa de compensacao
      * (PROGCHQREM).
       FD  CHQCAPT-ARQ.
       COPY CQCREG.

      * Ordem de transferencia interbancaria para a rede de
      * liquidacao, largura fixa no espirito do COREEXP (PROGEXPORT);
      * a perna de credito e postada pelo banco destino.
          05 ISA-BANCO-DESTINO    PIC 9(03).
          05 ISA-AGENCIA-DESTINO  PIC 9(04).
          05 ISA-CONTA-DESTINO    PIC 9(06).
          05 ISA-VALOR            PIC 9(11)V99.
          05 ISA-REFERENCIA       PIC 9(10).
          05 ISA-DATA             PIC 9(08).
          05 ISA-AGENCIA-ORIGEM   PIC 9(04).
      * Data de movimento do ciclo (PROGDATAMOV).
       FD  DATAMOV-ARQ.
       COPY DTMREG.

      * Titulares das contas (PROGCLIMANUT); consultado apenas pelo
      * atendimento interativo.
       FD  TITULAR-ARQ.
       COPY TITREG.

      * Eventos tarifaveis (cobrados pelo PROGTARAV); gravado apenas
      * pelo atendimento interativo.
       FD  TAREVT-ARQ.
       COPY EVTREG.

      * Calendario de feriados: so para achar o proximo dia util do
      * horario de corte do atendimento interativo.
       FD  FERIADOS-ARQ.
       COPY FERREG.

      * Autorizacoes de debito automatico dos conveniados (opcao 0).
       FD  AUTDEB-ARQ.
       COPY ADBREG.

      * Log de acesso a dados de cliente (consulta de saldo, opcao 3).
       FD  ACESSLOG-ARQ.
       COPY ACSREG.
       WORKING-STORAGE SECTION.
       COPY DATLERW.

       COPY EVTW.

       COPY ADBW.

       COPY ACSW.

          01 OPCAO         PIC 9 VALUE 0.
          01 SALDO         PIC S9(11)V99 VALUE 0.
          01 SALDO-EDIT    PIC Z(10)9.99CR.
          01 VALOR         PIC 9(11)V99.
          01 WS-LIMITE-CREDITO       PIC 9(11)V99 VALUE 0.
          01 WS-PENDENTE-ATUAL       PIC 9(11)V99 VALUE 0.
          01 WS-SALDO-DISPONIVEL     PIC S9(12)V99.

          01 WS-STATUS-CHQ           PIC XX.
             88 ARQ-CHQ-OK                VALUE "00".
          01 WS-STATUS-CQC           PIC XX.
             88 ARQ-CQC-OK                VALUE "00".
          01 WS-STATUS-ISA           PIC XX.
             88 ARQ-ISA-OK                VALUE "00".
          01 WS-STATUS-ALI           PIC XX.
          01 WS-MESES-CDB            PIC S9(05).
          01 WS-FATOR-CDB            PIC 9(05)V9(08).
          01 WS-VALOR-RESGATE        PIC 9(09)V99.
          01 WS-APLICADO-ATUAL       PIC 9(11)V99 VALUE 0.
          01 WS-VENC-CDB             PIC 9(08).
          01 WS-VENC-ANO             PIC 9(04).
          01 WS-VENC-MES             PIC 9(02).
          01 WS-INSTRUMENTO          PIC 9(01) VALUE 1.
          01 WS-DEPOSITO-CHEQUE      PIC X(01) VALUE "N".
             88 DEPOSITO-CHEQUE           VALUE "S".
          01 WS-CHQ-BANCO-SACADO     PIC 9(03) VALUE 0.
          01 WS-CHQ-NUMERO           PIC 9(06) VALUE 0.

          01 WS-STATUS-CTA           PIC XX.
             88 ARQ-OK                    VALUE "00".
                   15 WS-TAB-MINI-DATA PIC 9(08).
                   15 WS-TAB-MINI-HORA PIC 9(08).
                10 WS-TAB-MINI-TIPO    PIC X(01).
                10 WS-TAB-MINI-EFEITO  PIC S9(11)V99.
                10 WS-TAB-MINI-CONTRA  PIC 9(06).
          01 WS-MINI-QTD             PIC 9(02) VALUE 0.
          01 WS-MINI-DESLOCA         PIC 9(02).
          01 WS-MINI-TEMP            PIC X(36).
          01 WS-MINI-IDX-MENOR       USAGE INDEX.
          01 WS-MINI-IDX-VARRE       USAGE INDEX.
          01 WS-MINI-SALDO           PIC S9(11)V99.
          01 WS-MINI-EFEITO          PIC S9(11)V99.
          01 WS-MINI-VALOR-EDIT      PIC Z(10)9.99CR.
      * Alcada de aprovacao (parametro LIMITE.APROVACAO); zero
      * desliga a regra e todo valor e executado na hora.
          01 WS-LIMITE-APROVACAO     PIC 9(11)V99 VALUE 0.

          01 WS-VALOR-EFEITO        PIC S9(11)V99 VALUE 0.

          01 WS-STATUS-MOV           PIC XX.
             88 ARQ-MOV-OK                VALUE "00".

          01 WS-DATA-SISTEMA         PIC 9(08) VALUE ZEROS.

      * Horario de corte do atendimento interativo (PARAMS HORA.CORTE,
      * HHMM; zero desliga): a operacao feita a partir dele e datada
      * do proximo dia util do calendario FERIADOS e entra no ciclo
      * seguinte. WS-DATA-CICLO guarda a data aberta do ciclo.
          01 WS-HORA-CORTE           PIC 9(04) VALUE 0.
          01 WS-DATA-CICLO           PIC 9(08) VALUE ZEROS.
          01 WS-DATA-POS-CORTE       PIC 9(08) VALUE ZEROS.
          01 WS-HORA-OPERACAO.
             05 WS-HHMM-OPERACAO     PIC 9(04).
             05 FILLER               PIC 9(04).
          01 WS-APOS-CORTE           PIC X(01) VALUE "N".
             88 OPERACAO-APOS-CORTE       VALUE "S".
          01 WS-DATA-NOVA            PIC 9(08) VALUE ZEROS.
          01 WS-PD-ANO               PIC 9(04).
          01 WS-PD-MES               PIC 9(02).
          01 WS-PD-DIA               PIC 9(02).
          01 WS-PD-ULTIMO            PIC 9(02).
          01 WS-PD-QUOC              PIC 9(04).
          01 WS-PD-RESTO             PIC 9(01).
          01 WS-PD-SEGURANCA         PIC 9(04) VALUE 0.

          01 WS-STATUS-FER           PIC XX.
             88 ARQ-FER-OK                VALUE "00".
             88 ARQ-FER-FIM               VALUE "10".

       COPY DIAUTILW.

          01 WS-OPCAO-ENTRADA        PIC X(01).
          01 WS-ENTRADA-VALIDA       PIC X(01).
             88 ENTRADA-VALIDA            VALUE "S".

          01 WS-VALOR-ENTRADA        PIC X(11).
          01 WS-VALOR-NUM REDEFINES WS-VALOR-ENTRADA PIC 9(11).

          01 WS-CONTA-ATUAL          PIC 9(06) VALUE 0.
          01 WS-CONTA-ENCONTRADA     PIC X(01) VALUE "N".
          01 WS-PIN-NOVO2            PIC 9(04).
          01 WS-PIN-TROCADO          PIC X(01) VALUE "N".
             88 PIN-TROCADO              VALUE "S".
      * Conta conjunta ("e"): saida de recursos exige o PIN de cada
      * cotitular conjunto (TIT-PIN, ver TITREG).
          01 WS-CLIENTE-ATUAL        PIC 9(14) VALUE 0.
          01 WS-PIN-COTITULAR        PIC 9(04).
          01 WS-COTITULARES-OK       PIC X(01) VALUE "S".
             88 COTITULARES-OK            VALUE "S".
          01 WS-SALDO-MASCARADO      PIC X(16) VALUE ALL "*".
          01 WS-NOME-ATUAL           PIC X(30) VALUE SPACES.
          01 WS-MOEDA-ATUAL          PIC X(03) VALUE SPACES.
          01 WS-MOEDA-DESTINO        PIC X(03) VALUE SPACES.
          01 WS-TAXA-DEST            PIC 9(03)V9999.
          01 WS-TAXA-MOEDA-FLAG      PIC X(01) VALUE "S".
             88 TAXA-MOEDA-OK             VALUE "S".
          01 WS-VALOR-DESTINO        PIC 9(11)V99.
          01 WS-MOEDA-COMPATIVEL     PIC X(01) VALUE "S".
             88 MOEDA-COMPATIVEL         VALUE "S".

          01 WS-REF-TRANSF           PIC 9(10) VALUE 0.
          01 WS-REF-TRANSF-X REDEFINES WS-REF-TRANSF PIC X(10).
          01 WS-HORA-REF             PIC 9(08).
          01 WS-REF-TRANSF-ANTERIOR  PIC 9(10) VALUE 0.
          01 WS-REF-TRAN-SALVA       PIC 9(10) VALUE 0.

          01 WS-MODO-BATCH           PIC X(01) VALUE "N".
             88 MODO-BATCH                VALUE "S".

       COPY BLQW.

       COPY TITW.

       COPY PARAMW.

       COPY JRNW.
               SET CHAVES-DISPONIVEIS TO TRUE
           END-IF

      * Titulares: ausente, nenhuma conta e tratada como conjunta -
      * vale so o PIN da conta, como antes dos cotitulares.
           OPEN I-O TITULAR-ARQ
           IF ARQ-TIT-OK
               SET TITULAR-ABERTO TO TRUE
           END-IF

           OPEN EXTEND COMPROV-ARQ
           IF NOT ARQ-CPV-OK
               OPEN OUTPUT COMPROV-ARQ
               OPEN I-O CDBAPL-ARQ
           END-IF
           PERFORM LE-CONTROLE-CDB
           OPEN I-O TAREVT-ARQ
           IF NOT ARQ-EVT-OK
               CLOSE TAREVT-ARQ
               OPEN OUTPUT TAREVT-ARQ
               CLOSE TAREVT-ARQ
               OPEN I-O TAREVT-ARQ
           END-IF
           MOVE "PROGSALD" TO WS-EVT-PROGRAMA
           MOVE "PROGSALD" TO WS-ACS-PROGRAMA
           OPEN I-O AUTDEB-ARQ
           IF NOT ARQ-ADB-OK
               CLOSE AUTDEB-ARQ
               OPEN OUTPUT AUTDEB-ARQ
               CLOSE AUTDEB-ARQ
               OPEN I-O AUTDEB-ARQ
           END-IF
           PERFORM CARREGA-PRODUTOS
           PERFORM CARREGA-BLOQUEIOS
           PERFORM CARREGA-CAMBIO
           IF WS-DATA-MOVIMENTO > 0
               MOVE WS-DATA-MOVIMENTO TO WS-DATA-SISTEMA
           END-IF
           PERFORM APLICA-PARAMETROS
           MOVE WS-DATA-SISTEMA TO WS-DATA-CICLO
           IF WS-HORA-CORTE > 0
               PERFORM PREPARA-DATA-POS-CORTE
           END-IF.

      * Proximo dia util depois da data do ciclo: data contabil das
      * operacoes feitas depois do horario de corte. Calendario sem
      * dia util em 60 dias desliga o corte (fica a data do ciclo).
       PREPARA-DATA-POS-CORTE.
           PERFORM CARREGA-FERIADOS
           MOVE WS-DATA-CICLO TO WS-DATA-NOVA
           SET DATA-NAO-UTIL TO TRUE
           MOVE 0 TO WS-PD-SEGURANCA
           PERFORM AVANCA-E-TESTA
               UNTIL DATA-DIA-UTIL OR WS-PD-SEGURANCA > 60
           IF WS-PD-SEGURANCA > 60
               DISPLAY "AVISO: NENHUM DIA UTIL EM 60 DIAS - HORARIO "
                   "DE CORTE DESLIGADO NESTA SESSAO"
               MOVE 0 TO WS-HORA-CORTE
           ELSE
               MOVE WS-DATA-NOVA TO WS-DATA-POS-CORTE
           END-IF.

       AVANCA-E-TESTA.
           ADD 1 TO WS-PD-SEGURANCA
           PERFORM PROXIMA-DATA
           MOVE WS-DATA-NOVA TO WS-DATA-AVALIADA
           PERFORM VERIFICA-DATA-UTIL.

       PROXIMA-DATA.
           MOVE WS-DATA-NOVA(1:4) TO WS-PD-ANO
           MOVE WS-DATA-NOVA(5:2) TO WS-PD-MES
           MOVE WS-DATA-NOVA(7:2) TO WS-PD-DIA
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
           MOVE WS-PD-ANO TO WS-DATA-NOVA(1:4)
           MOVE WS-PD-MES TO WS-DATA-NOVA(5:2)
           MOVE WS-PD-DIA TO WS-DATA-NOVA(7:2).

      * Data contabil da operacao: a do ciclo antes do horario de
      * corte, o proximo dia util a partir dele. Avisa o operador na
      * tela; o comprovante sai com a mesma data (CPV-DATA).
       DEFINE-DATA-CONTABIL.
           MOVE WS-DATA-CICLO TO WS-DATA-SISTEMA
           MOVE "N" TO WS-APOS-CORTE
           IF WS-HORA-CORTE > 0
               ACCEPT WS-HORA-OPERACAO FROM TIME
               IF WS-HHMM-OPERACAO NOT < WS-HORA-CORTE
                   MOVE WS-DATA-POS-CORTE TO WS-DATA-SISTEMA
                   SET OPERACAO-APOS-CORTE TO TRUE
                   DISPLAY "ATENCAO: APOS O HORARIO DE CORTE ("
                       WS-HORA-CORTE ") - DATA CONTABIL: "
                       WS-DATA-SISTEMA
               END-IF
           END-IF.

      * Identificacao do caixa da sessao: obrigatoria antes de
      * qualquer atendimento - cada movimento sai carimbado com ela.
           WRITE CPC-REGISTRO
           CLOSE CPVCTRL-ARQ
           DISPLAY "Comprovante nro " CPV-NUMERO
               " (guarde para contestacoes)."
           IF CPV-REFERENCIA NOT = 0
               DISPLAY "Referencia do lancamento: " CPV-REFERENCIA
           END-IF
           DISPLAY "Data contabil: " CPV-DATA
           IF OPERACAO-APOS-CORTE
               DISPLAY "Operacao apos o horario de corte: entra no "
                   "movimento do proximo dia util."
           END-IF.

      * Parametros operacionais do arquivo central PARAMS; na falta
      * de uma chave, fica o valor padrao de WORKING-STORAGE.
           PERFORM OBTEM-PARAMETRO
           IF PAR-ACHOU AND WS-PAR-VALOR-OBTIDO > 0
               MOVE WS-PAR-VALOR-OBTIDO TO WS-TAXA-PENALIDADE
           END-IF
           MOVE "HORA.CORTE" TO WS-PAR-CHAVE-BUSCA
           PERFORM OBTEM-PARAMETRO
           IF PAR-ACHOU AND WS-PAR-VALOR-OBTIDO > 0
                   AND WS-PAR-VALOR-OBTIDO < 2400
               MOVE WS-PAR-VALOR-OBTIDO TO WS-HORA-CORTE
           END-IF.

       ABRE-JORNAL.

       PROCESSA-MENU.
           MOVE "N" TO WS-PIN-TROCADO
           MOVE "S" TO WS-COTITULARES-OK
           DISPLAY "========================="
           IF SESSAO-AUTENTICADA
               DISPLAY "   BEM-VINDO(A), " WS-NOME-ATUAL
           DISPLAY "7 - Mini-extrato"
           DISPLAY "8 - Aplicar em CDB"
           DISPLAY "9 - Resgatar CDB"
           DISPLAY "0 - Debito automatico"
           DISPLAY "Escolha uma opcao: "

           PERFORM SOLICITA-OPCAO

           IF OPCAO = 1 OR OPCAO = 2 OR OPCAO = 5 OR OPCAO = 8
                   OR OPCAO = 9
               PERFORM DEFINE-DATA-CONTABIL
           END-IF

           IF OPCAO = 1 OR OPCAO = 2 OR OPCAO = 3 OR OPCAO = 5
                   OR OPCAO = 6 OR OPCAO = 7 OR OPCAO = 8
                   OR OPCAO = 9 OR OPCAO = 0
               PERFORM LOCALIZA-CONTA
           END-IF

               ACCEPT WS-INSTRUMENTO
               IF WS-INSTRUMENTO = 2
                   SET DEPOSITO-CHEQUE TO TRUE
                   MOVE 0 TO WS-CHQ-BANCO-SACADO
                   MOVE 0 TO WS-CHQ-NUMERO
                   PERFORM SOLICITA-DADOS-CHEQUE
                       UNTIL WS-CHQ-BANCO-SACADO > 0
                         AND WS-CHQ-NUMERO > 0
               ELSE
                   MOVE "N" TO WS-DEPOSITO-CHEQUE
               END-IF
                           DISPLAY "Deposito em cheque realizado! "
                               "Valor disponivel apos a compensacao."
                       ELSE
                           PERFORM GERA-REFERENCIA-TRANSF
                           MOVE WS-REF-TRANSF TO WS-REFERENCIA-ATUAL
                           MOVE "D" TO MOV-TIPO
                           PERFORM GRAVA-MOVIMENTO
                           MOVE WS-REF-TRANSF TO TRAN-REFERENCIA
                           PERFORM GRAVA-REFERENCIA-POSTADA
                           PERFORM EMITE-COMPROVANTE
                           DISPLAY "Deposito realizado!"
                       END-IF
           END-IF

           IF OPCAO = 2 AND CONTA-ENCONTRADA AND SESSAO-AUTENTICADA THEN
               PERFORM AUTENTICA-COTITULARES
                   THRU AUTENTICA-COTITULARES-EXIT
           END-IF

           IF OPCAO = 2 AND CONTA-ENCONTRADA AND SESSAO-AUTENTICADA
                   AND COTITULARES-OK THEN
               DISPLAY "Digite o valor para saque: "
               PERFORM SOLICITA-VALOR

                       PERFORM GRAVA-CONTA-ATUAL
                       MOVE "N" TO WS-CONTROLE-SAQUE
                       IF GRAVACAO-OK
                           PERFORM GERA-REFERENCIA-TRANSF
                           MOVE WS-REF-TRANSF TO WS-REFERENCIA-ATUAL
                           MOVE "S" TO MOV-TIPO
                           PERFORM GRAVA-MOVIMENTO
                           MOVE WS-REF-TRANSF TO TRAN-REFERENCIA
                           PERFORM GRAVA-REFERENCIA-POSTADA
                           PERFORM EMITE-COMPROVANTE
                           DISPLAY "Saque realizado!"
                       ELSE
           END-IF

           IF OPCAO = 3 AND CONTA-ENCONTRADA THEN
               PERFORM REGISTRA-CONSULTA-SALDO
               IF SESSAO-AUTENTICADA
                   MOVE SALDO TO SALDO-EDIT
                   DISPLAY "Seu saldo eh: " SALDO-EDIT
           END-IF

           IF OPCAO = 5 AND CONTA-ENCONTRADA AND SESSAO-AUTENTICADA THEN
               PERFORM AUTENTICA-COTITULARES
                   THRU AUTENTICA-COTITULARES-EXIT
           END-IF

           IF OPCAO = 5 AND CONTA-ENCONTRADA AND SESSAO-AUTENTICADA
                   AND COTITULARES-OK THEN
               PERFORM TRANSFERIR THRU TRANSFERIR-EXIT
           END-IF

           END-IF

           IF OPCAO = 8 AND CONTA-ENCONTRADA AND SESSAO-AUTENTICADA THEN
               PERFORM AUTENTICA-COTITULARES
                   THRU AUTENTICA-COTITULARES-EXIT
           END-IF

           IF OPCAO = 8 AND CONTA-ENCONTRADA AND SESSAO-AUTENTICADA
                   AND COTITULARES-OK THEN
               PERFORM APLICA-CDB THRU APLICA-CDB-EXIT
           END-IF

               PERFORM RESGATA-CDB THRU RESGATA-CDB-EXIT
           END-IF

           IF OPCAO = 0 AND CONTA-ENCONTRADA THEN
               IF NOT SESSAO-AUTENTICADA
                   PERFORM AUTENTICA-CONTA THRU AUTENTICA-CONTA-EXIT
               END-IF
           END-IF

           IF OPCAO = 0 AND CONTA-ENCONTRADA AND SESSAO-AUTENTICADA THEN
               PERFORM AUTENTICA-COTITULARES
                   THRU AUTENTICA-COTITULARES-EXIT
           END-IF

           IF OPCAO = 0 AND CONTA-ENCONTRADA AND SESSAO-AUTENTICADA
                   AND COTITULARES-OK THEN
               PERFORM DEBITO-AUTOMATICO
           END-IF

           IF SESSAO-AUTENTICADA
               PERFORM CALCULA-SEGUNDOS-ATUAL
               MOVE WS-SEGUNDOS-ATUAL TO WS-SEGUNDOS-AUTENTICACAO
               DISPLAY "Conta encerrada em " CTA-DATA-ENCERRAMENTO
                   ". Nenhuma operacao e permitida."
           ELSE
           IF ARQ-OK AND CTA-ESPOLIO
               DISPLAY "Conta em espolio (titular falecido): nenhuma "
                   "operacao no atendimento. Encaminhe ao juridico."
           ELSE
           IF ARQ-OK
               MOVE "S"                  TO WS-CONTA-ENCONTRADA
               MOVE CTA-SALDO            TO SALDO
               MOVE CTA-LIMITE-CREDITO   TO WS-LIMITE-CREDITO
               MOVE CTA-SALDO-PENDENTE   TO WS-PENDENTE-ATUAL
               MOVE CTA-NOME             TO WS-NOME-ATUAL
               MOVE CTA-CLIENTE          TO WS-CLIENTE-ATUAL
               MOVE CTA-MOEDA            TO WS-MOEDA-ATUAL
               MOVE CTA-PRODUTO          TO WS-PRODUTO-ATUAL
               MOVE CTA-SALDO-APLICADO   TO WS-APLICADO-ATUAL
           ELSE
               DISPLAY "Conta nao encontrada!"
           END-IF
           END-IF
           END-IF.

       AUTENTICA-CONTA.
       AUTENTICA-CONTA-EXIT.
           EXIT.

      * Conta com cotitular conjunto ("e"): saque, transferencia e
      * aplicacao so seguem com o PIN de cada cotitular conjunto, a
      * cada operacao. PIN errado conta tentativa no registro do
      * cotitular; esgotadas as tentativas, o PIN do cotitular fica
      * bloqueado ate ser redefinido na agencia (PROGCLIMANUT).
       AUTENTICA-COTITULARES.
           MOVE "S" TO WS-COTITULARES-OK
           IF NOT TITULAR-ABERTO
               GO TO AUTENTICA-COTITULARES-EXIT
           END-IF
           MOVE WS-CONTA-ATUAL   TO WS-TIT-CONTA-BUSCA
           MOVE WS-CLIENTE-ATUAL TO WS-TIT-PRINCIPAL-BUSCA
           PERFORM CARREGA-TITULARES-CONTA
           IF NOT CONTA-CONJUNTA-E
               GO TO AUTENTICA-COTITULARES-EXIT
           END-IF
           DISPLAY "Conta conjunta: a operacao exige a autenticacao "
               "do(s) cotitular(es)."
           PERFORM CONFERE-COTITULAR THRU CONFERE-COTITULAR-EXIT
               VARYING WS-TIT-IDX FROM 1 BY 1
               UNTIL WS-TIT-IDX > WS-TAB-TIT-QTD
                  OR NOT COTITULARES-OK
           IF NOT COTITULARES-OK
               DISPLAY "Operacao nao autorizada pelo cotitular."
           END-IF.
       AUTENTICA-COTITULARES-EXIT.
           EXIT.

       CONFERE-COTITULAR.
           IF WS-TAB-TIT-PAPEL (WS-TIT-IDX) NOT = "C"
               GO TO CONFERE-COTITULAR-EXIT
           END-IF
           MOVE WS-CONTA-ATUAL TO TIT-CONTA
           MOVE WS-TAB-TIT-CPFCNPJ (WS-TIT-IDX) TO TIT-CPFCNPJ
           READ TITULAR-ARQ
           IF NOT ARQ-TIT-OK
               MOVE "N" TO WS-COTITULARES-OK
               GO TO CONFERE-COTITULAR-EXIT
           END-IF
           IF TIT-TENTATIVAS NOT < WS-MAX-TENTATIVAS-PIN
               DISPLAY "PIN do cotitular bloqueado por tentativas "
                   "invalidas. Procure a agencia."
               MOVE "N" TO WS-COTITULARES-OK
               GO TO CONFERE-COTITULAR-EXIT
           END-IF
           DISPLAY "Cotitular CPF/CNPJ final " TIT-CPFCNPJ (10:5)
               " - digite o seu PIN: "
           ACCEPT WS-PIN-COTITULAR
           IF WS-PIN-COTITULAR = TIT-PIN
               IF TIT-TENTATIVAS > 0
                   MOVE 0 TO TIT-TENTATIVAS
                   REWRITE TIT-REGISTRO
               END-IF
           ELSE
               ADD 1 TO TIT-TENTATIVAS
               REWRITE TIT-REGISTRO
               DISPLAY "PIN do cotitular invalido! Tentativa "
                   TIT-TENTATIVAS " de " WS-MAX-TENTATIVAS-PIN
               MOVE "N" TO WS-COTITULARES-OK
           END-IF.
       CONFERE-COTITULAR-EXIT.
           EXIT.

       TROCA-PIN.
           MOVE "N" TO WS-PIN-TROCADO
           DISPLAY "Digite o PIN atual: "
      * a propria sessao ja gravou. O saldo de partida da listagem e
      * reconstituido descontando do saldo atual o efeito dos
      * movimentos listados.
      * Debito automatico (opcao 0): o proprio cliente, autenticado
      * pelo PIN e pelos cotitulares, consulta, inclui ou cancela as
      * autorizacoes de debito dos conveniados na conta. Regra comum
      * com a agencia (PROGAUTDEB) nos paragrafos de ADBMANUT; a
      * autorizacao fica carimbada com o canal S e o caixa da sessao.
       DEBITO-AUTOMATICO.
           MOVE WS-CONTA-ATUAL     TO WS-ADB-CONTA
           MOVE WS-DATA-CICLO      TO WS-ADB-DATA-HOJE
           MOVE "S"                TO WS-ADB-CANAL
           MOVE WS-CAIXA-MATRICULA TO WS-ADB-OPERADOR
           DISPLAY "--- Debito automatico ---"
           DISPLAY "1 - Listar autorizacoes"
           DISPLAY "2 - Incluir autorizacao"
           DISPLAY "3 - Cancelar autorizacao"
           DISPLAY "Escolha uma opcao (outra tecla volta): "
           ACCEPT WS-ADB-OPCAO
           EVALUATE WS-ADB-OPCAO
               WHEN "1"
                   PERFORM LISTA-AUTORIZACOES
               WHEN "2"
                   PERFORM INCLUI-AUTORIZACAO
                       THRU INCLUI-AUTORIZACAO-EXIT
               WHEN "3"
                   PERFORM CANCELA-AUTORIZACAO
                       THRU CANCELA-AUTORIZACAO-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       MINI-EXTRATO.
           MOVE 0 TO WS-MINI-QTD
           CLOSE MOVIMENTO-ARQ
               IF MOV-DEPOSITO OR MOV-JUROS OR MOV-TRANSF-RECEBIDA
                       OR MOV-DEP-CHEQUE OR MOV-DEVOL-INTERBANCARIA
                       OR MOV-LIBERACAO-EMPRESTIMO OR MOV-RESGATE-CDB
                       OR MOV-ESTORNO
                       OR MOV-CREDITO-CONTESTACAO
                   MOVE MOV-VALOR TO WS-MINI-EFEITO
               ELSE
                   COMPUTE WS-MINI-EFEITO = MOV-VALOR * -1
       MASCARA-SALDO.
           MOVE SALDO TO SALDO-EDIT
           MOVE ALL "*" TO WS-SALDO-MASCARADO
           MOVE SALDO-EDIT(13:2) TO WS-SALDO-MASCARADO(13:2)
           DISPLAY "Seu saldo eh: " WS-SALDO-MASCARADO
               " (autentique-se com o PIN para ver o valor completo)".

      * Toda consulta de saldo deixa rastro no log de acesso, inclusive
      * a mascarada: o valor parcial tambem e dado do cliente.
       REGISTRA-CONSULTA-SALDO.
           MOVE WS-CAIXA-MATRICULA TO ACS-MATRICULA
           MOVE WS-CLIENTE-ATUAL   TO ACS-CPFCNPJ
           MOVE WS-CONTA-ATUAL     TO ACS-CONTA
           IF SESSAO-AUTENTICADA
               MOVE "CONSULTA SALDO"  TO ACS-CONSULTA
           ELSE
               MOVE "SALDO MASCARADO" TO ACS-CONSULTA
           END-IF
           PERFORM REGISTRA-ACESSO.

       SOLICITA-OPCAO.
           MOVE "N" TO WS-ENTRADA-VALIDA
           PERFORM LE-OPCAO UNTIL ENTRADA-VALIDA.
               MOVE WS-OPCAO-ENTRADA TO OPCAO
               MOVE "S"              TO WS-ENTRADA-VALIDA
           ELSE
               DISPLAY "Opcao invalida! Digite um numero de 0 a 9"
           END-IF.

      * Banco sacado e numero do cheque vao para a captura (CHQCAPT)
      * e dali para a remessa de compensacao.
       SOLICITA-DADOS-CHEQUE.
           DISPLAY "Banco sacado do cheque (3 digitos): "
           ACCEPT WS-CHQ-BANCO-SACADO
           DISPLAY "Numero do cheque (6 digitos): "
           ACCEPT WS-CHQ-NUMERO
           IF WS-CHQ-BANCO-SACADO = 0 OR WS-CHQ-NUMERO = 0
               DISPLAY "Banco/numero do cheque invalidos!"
           END-IF.

       SOLICITA-VALOR.
           MOVE WS-CAIXA-MATRICULA TO MOV-CAIXA
           ACCEPT MOV-HORA FROM TIME
           MOVE WS-CANAL-SESSAO TO MOV-CANAL
           MOVE 0      TO MOV-REF-ORIGEM
           MOVE SPACES TO MOV-TIPO-ORIGEM
           MOVE SPACES TO MOV-SERVICO-ORIGEM
           WRITE MOV-REGISTRO
           PERFORM EMITE-COMPROVANTE
           DISPLAY "Aplicacao " WS-NUMERO-CDB " registrada.".
           MOVE WS-CAIXA-MATRICULA TO MOV-CAIXA
           ACCEPT MOV-HORA FROM TIME
           MOVE WS-CANAL-SESSAO TO MOV-CANAL
           MOVE 0      TO MOV-REF-ORIGEM
           MOVE SPACES TO MOV-TIPO-ORIGEM
           MOVE SPACES TO MOV-SERVICO-ORIGEM
           WRITE MOV-REGISTRO
           PERFORM GRAVA-REFERENCIA-POSTADA

           MOVE WS-CAIXA-MATRICULA TO MOV-CAIXA
           ACCEPT MOV-HORA FROM TIME
           MOVE WS-CANAL-SESSAO TO MOV-CANAL
           MOVE 0      TO MOV-REF-ORIGEM
           MOVE SPACES TO MOV-TIPO-ORIGEM
           MOVE SPACES TO MOV-SERVICO-ORIGEM
           WRITE MOV-REGISTRO

           DISPLAY "Transferencia realizada!".
           PERFORM EMITE-COMPROVANTE

           PERFORM GRAVA-ORDEM-INTERBANCARIA
           MOVE WS-CONTA-ATUAL TO EVT-CONTA
           SET EVT-TED         TO TRUE
           MOVE WS-REF-TRANSF  TO EVT-REFERENCIA
           PERFORM GRAVA-EVENTO-TARIFA
           DISPLAY "Transferencia enviada para a rede de "
               "liquidacao, referencia " WS-REF-TRANSF.
       TRANSFERE-OUTRO-BANCO-EXIT.

      * Referencia compartilhada das duas pernas da transferencia:
      * dia do mes + hora (HHMMSSCC), 10 digitos - unica o bastante
      * dentro do horizonte anual do REFARQ. Duas referencias geradas
      * em seguida na sessao (a tarifa de saque excedente e o saque)
      * nunca saem iguais: no mesmo centesimo, espera o proximo.
       GERA-REFERENCIA-TRANSF.
           MOVE WS-REF-TRANSF TO WS-REF-TRANSF-ANTERIOR
           PERFORM MONTA-REFERENCIA-TRANSF
           PERFORM MONTA-REFERENCIA-TRANSF
               UNTIL WS-REF-TRANSF NOT = WS-REF-TRANSF-ANTERIOR.

       MONTA-REFERENCIA-TRANSF.
           ACCEPT WS-HORA-REF FROM TIME
           MOVE WS-DATA-SISTEMA(7:2) TO WS-REF-TRANSF-X(1:2)
           MOVE WS-HORA-REF          TO WS-REF-TRANSF-X(3:8).
           SET APR-PENDENTE     TO TRUE
           MOVE SPACES          TO APR-MATRICULA
           MOVE 0               TO APR-DATA-DECISAO
           MOVE WS-CAIXA-MATRICULA TO APR-MATRICULA-CAPTURA
           OPEN EXTEND APROVPEND-ARQ
           IF NOT ARQ-APR-OK
               OPEN OUTPUT APROVPEND-ARQ

       COPY JRNGRAVA.

       COPY EVTGRAVA.

       GRAVA-CONTA-ATUAL.
           MOVE "N" TO WS-LIMITE-EXCEDIDO
           MOVE "N" TO WS-TARIFA-EXC-FLAG
               SET TARIFA-EXC-DEVIDA TO TRUE
           END-IF.

      * A tarifa leva referencia propria, gerada como a do saque e
      * conferida em REFARQ (gerando outra enquanto ja postada), e e
      * registrada ali para o PROGESTORNO localiza-la. TRAN-REFERENCIA
      * e devolvida intacta: no modo BATCH e a da transacao em
      * postagem, registrada pelo chamador depois daqui.
       GRAVA-MOV-TARIFA-EXC.
           MOVE TRAN-REFERENCIA     TO WS-REF-TRAN-SALVA
           MOVE "S" TO WS-REF-ACHOU
           PERFORM GERA-REFERENCIA-TARIFA UNTIL NOT REF-ACHOU
           MOVE WS-REF-TRANSF       TO MOV-REFERENCIA
           MOVE WS-CONTA-ATUAL      TO MOV-CONTA
           SET MOV-TARIFA           TO TRUE
           MOVE WS-TARIFA-SAQUE-EXC TO MOV-VALOR
           MOVE WS-CAIXA-MATRICULA  TO MOV-CAIXA
           ACCEPT MOV-HORA FROM TIME
           MOVE WS-CANAL-SESSAO TO MOV-CANAL
           MOVE 0      TO MOV-REF-ORIGEM
           MOVE SPACES TO MOV-TIPO-ORIGEM
           MOVE SPACES TO MOV-SERVICO-ORIGEM
           WRITE MOV-REGISTRO
           PERFORM GRAVA-REFERENCIA-POSTADA
           MOVE WS-REF-TRAN-SALVA   TO TRAN-REFERENCIA
           DISPLAY "Tarifa de saque excedente da franquia do "
               "produto: " WS-TARIFA-SAQUE-EXC
               " - referencia " WS-REF-TRANSF
           MOVE "N" TO WS-TARIFA-EXC-FLAG.

       GERA-REFERENCIA-TARIFA.
           PERFORM GERA-REFERENCIA-TRANSF
           MOVE WS-REF-TRANSF TO TRAN-REFERENCIA
           PERFORM VERIFICA-REF-DUPLICADA
           IF WS-REF-TRANSF = WS-REF-TRAN-SALVA
               MOVE "S" TO WS-REF-ACHOU
           END-IF.

       GRAVA-MOVIMENTO.
           MOVE WS-REFERENCIA-ATUAL TO MOV-REFERENCIA
           MOVE WS-CONTA-ATUAL  TO MOV-CONTA
           MOVE WS-CAIXA-MATRICULA TO MOV-CAIXA
           ACCEPT MOV-HORA FROM TIME
           MOVE WS-CANAL-SESSAO TO MOV-CANAL
           MOVE 0      TO MOV-REF-ORIGEM
           MOVE SPACES TO MOV-TIPO-ORIGEM
           MOVE SPACES TO MOV-SERVICO-ORIGEM
           WRITE MOV-REGISTRO.

       GRAVA-RETENCAO-CHEQUE.
               OPEN OUTPUT CHQPEND-ARQ
           END-IF
           WRITE CHQ-REGISTRO
           CLOSE CHQPEND-ARQ
           MOVE WS-REF-TRANSF       TO CQC-REFERENCIA
           MOVE WS-CHQ-BANCO-SACADO TO CQC-BANCO-SACADO
           MOVE WS-CHQ-NUMERO       TO CQC-NUM-CHEQUE
           OPEN EXTEND CHQCAPT-ARQ
           IF NOT ARQ-CQC-OK
               OPEN OUTPUT CHQCAPT-ARQ
           END-IF
           WRITE CQC-REGISTRO
           CLOSE CHQCAPT-ARQ.

       FINALIZAR.
           CLOSE CTAMESTRE-ARQ
           IF CHAVES-DISPONIVEIS
               CLOSE CHAVEDIR-ARQ
           END-IF
           IF TITULAR-ABERTO
               CLOSE TITULAR-ARQ
           END-IF
           CLOSE CDBAPL-ARQ
           CLOSE COMPROV-ARQ
           CLOSE TAREVT-ARQ
           CLOSE AUTDEB-ARQ
           DISPLAY "Obrigado por usar o sitema!".

       PROCESSA-BATCH.

       COPY BLQLER.

       COPY TITLER.

       POSTA-TRANSACAO-BATCH.
           MOVE TRAN-CONTA TO WS-CONTA-ATUAL

               GO TO POSTA-TRANSACAO-BATCH-EXIT
           END-IF

      * Conta de titular falecido (espolio, ver PROGOBITO) so recebe
      * credito.
           IF CTA-ESPOLIO
                   AND NOT TRAN-DEPOSITO AND NOT TRAN-DEP-CHEQUE
               DISPLAY "CONTA EM ESPOLIO, DEBITO REJEITADO: "
                   TRAN-REFERENCIA
               ADD 1 TO WS-QTD-REJEITADAS-BATCH
               GO TO POSTA-TRANSACAO-BATCH-EXIT
           END-IF

      * Deposito em cheque exige a retencao de compensacao, que e
      * regra do fechamento completo (PROGEOD); o lote simplificado
      * daqui nao posta cheque.


       COPY DATLER.

       COPY DIAUTIL.

       COPY ADBMANUT.

       COPY ACSGRAVA.
       END PROGRAM PROGSALDOBANCARIO.
