      ******************************************************************
      * Author: EQUIPE MANUTENCAO
      * Date: 15/10/2026
      * Purpose: MANUTENCAO CADASTRAL EM LOTE - LE UM ARQUIVO DE
      *          LARGURA FIXA (ALTLOTE, LAYOUT ALTREG) COM CONTA,
      *          CODIGO DO CAMPO E NOVO VALOR, ENTRE HEADER E TRAILER
      *          DE CONTROLE COMO NO CABREG, E APLICA CADA ALTERACAO
      *          COM AS MESMAS REGRAS DAS OPCOES DO PROGMANUT: SALDO
      *          MINIMO, MOEDA, QUANTIDADE DIARIA DE SAQUES E AGENCIA
      *          SAO GRAVADOS NA HORA (LE-CONTA-COM-LOCK, REWRITE E
      *          IMAGEM NO JORNAL); NOME, LIMITE DE CREDITO, LIMITE
      *          DIARIO DE SAQUES (VALOR) E CONTATO VAO PARA A FILA DE
      *          DUPLA CUSTODIA (CADPEND) E SO VALEM QUANDO OUTRO
      *          OPERADOR APROVAR NO PROGAPRCAD. O TRAILER E CONFERIDO
      *          ANTES DE QUALQUER ALTERACAO - ARQUIVO TRUNCADO NAO
      *          ALTERA NADA. CADA REJEITADO VAI PARA O ALTREJ (LAYOUT
      *          ARJREG) COM O CODIGO DO MOTIVO, E O ALTREL LISTA O
      *          ANTES/DEPOIS DE CADA ALTERACAO. NO MODO SIMULACAO O
      *          ARQUIVO E CRITICADO E LISTADO SEM GRAVAR MESTRE,
      *          FILA, JORNAL OU AUDITSEG.
      * Tectonics: cobc
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGALTLOTE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALTLOTE-ARQ ASSIGN TO "ALTLOTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ALT.

           SELECT ALTREJ-ARQ ASSIGN TO "ALTREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REJ.

           SELECT ALTREL-ARQ ASSIGN TO "ALTREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REL.

           SELECT CTAMESTRE-ARQ ASSIGN TO "CTAMESTRE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-NUMERO
               LOCK MODE IS MANUAL
               FILE STATUS IS WS-STATUS-CTA.

           SELECT JORNAL-ARQ ASSIGN TO "JORNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-JRN.

           SELECT AUDITSEG-ARQ ASSIGN TO "AUDITSEG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUD.

           SELECT CADPEND-ARQ ASSIGN TO "CADPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CDP.

           SELECT OPERMESTRE-ARQ ASSIGN TO "OPERMESTRE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-MATRICULA
               FILE STATUS IS WS-STATUS-OPE.
       DATA DIVISION.
       FILE SECTION.
       FD  ALTLOTE-ARQ.
       COPY ALTREG.

       FD  ALTREJ-ARQ.
       COPY ARJREG.

      * Listagem das alteracoes (aplicadas, enviadas para aprovacao,
      * simuladas e rejeitadas), refeita a cada execucao.
       FD  ALTREL-ARQ.
       01 REL-LINHA                 PIC X(80).

       FD  CTAMESTRE-ARQ.
       COPY CTAREG.

       FD  JORNAL-ARQ.
       COPY JRNREG.

       FD  AUDITSEG-ARQ.
       01 AUD-REGISTRO.
          05 AUD-DATA             PIC 9(08).
          05 AUD-HORA             PIC 9(08).
          05 AUD-OFICIAL          PIC X(08).
          05 AUD-CONTA            PIC 9(06).
          05 AUD-ACAO             PIC X(20).

      * Fila de alteracoes sob dupla custodia (PROGAPRCAD).
       FD  CADPEND-ARQ.
       COPY CDPREG.

      * Mestre de operadores (PROGOPER).
       FD  OPERMESTRE-ARQ.
       COPY OPEREG.
       WORKING-STORAGE SECTION.
          01 WS-STATUS-ALT           PIC XX.
             88 ARQ-ALT-OK                VALUE "00".
             88 ARQ-ALT-FIM               VALUE "10".

          01 WS-STATUS-REJ           PIC XX.
             88 ARQ-REJ-OK                VALUE "00".

          01 WS-STATUS-REL           PIC XX.
             88 ARQ-REL-OK                VALUE "00".

          01 WS-STATUS-CTA           PIC XX.
             88 ARQ-OK                    VALUE "00".
             88 ARQ-NAO-ENCONTRADO        VALUE "23".
             88 ARQ-REGISTRO-BLOQUEADO    VALUE "9D".

          01 WS-STATUS-AUD           PIC XX.
             88 ARQ-AUD-OK                VALUE "00".

          01 WS-DATA-SISTEMA         PIC 9(08) VALUE ZEROS.
          01 WS-HORA-SISTEMA         PIC 9(08) VALUE ZEROS.

          01 WS-TENTATIVAS-LOCK      PIC 9(02).
          01 WS-MAX-TENTATIVAS-LOCK  PIC 9(02) VALUE 05.

          01 WS-MODO                 PIC X(01) VALUE SPACE.
             88 MODO-SIMULACAO            VALUE "S".
             88 MODO-EFETIVO              VALUE "E".
          01 WS-MODO-VALIDO          PIC X(01) VALUE "N".
             88 MODO-VALIDO               VALUE "S".

          01 WS-CONTA-ATUAL          PIC 9(06) VALUE 0.
          01 WS-CONTA-TRAVADA        PIC X(01) VALUE "N".
             88 CONTA-TRAVADA             VALUE "S".

          01 WS-MOTIVO               PIC X(02).
             88 ALTERACAO-ACEITA          VALUE SPACES.

          01 WS-NOVO-ENDERECO        PIC X(40).
          01 WS-NOVO-EMAIL           PIC X(40).

          01 WS-QTD-LIDAS            PIC 9(06) VALUE 0.
          01 WS-QTD-APLICADAS        PIC 9(06) VALUE 0.
          01 WS-QTD-ENFILEIRADAS     PIC 9(06) VALUE 0.
          01 WS-QTD-REJEITADAS       PIC 9(06) VALUE 0.

          01 WS-TEM-HEADER           PIC X(01) VALUE "N".
             88 TEM-HEADER               VALUE "S".
          01 WS-TEM-TRAILER          PIC X(01) VALUE "N".
             88 TEM-TRAILER              VALUE "S".

          01 WS-CAB-ORIGEM           PIC X(08) VALUE SPACES.
          01 WS-CAB-DATA-GERACAO     PIC 9(08) VALUE 0.
          01 WS-CTRL-QTD             PIC 9(06) VALUE 0.
          01 WS-CTRL-HASH            PIC 9(12) VALUE 0.
          01 WS-TRL-QTD              PIC 9(06) VALUE 0.
          01 WS-TRL-HASH             PIC 9(12) VALUE 0.

          01 WS-VALOR-EDIT           PIC Z(10)9.99.

      * Linhas formatadas da listagem.
          01 WS-LIN-CABECALHO.
             05 FILLER               PIC X(38)
                   VALUE "*** ALTERACOES CADASTRAIS EM LOTE - ".
             05 WS-CAB-MODO          PIC X(10).
             05 FILLER               PIC X(04) VALUE " ***".

          01 WS-LIN-CONTROLE.
             05 FILLER               PIC X(08) VALUE "ORIGEM: ".
             05 WS-CTL-ORIGEM        PIC X(08).
             05 FILLER               PIC X(13) VALUE "  GERADO EM: ".
             05 WS-CTL-DATA          PIC 9(08).
             05 FILLER               PIC X(13) VALUE "  OPERADOR: ".
             05 WS-CTL-OPERADOR      PIC X(08).

          01 WS-LIN-TITULOS.
             05 FILLER               PIC X(40)
                   VALUE "CONTA  CP CAMPO                    SITUA".
             05 FILLER               PIC X(03) VALUE "CAO".

          01 WS-LIN-DETALHE.
             05 WS-DET-CONTA         PIC X(06).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-DET-CAMPO         PIC X(02).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-DET-DESCRICAO     PIC X(24).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-DET-SITUACAO      PIC X(30).

          01 WS-LIN-DE-PARA.
             05 FILLER               PIC X(08) VALUE SPACES.
             05 WS-DP-ROTULO         PIC X(15).
             05 WS-DP-TEXTO          PIC X(40).

          01 WS-SIT-REJEITO.
             05 FILLER               PIC X(19)
                   VALUE "REJEITADA - MOTIVO ".
             05 WS-SIT-MOTIVO        PIC X(02).

          01 WS-DE-TEXTO             PIC X(40).
          01 WS-PARA-TEXTO           PIC X(40).

          01 WS-LIN-QTD.
             05 WS-QTD-ROTULO        PIC X(30).
             05 WS-QTD-EDIT          PIC Z(05)9.

       COPY OPSIGNW.

       COPY JRNW.

       COPY CDPW.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "===== MANUTENCAO CADASTRAL EM LOTE ====="
           OPEN I-O OPERMESTRE-ARQ
           IF NOT ARQ-OPE-OK
               DISPLAY "MESTRE DE OPERADORES (OPERMESTRE) "
                   "INDISPONIVEL - CADASTRE PELO PROGOPER"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "C" TO WS-OP-PERFIL-EXIGIDO
           PERFORM IDENTIFICA-OPERADOR
               THRU IDENTIFICA-OPERADOR-EXIT
           CLOSE OPERMESTRE-ARQ
           IF NOT OPERADOR-AUTENTICADO
               DISPLAY "ACESSO NEGADO. ENCERRANDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM SOLICITA-MODO UNTIL MODO-VALIDO
      * Antes de alterar qualquer conta, confere header/trailer do
      * arquivo recebido: arquivo truncado nao altera nada.
           PERFORM VERIFICA-CONTROLES THRU VERIFICA-CONTROLES-FIM
           PERFORM INICIALIZAR
           READ ALTLOTE-ARQ
               AT END SET ARQ-ALT-FIM TO TRUE
           END-READ
           PERFORM PROCESSA-ALTERACAO THRU PROCESSA-ALTERACAO-EXIT
               UNTIL ARQ-ALT-FIM
           PERFORM FINALIZAR
           STOP RUN.

       COPY OPSIGN.

       SOLICITA-MODO.
           DISPLAY "Modo (S = simulacao, E = efetivo): "
           ACCEPT WS-MODO
           IF MODO-SIMULACAO OR MODO-EFETIVO
               MOVE "S" TO WS-MODO-VALIDO
           ELSE
               DISPLAY "Modo invalido! Digite S ou E"
           END-IF.

       VERIFICA-CONTROLES.
           OPEN INPUT ALTLOTE-ARQ
           IF NOT ARQ-ALT-OK
               DISPLAY "ARQUIVO DE ALTERACOES (ALTLOTE) AUSENTE - "
                   "NADA A PROCESSAR"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ ALTLOTE-ARQ
               AT END SET ARQ-ALT-FIM TO TRUE
           END-READ
           PERFORM ACUMULA-CONTROLE UNTIL ARQ-ALT-FIM
           CLOSE ALTLOTE-ARQ
           MOVE "00" TO WS-STATUS-ALT

           IF NOT TEM-HEADER
               DISPLAY "LOTE ABORTADO: ARQUIVO ALTLOTE SEM HEADER DE "
                   "CONTROLE"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT TEM-TRAILER
               DISPLAY "LOTE ABORTADO: ARQUIVO ALTLOTE SEM TRAILER - "
                   "TRANSFERENCIA TRUNCADA?"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CTRL-QTD NOT = WS-TRL-QTD
               DISPLAY "LOTE ABORTADO: QUANTIDADE DE REGISTROS NAO "
                   "FECHA. LIDOS: " WS-CTRL-QTD
                   " TRAILER: " WS-TRL-QTD
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CTRL-HASH NOT = WS-TRL-HASH
               DISPLAY "LOTE ABORTADO: HASH DE CONTAS NAO FECHA."
               DISPLAY "  CONTAS LIDAS: " WS-CTRL-HASH
                   " TRAILER: " WS-TRL-HASH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       VERIFICA-CONTROLES-FIM.
           EXIT.

       ACUMULA-CONTROLE.
           EVALUATE TRUE
               WHEN ALT-CAB-HEADER
                   SET TEM-HEADER TO TRUE
                   MOVE ALT-CAB-ORIGEM       TO WS-CAB-ORIGEM
                   MOVE ALT-CAB-DATA-GERACAO TO WS-CAB-DATA-GERACAO
               WHEN ALT-TRL-TRAILER
                   SET TEM-TRAILER TO TRUE
                   MOVE ALT-TRL-QTD-REGISTROS TO WS-TRL-QTD
                   MOVE ALT-TRL-HASH-CONTAS   TO WS-TRL-HASH
               WHEN OTHER
                   ADD 1 TO WS-CTRL-QTD
                   IF ALT-CONTA IS NUMERIC
                       ADD ALT-CONTA-NUM TO WS-CTRL-HASH
                   END-IF
           END-EVALUATE
           READ ALTLOTE-ARQ
               AT END SET ARQ-ALT-FIM TO TRUE
           END-READ.

      * Na simulacao o mestre e so lido, e nem jornal, nem AUDITSEG,
      * nem a fila CADPEND sao abertos.
       INICIALIZAR.
           IF MODO-EFETIVO
               OPEN I-O CTAMESTRE-ARQ
           ELSE
               OPEN INPUT CTAMESTRE-ARQ
           END-IF
           IF NOT ARQ-OK
               DISPLAY "ARQUIVO DE CONTAS INDISPONIVEL ("
                   WS-STATUS-CTA ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ALTLOTE-ARQ
           OPEN OUTPUT ALTREJ-ARQ
           OPEN OUTPUT ALTREL-ARQ
           IF MODO-EFETIVO
               OPEN EXTEND JORNAL-ARQ
               IF NOT ARQ-JRN-OK
                   OPEN OUTPUT JORNAL-ARQ
               END-IF
               OPEN EXTEND AUDITSEG-ARQ
               IF NOT ARQ-AUD-OK
                   OPEN OUTPUT AUDITSEG-ARQ
               END-IF
               MOVE "EFETIVO"    TO WS-CAB-MODO
           ELSE
               MOVE "SIMULACAO"  TO WS-CAB-MODO
           END-IF
           MOVE "PROGALTL" TO WS-JRN-PROGRAMA
           MOVE "PROGALTL" TO WS-CDP-PROGRAMA
           MOVE WS-CAB-ORIGEM       TO WS-CTL-ORIGEM
           MOVE WS-CAB-DATA-GERACAO TO WS-CTL-DATA
           MOVE WS-OP-MATRICULA     TO WS-CTL-OPERADOR
           WRITE REL-LINHA FROM WS-LIN-CABECALHO
           WRITE REL-LINHA FROM WS-LIN-CONTROLE
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           WRITE REL-LINHA FROM WS-LIN-TITULOS
           DISPLAY "MODO.................: " WS-CAB-MODO
           DISPLAY "ORIGEM DO ARQUIVO....: " WS-CAB-ORIGEM
           DISPLAY "GERADO EM............: " WS-CAB-DATA-GERACAO
           MOVE 0 TO RETURN-CODE.

       PROCESSA-ALTERACAO.
      * Registros de controle (header/trailer) ja conferidos.
           IF ALT-CAB-HEADER OR ALT-TRL-TRAILER
               GO TO PROCESSA-ALTERACAO-EXIT
           END-IF

           ADD 1 TO WS-QTD-LIDAS
           MOVE SPACES TO WS-MOTIVO
           MOVE "N"    TO WS-CONTA-TRAVADA

           IF ALT-CONTA IS NOT NUMERIC OR ALT-CONTA-NUM = 0
               MOVE "01" TO WS-MOTIVO
               GO TO PROCESSA-ALTERACAO-DECIDE
           END-IF

           PERFORM VALIDA-VALOR
           IF NOT ALTERACAO-ACEITA
               GO TO PROCESSA-ALTERACAO-DECIDE
           END-IF

           PERFORM LOCALIZA-CONTA
           IF NOT ALTERACAO-ACEITA
               GO TO PROCESSA-ALTERACAO-DECIDE
           END-IF
           IF CTA-ENCERRADA
               MOVE "03" TO WS-MOTIVO
               GO TO PROCESSA-ALTERACAO-DECIDE
           END-IF
           IF CTA-ESPOLIO
               MOVE "04" TO WS-MOTIVO
               GO TO PROCESSA-ALTERACAO-DECIDE
           END-IF

           PERFORM MONTA-ANTES-DEPOIS.

       PROCESSA-ALTERACAO-DECIDE.
           IF ALTERACAO-ACEITA
               EVALUATE TRUE
                   WHEN MODO-SIMULACAO
                       PERFORM SIMULA-ALTERACAO
                   WHEN ALT-CAMPO-SENSIVEL
                       PERFORM SOLICITA-ALTERACAO
                   WHEN OTHER
                       PERFORM APLICA-ALTERACAO
               END-EVALUATE
           END-IF
           IF NOT ALTERACAO-ACEITA
               PERFORM REJEITA-ALTERACAO
           END-IF.

       PROCESSA-ALTERACAO-EXIT.
           READ ALTLOTE-ARQ
               AT END SET ARQ-ALT-FIM TO TRUE
           END-READ.

      * Mesmas regras de entrada das opcoes do PROGMANUT; o resto do
      * campo ALT-VALOR alem do tamanho do dado deve vir em branco
      * (nome mais longo que CTA-NOME seria truncado).
       VALIDA-VALOR.
           EVALUATE TRUE
               WHEN ALT-NOME-CONTA
                   IF ALT-NOME = SPACES
                           OR ALT-NOME-RESTO NOT = SPACES
                       MOVE "06" TO WS-MOTIVO
                   END-IF
               WHEN ALT-LIMITE-CREDITO
               WHEN ALT-LIMITE-SAQUE-DIA
               WHEN ALT-SALDO-MINIMO
                   IF ALT-VALOR-NUM IS NOT NUMERIC
                           OR ALT-VALOR-RESTO NOT = SPACES
                       MOVE "06" TO WS-MOTIVO
                   END-IF
               WHEN ALT-CONTATO-CONTA
                   IF ALT-ENDERECO = SPACES AND ALT-EMAIL = SPACES
                       MOVE "06" TO WS-MOTIVO
                   END-IF
               WHEN ALT-MOEDA
                   IF (ALT-MOEDA-COD NOT = "BRL"
                           AND ALT-MOEDA-COD NOT = "USD")
                           OR ALT-MOEDA-RESTO NOT = SPACES
                       MOVE "06" TO WS-MOTIVO
                   END-IF
               WHEN ALT-QTD-SAQUES
                   IF ALT-QTD-NUM IS NOT NUMERIC
                           OR ALT-QTD-RESTO NOT = SPACES
                       MOVE "06" TO WS-MOTIVO
                   END-IF
               WHEN ALT-AGENCIA
                   IF ALT-AGENCIA-NUM IS NOT NUMERIC
                           OR ALT-AGENCIA-RESTO NOT = SPACES
                       MOVE "06" TO WS-MOTIVO
                   ELSE
                       IF ALT-AGENCIA-NUM = 0
                           MOVE "06" TO WS-MOTIVO
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "05" TO WS-MOTIVO
           END-EVALUATE.

      * Campo gravado na hora (modo efetivo) le a conta ja travada; o
      * campo sensivel so le, como no PROGMANUT - o PROGAPRCAD trava e
      * confere o valor antes na aprovacao.
       LOCALIZA-CONTA.
           MOVE ALT-CONTA-NUM TO WS-CONTA-ATUAL
           IF MODO-EFETIVO AND NOT ALT-CAMPO-SENSIVEL
               PERFORM LE-CONTA-COM-LOCK
               IF ARQ-OK
                   MOVE "S" TO WS-CONTA-TRAVADA
               END-IF
           ELSE
               MOVE WS-CONTA-ATUAL TO CTA-NUMERO
               READ CTAMESTRE-ARQ
                   INVALID KEY CONTINUE
               END-READ
           END-IF
           IF NOT ARQ-OK
               IF ARQ-NAO-ENCONTRADO
                   MOVE "02" TO WS-MOTIVO
               ELSE
                   MOVE "08" TO WS-MOTIVO
               END-IF
           END-IF.

      * Valores atual e novo para a listagem; alteracao que nao muda
      * nada e rejeitada (motivo 07) em vez de gerar jornal ou pedido.
       MONTA-ANTES-DEPOIS.
           EVALUATE TRUE
               WHEN ALT-NOME-CONTA
                   MOVE CTA-NOME TO WS-DE-TEXTO
                   MOVE ALT-NOME TO WS-PARA-TEXTO
                   IF ALT-NOME = CTA-NOME
                       MOVE "07" TO WS-MOTIVO
                   END-IF
               WHEN ALT-LIMITE-CREDITO
                   MOVE CTA-LIMITE-CREDITO TO WS-VALOR-EDIT
                   MOVE WS-VALOR-EDIT      TO WS-DE-TEXTO
                   MOVE ALT-VALOR-NUM      TO WS-VALOR-EDIT
                   MOVE WS-VALOR-EDIT      TO WS-PARA-TEXTO
                   IF ALT-VALOR-NUM = CTA-LIMITE-CREDITO
                       MOVE "07" TO WS-MOTIVO
                   END-IF
               WHEN ALT-LIMITE-SAQUE-DIA
                   MOVE CTA-LIMITE-SAQUE-DIA TO WS-VALOR-EDIT
                   MOVE WS-VALOR-EDIT        TO WS-DE-TEXTO
                   MOVE ALT-VALOR-NUM        TO WS-VALOR-EDIT
                   MOVE WS-VALOR-EDIT        TO WS-PARA-TEXTO
                   IF ALT-VALOR-NUM = CTA-LIMITE-SAQUE-DIA
                       MOVE "07" TO WS-MOTIVO
                   END-IF
               WHEN ALT-SALDO-MINIMO
                   MOVE CTA-SALDO-MINIMO TO WS-VALOR-EDIT
                   MOVE WS-VALOR-EDIT    TO WS-DE-TEXTO
                   MOVE ALT-VALOR-NUM    TO WS-VALOR-EDIT
                   MOVE WS-VALOR-EDIT    TO WS-PARA-TEXTO
                   IF ALT-VALOR-NUM = CTA-SALDO-MINIMO
                       MOVE "07" TO WS-MOTIVO
                   END-IF
               WHEN ALT-CONTATO-CONTA
                   MOVE CTA-ENDERECO TO WS-NOVO-ENDERECO
                   MOVE CTA-EMAIL    TO WS-NOVO-EMAIL
                   IF ALT-ENDERECO NOT = SPACES
                       MOVE ALT-ENDERECO TO WS-NOVO-ENDERECO
                   END-IF
                   IF ALT-EMAIL NOT = SPACES
                       MOVE ALT-EMAIL    TO WS-NOVO-EMAIL
                   END-IF
                   IF WS-NOVO-ENDERECO = CTA-ENDERECO
                           AND WS-NOVO-EMAIL = CTA-EMAIL
                       MOVE "07" TO WS-MOTIVO
                   END-IF
               WHEN ALT-MOEDA
                   MOVE CTA-MOEDA     TO WS-DE-TEXTO
                   MOVE ALT-MOEDA-COD TO WS-PARA-TEXTO
                   IF ALT-MOEDA-COD = CTA-MOEDA
                       MOVE "07" TO WS-MOTIVO
                   END-IF
               WHEN ALT-QTD-SAQUES
                   MOVE CTA-LIMITE-QTD-SAQUES TO WS-DE-TEXTO
                   MOVE ALT-QTD-NUM           TO WS-PARA-TEXTO
                   IF ALT-QTD-NUM = CTA-LIMITE-QTD-SAQUES
                       MOVE "07" TO WS-MOTIVO
                   END-IF
               WHEN ALT-AGENCIA
                   MOVE CTA-AGENCIA     TO WS-DE-TEXTO
                   MOVE ALT-AGENCIA-NUM TO WS-PARA-TEXTO
                   IF ALT-AGENCIA-NUM = CTA-AGENCIA
                       MOVE "07" TO WS-MOTIVO
                   END-IF
           END-EVALUATE.

       SIMULA-ALTERACAO.
           IF ALT-CAMPO-SENSIVEL
               MOVE "SERIA ENVIADA P/ APROVACAO" TO WS-DET-SITUACAO
               ADD 1 TO WS-QTD-ENFILEIRADAS
           ELSE
               MOVE "SERIA ALTERADA"             TO WS-DET-SITUACAO
               ADD 1 TO WS-QTD-APLICADAS
           END-IF
           PERFORM IMPRIME-ALTERACAO.

      * Saldo minimo, moeda, quantidade de saques e agencia: gravados
      * na hora, com a conta travada desde a leitura, como no PROGMANUT.
       APLICA-ALTERACAO.
           EVALUATE TRUE
               WHEN ALT-SALDO-MINIMO
                   MOVE ALT-VALOR-NUM   TO CTA-SALDO-MINIMO
                   MOVE "MANUT SALDO MINIMO"   TO AUD-ACAO
               WHEN ALT-MOEDA
                   MOVE ALT-MOEDA-COD   TO CTA-MOEDA
                   MOVE "MANUT MOEDA"          TO AUD-ACAO
               WHEN ALT-QTD-SAQUES
                   MOVE ALT-QTD-NUM     TO CTA-LIMITE-QTD-SAQUES
                   MOVE "MANUT QTD SAQUES"     TO AUD-ACAO
               WHEN ALT-AGENCIA
                   MOVE ALT-AGENCIA-NUM TO CTA-AGENCIA
                   MOVE "MANUT AGENCIA"        TO AUD-ACAO
           END-EVALUATE
           REWRITE CTA-REGISTRO
           IF NOT ARQ-OK
               DISPLAY "CONTA " WS-CONTA-ATUAL " NAO REGRAVADA ("
                   WS-STATUS-CTA ")"
               MOVE "09" TO WS-MOTIVO
           ELSE
               PERFORM GRAVA-JORNAL
               UNLOCK CTAMESTRE-ARQ
               MOVE "N" TO WS-CONTA-TRAVADA
               PERFORM GRAVA-AUDITORIA
               ADD 1 TO WS-QTD-APLICADAS
               MOVE "ALTERADA" TO WS-DET-SITUACAO
               PERFORM IMPRIME-ALTERACAO
           END-IF.

      * Nome, limites e contato: pedido na fila CADPEND com o operador
      * do sign-on como solicitante, exatamente como o PROGMANUT.
       SOLICITA-ALTERACAO.
           EVALUATE TRUE
               WHEN ALT-NOME-CONTA
                   SET CDP-NOME-CONTA TO TRUE
                   MOVE CTA-NOME TO CDP-VALOR-ANTES
                   MOVE ALT-NOME TO CDP-VALOR-DEPOIS
                   MOVE "SOLIC NOME"           TO AUD-ACAO
               WHEN ALT-LIMITE-CREDITO
                   SET CDP-LIMITE-CREDITO TO TRUE
                   MOVE SPACES             TO CDP-VALOR-ANTES
                   MOVE SPACES             TO CDP-VALOR-DEPOIS
                   MOVE CTA-LIMITE-CREDITO TO CDP-ANTES-NUM
                   MOVE ALT-VALOR-NUM      TO CDP-DEPOIS-NUM
                   MOVE "SOLIC LIMITE CREDITO" TO AUD-ACAO
               WHEN ALT-LIMITE-SAQUE-DIA
                   SET CDP-LIMITE-SAQUE-DIA TO TRUE
                   MOVE SPACES               TO CDP-VALOR-ANTES
                   MOVE SPACES               TO CDP-VALOR-DEPOIS
                   MOVE CTA-LIMITE-SAQUE-DIA TO CDP-ANTES-NUM
                   MOVE ALT-VALOR-NUM        TO CDP-DEPOIS-NUM
                   MOVE "SOLIC LIMITE DIARIO"  TO AUD-ACAO
               WHEN ALT-CONTATO-CONTA
                   SET CDP-CONTATO-CONTA TO TRUE
                   MOVE CTA-ENDERECO     TO CDP-ANTES-ENDERECO
                   MOVE CTA-EMAIL        TO CDP-ANTES-EMAIL
                   MOVE WS-NOVO-ENDERECO TO CDP-DEPOIS-ENDERECO
                   MOVE WS-NOVO-EMAIL    TO CDP-DEPOIS-EMAIL
                   MOVE "SOLIC CONTATO"        TO AUD-ACAO
           END-EVALUATE
           MOVE WS-CONTA-ATUAL TO CDP-CONTA
           MOVE 0              TO CDP-CLIENTE
           PERFORM ENFILEIRA-ALTERACAO
           IF CDP-GRAVADO
               PERFORM GRAVA-AUDITORIA
               ADD 1 TO WS-QTD-ENFILEIRADAS
               MOVE "ENVIADA P/ APROVACAO" TO WS-DET-SITUACAO
               PERFORM IMPRIME-ALTERACAO
           ELSE
               MOVE "09" TO WS-MOTIVO
           END-IF.

      * Registro original intacto no ALTREJ, para reparo e
      * reapresentacao; a conta travada e liberada sem regravar.
       REJEITA-ALTERACAO.
           IF CONTA-TRAVADA
               UNLOCK CTAMESTRE-ARQ
               MOVE "N" TO WS-CONTA-TRAVADA
           END-IF
           MOVE WS-MOTIVO    TO ARJ-MOTIVO
           MOVE ALT-REGISTRO TO ARJ-ORIGINAL
           WRITE ARJ-REGISTRO
           ADD 1 TO WS-QTD-REJEITADAS
           MOVE WS-MOTIVO      TO WS-SIT-MOTIVO
           MOVE WS-SIT-REJEITO TO WS-DET-SITUACAO
           PERFORM IMPRIME-DETALHE
           MOVE "MOTIVO........:" TO WS-DP-ROTULO
           EVALUATE WS-MOTIVO
               WHEN "01"
                   MOVE "CONTA NAO NUMERICA OU ZERADA" TO WS-DP-TEXTO
               WHEN "02"
                   MOVE "CONTA INEXISTENTE NO MESTRE"  TO WS-DP-TEXTO
               WHEN "03"
                   MOVE "CONTA ENCERRADA"              TO WS-DP-TEXTO
               WHEN "04"
                   MOVE "CONTA EM ESPOLIO"             TO WS-DP-TEXTO
               WHEN "05"
                   MOVE "CAMPO DESCONHECIDO"           TO WS-DP-TEXTO
               WHEN "06"
                   MOVE "VALOR INVALIDO PARA O CAMPO"  TO WS-DP-TEXTO
               WHEN "07"
                   MOVE "VALOR IGUAL AO ATUAL"         TO WS-DP-TEXTO
               WHEN "08"
                   MOVE "CONTA OCUPADA POR OUTRA TRANSACAO"
                                                       TO WS-DP-TEXTO
               WHEN OTHER
                   MOVE "ERRO NA GRAVACAO"             TO WS-DP-TEXTO
           END-EVALUATE
           WRITE REL-LINHA FROM WS-LIN-DE-PARA.

       IMPRIME-ALTERACAO.
           PERFORM IMPRIME-DETALHE
           IF ALT-CONTATO-CONTA
               IF WS-NOVO-ENDERECO NOT = CTA-ENDERECO
                   MOVE "ENDERECO DE...:" TO WS-DP-ROTULO
                   MOVE CTA-ENDERECO      TO WS-DP-TEXTO
                   WRITE REL-LINHA FROM WS-LIN-DE-PARA
                   MOVE "ENDERECO PARA.:" TO WS-DP-ROTULO
                   MOVE WS-NOVO-ENDERECO  TO WS-DP-TEXTO
                   WRITE REL-LINHA FROM WS-LIN-DE-PARA
               END-IF
               IF WS-NOVO-EMAIL NOT = CTA-EMAIL
                   MOVE "E-MAIL DE.....:" TO WS-DP-ROTULO
                   MOVE CTA-EMAIL         TO WS-DP-TEXTO
                   WRITE REL-LINHA FROM WS-LIN-DE-PARA
                   MOVE "E-MAIL PARA...:" TO WS-DP-ROTULO
                   MOVE WS-NOVO-EMAIL     TO WS-DP-TEXTO
                   WRITE REL-LINHA FROM WS-LIN-DE-PARA
               END-IF
           ELSE
               MOVE "DE............:" TO WS-DP-ROTULO
               MOVE WS-DE-TEXTO       TO WS-DP-TEXTO
               WRITE REL-LINHA FROM WS-LIN-DE-PARA
               MOVE "PARA..........:" TO WS-DP-ROTULO
               MOVE WS-PARA-TEXTO     TO WS-DP-TEXTO
               WRITE REL-LINHA FROM WS-LIN-DE-PARA
           END-IF.

       IMPRIME-DETALHE.
           MOVE ALT-CONTA TO WS-DET-CONTA
           MOVE ALT-CAMPO TO WS-DET-CAMPO
           EVALUATE TRUE
               WHEN ALT-NOME-CONTA
                   MOVE "NOME DO TITULAR"          TO WS-DET-DESCRICAO
               WHEN ALT-LIMITE-CREDITO
                   MOVE "LIMITE DE CREDITO"        TO WS-DET-DESCRICAO
               WHEN ALT-LIMITE-SAQUE-DIA
                   MOVE "LIMITE DIARIO SAQUES"     TO WS-DET-DESCRICAO
               WHEN ALT-CONTATO-CONTA
                   MOVE "ENDERECO/E-MAIL"          TO WS-DET-DESCRICAO
               WHEN ALT-SALDO-MINIMO
                   MOVE "SALDO MINIMO"             TO WS-DET-DESCRICAO
               WHEN ALT-MOEDA
                   MOVE "MOEDA"                    TO WS-DET-DESCRICAO
               WHEN ALT-QTD-SAQUES
                   MOVE "QTD DIARIA DE SAQUES"     TO WS-DET-DESCRICAO
               WHEN ALT-AGENCIA
                   MOVE "AGENCIA"                  TO WS-DET-DESCRICAO
               WHEN OTHER
                   MOVE "?"                        TO WS-DET-DESCRICAO
           END-EVALUATE
           WRITE REL-LINHA FROM WS-LIN-DETALHE.

       LE-CONTA-COM-LOCK.
           MOVE WS-CONTA-ATUAL TO CTA-NUMERO
           MOVE "99" TO WS-STATUS-CTA
           PERFORM VARYING WS-TENTATIVAS-LOCK FROM 1 BY 1
                   UNTIL ARQ-OK OR ARQ-NAO-ENCONTRADO
                      OR WS-TENTATIVAS-LOCK > WS-MAX-TENTATIVAS-LOCK
               READ CTAMESTRE-ARQ WITH LOCK
                   INVALID KEY CONTINUE
               END-READ
           END-PERFORM
           IF ARQ-OK
               MOVE CTA-REGISTRO TO WS-JRN-IMAGEM-ANTES
           END-IF
           IF ARQ-REGISTRO-BLOQUEADO
               DISPLAY "CONTA " WS-CONTA-ATUAL " OCUPADA POR OUTRA "
                   "TRANSACAO - REJEITADA"
           END-IF.

      * Toda alteracao gravada ou pedida deixa linha no AUDITSEG com a
      * matricula do operador que submeteu o lote.
       GRAVA-AUDITORIA.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-DATA-SISTEMA TO AUD-DATA
           MOVE WS-HORA-SISTEMA TO AUD-HORA
           MOVE WS-OP-MATRICULA TO AUD-OFICIAL
           MOVE WS-CONTA-ATUAL  TO AUD-CONTA
           WRITE AUD-REGISTRO.

       COPY JRNGRAVA.

       COPY CDPGRAVA.

       FINALIZAR.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           IF MODO-SIMULACAO
               MOVE "SERIAM ALTERADAS............." TO WS-QTD-ROTULO
           ELSE
               MOVE "ALTERADAS...................." TO WS-QTD-ROTULO
           END-IF
           MOVE WS-QTD-APLICADAS TO WS-QTD-EDIT
           WRITE REL-LINHA FROM WS-LIN-QTD
           IF MODO-SIMULACAO
               MOVE "SERIAM ENVIADAS P/ APROVACAO." TO WS-QTD-ROTULO
           ELSE
               MOVE "ENVIADAS P/ APROVACAO........" TO WS-QTD-ROTULO
           END-IF
           MOVE WS-QTD-ENFILEIRADAS TO WS-QTD-EDIT
           WRITE REL-LINHA FROM WS-LIN-QTD
           MOVE "REJEITADAS..................." TO WS-QTD-ROTULO
           MOVE WS-QTD-REJEITADAS TO WS-QTD-EDIT
           WRITE REL-LINHA FROM WS-LIN-QTD
           CLOSE ALTLOTE-ARQ
           CLOSE ALTREJ-ARQ
           CLOSE ALTREL-ARQ
           CLOSE CTAMESTRE-ARQ
           IF MODO-EFETIVO
               CLOSE JORNAL-ARQ
               CLOSE AUDITSEG-ARQ
           END-IF
           DISPLAY "ALTERACOES LIDAS.....: " WS-QTD-LIDAS
           DISPLAY "GRAVADAS NO MESTRE...: " WS-QTD-APLICADAS
           DISPLAY "ENVIADAS P/ APROVACAO: " WS-QTD-ENFILEIRADAS
           DISPLAY "REJEITADAS (ALTREJ)..: " WS-QTD-REJEITADAS
           IF MODO-SIMULACAO
               DISPLAY "SIMULACAO - NADA FOI GRAVADO NO MESTRE NEM NA "
                   "FILA CADPEND"
           END-IF
           IF WS-QTD-REJEITADAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       END PROGRAM PROGALTLOTE.
