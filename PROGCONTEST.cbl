      ******************************************************************
      * Author: EQUIPE MANUTENCAO
      * Date: 15/10/2026
      * Purpose: CONTESTACAO DE LANCAMENTO - PROGRAMA DO ANALISTA
      *          (SIGN-ON DE SUPERVISOR NO OPERMESTRE, PERFIL S) QUE
      *          MANTEM O CADASTRO DE CONTESTACOES (CONTEST, VER
      *          CNTREG): ABERTURA DO CASO SOBRE UM LANCAMENTO DA
      *          CONTA LOCALIZADO NO MOVIMENTO DO ANO (MOVFECH +
      *          MOVIMENTO), COM PRAZO DE RESPOSTA EM DIAS UTEIS
      *          (PARAMETRO CONTEST.PRAZO.DIAS, CALENDARIO FERIADOS);
      *          CONSULTA E LISTA DOS CASOS EM ANDAMENTO; CREDITO
      *          PROVISORIO AO CLIENTE; ENCERRAMENTO PROCEDENTE (O
      *          CREDITO FICA DEFINITIVO, OU E DADO NA HORA SE NAO
      *          HOUVE PROVISORIO) E IMPROCEDENTE (O CREDITO PROVISORIO
      *          E ESTORNADO NA HORA). O CREDITO E O MOVIMENTO "K" E O
      *          ESTORNO O "W" (VER MOVREG), POSTADOS PELO MESMO
      *          CAMINHO DOS MOTORES (LOCK, JORNAL, REFARQ) SOB
      *          REFERENCIAS FIXAS DO CASO (FAIXAS EM REFREG) - A
      *          REPETICAO DEPOIS DE UMA QUEDA NAO POSTA DUAS VEZES.
      *          TODA ACAO DEIXA LINHA NO AUDITSEG.
      * Tectonics: cobc
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      * 15/10/2026 - EM - Linhas de movimento acompanham MOVREG (77
      *              bytes); valor contestado digitado com 13
      *              digitos e disponivel em S9(12)V99.
      * 15/10/2026 - EM - Linhas de movimento acompanham MOVREG
      *              (78 bytes); lancamentos gravados com
      *              MOV-SERVICO-ORIGEM em branco.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCONTEST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTEST-ARQ ASSIGN TO "CONTEST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNT-NUMERO
               FILE STATUS IS WS-STATUS-CNT.

           SELECT CNTCTRL-ARQ ASSIGN TO "CNTCTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CNC.

           SELECT CTAMESTRE-ARQ ASSIGN TO "CTAMESTRE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-NUMERO
               LOCK MODE IS MANUAL
               FILE STATUS IS WS-STATUS-CTA.

           SELECT MOVIMENTO-ARQ ASSIGN TO "MOVIMENTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MOV.

           SELECT MOVFECH-ARQ ASSIGN TO "MOVFECH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FECH.

           SELECT AUDITSEG-ARQ ASSIGN TO "AUDITSEG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUD.

           SELECT JORNAL-ARQ ASSIGN TO "JORNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-JRN.

           SELECT REFARQ-ARQ ASSIGN TO "REFARQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REF-REFERENCIA
               FILE STATUS IS WS-STATUS-REF.

           SELECT OPERMESTRE-ARQ ASSIGN TO "OPERMESTRE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-MATRICULA
               FILE STATUS IS WS-STATUS-OPE.

           SELECT DATAMOV-ARQ ASSIGN TO "DATAMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DTM.

           SELECT FERIADOS-ARQ ASSIGN TO "FERIADOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FER.

           SELECT PARAMS-ARQ ASSIGN TO "PARAMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PAR.
       DATA DIVISION.
       FILE SECTION.
      * Cadastro de contestacoes (este programa).
       FD  CONTEST-ARQ.
       COPY CNTREG.

      * Ultimo numero de caso usado.
       FD  CNTCTRL-ARQ.
       01 CNC-REGISTRO.
          05 CNC-ULTIMO-NUMERO    PIC 9(06).

       FD  CTAMESTRE-ARQ.
       COPY CTAREG.

       FD  MOVIMENTO-ARQ.
       COPY MOVREG.

      * Periodos fechados do ano (PROGMOVCORTE).
       FD  MOVFECH-ARQ.
       01 FECH-REGISTRO             PIC X(78).

       FD  AUDITSEG-ARQ.
       01 AUD-REGISTRO.
          05 AUD-DATA             PIC 9(08).
          05 AUD-HORA             PIC 9(08).
          05 AUD-OFICIAL          PIC X(08).
          05 AUD-CONTA            PIC 9(06).
          05 AUD-ACAO             PIC X(20).

       FD  JORNAL-ARQ.
       COPY JRNREG.

       FD  REFARQ-ARQ.
       COPY REFREG.

      * Mestre de operadores (PROGOPER).
       FD  OPERMESTRE-ARQ.
       COPY OPEREG.

      * Data de movimento do ciclo (PROGDATAMOV).
       FD  DATAMOV-ARQ.
       COPY DTMREG.

       FD  FERIADOS-ARQ.
       COPY FERREG.

       FD  PARAMS-ARQ.
       COPY PARREG.
       WORKING-STORAGE SECTION.
          01 WS-STATUS-CNT           PIC XX.
             88 ARQ-CNT-OK                VALUE "00".
             88 ARQ-CNT-FIM               VALUE "10".
             88 ARQ-CNT-NAO-ACHADO        VALUE "23".

          01 WS-STATUS-CNC           PIC XX.
             88 ARQ-CNC-OK                VALUE "00".

          01 WS-STATUS-CTA           PIC XX.
             88 ARQ-OK                    VALUE "00".
             88 ARQ-NAO-ENCONTRADO        VALUE "23".
             88 ARQ-REGISTRO-BLOQUEADO    VALUE "9D".

          01 WS-STATUS-MOV           PIC XX.
             88 ARQ-MOV-OK                VALUE "00".
             88 ARQ-MOV-FIM               VALUE "10".
             88 ARQ-MOV-FIM-CARGA         VALUE "10".

          01 WS-STATUS-FECH          PIC XX.
             88 ARQ-FECH-OK               VALUE "00".
             88 ARQ-FECH-FIM              VALUE "10".

          01 WS-STATUS-AUD           PIC XX.
             88 ARQ-AUD-OK                VALUE "00".

          01 WS-STATUS-FER           PIC XX.
             88 ARQ-FER-OK                VALUE "00".
             88 ARQ-FER-FIM               VALUE "10".

       COPY REFARQW.

      * Usado apenas como area de trabalho para os paragrafos comuns
      * de referencia duplicada (REFDUP), que conferem TRAN-REFERENCIA.
       COPY TRANREG.

       COPY OPSIGNW.

       COPY DATLERW.

       COPY JRNW.

       COPY DIAUTILW.

       COPY PARAMW.

      * Area de decodificacao das linhas de MOVFECH/MOVIMENTO durante
      * a procura do lancamento contestado.
       COPY MOVREG REPLACING LEADING ==MOV== BY ==ORG==.

          01 WS-TENTATIVAS-LOCK      PIC 9(02).
          01 WS-MAX-TENTATIVAS-LOCK  PIC 9(02) VALUE 05.

          01 WS-OPERADOR             PIC X(08) VALUE SPACES.
          01 WS-DATA-SISTEMA         PIC 9(08) VALUE ZEROS.
          01 WS-HORA-SISTEMA         PIC 9(08) VALUE ZEROS.

          01 OPCAO                   PIC 9 VALUE 0.
          01 WS-OPCAO-ENTRADA        PIC X(01).
          01 WS-ENTRADA-VALIDA       PIC X(01) VALUE "N".
             88 ENTRADA-VALIDA            VALUE "S".

          01 WS-CASO-ENTRADA         PIC X(06).
          01 WS-CASO-NUM REDEFINES WS-CASO-ENTRADA PIC 9(06).
          01 WS-CONTA-ENTRADA        PIC X(06).
          01 WS-CONTA-NUM REDEFINES WS-CONTA-ENTRADA PIC 9(06).
          01 WS-REF-ENTRADA          PIC X(10).
          01 WS-REF-NUM REDEFINES WS-REF-ENTRADA PIC 9(10).
          01 WS-VALOR-ENTRADA        PIC X(13).
          01 WS-VALOR-NUM REDEFINES WS-VALOR-ENTRADA
                                     PIC 9(11)V99.
          01 WS-MOTIVO-ENTRADA       PIC X(02).
          01 WS-DESCRICAO-ENTRADA    PIC X(40).
          01 WS-CONFIRMA             PIC X(01).

      * Prazo de resposta em dias uteis (parametro
      * CONTEST.PRAZO.DIAS; padrao 10 dias uteis).
          01 WS-PRAZO-DIAS-UTEIS     PIC 9(02) VALUE 10.
          01 WS-DIAS-UTEIS           PIC 9(03).

      * Avanco de data civil para a contagem de dias uteis, mesma
      * regra do PROGCHQLIB (ano divisivel por 4 e bissexto).
          01 WS-DATA-CORR            PIC 9(08).
          01 WS-PD-ANO               PIC 9(04).
          01 WS-PD-MES               PIC 9(02).
          01 WS-PD-DIA               PIC 9(02).
          01 WS-PD-ULTIMO            PIC 9(02).
          01 WS-PD-QUOC              PIC 9(04).
          01 WS-PD-RESTO             PIC 9(01).
          01 WS-PD-SEGURANCA         PIC 9(04).

      * Lancamento contestado localizado no movimento do ano.
          01 WS-LANC-ACHOU           PIC X(01).
             88 LANC-ACHOU                VALUE "S".
          01 WS-LANC-ESTORNADO       PIC X(01).
             88 LANC-ESTORNADO            VALUE "S".
          01 WS-LANC-TIPO            PIC X(01).
             88 LANC-NAO-CONTESTAVEL      VALUE "A" "M" "W" "K".
          01 WS-LANC-DATA            PIC 9(08).
          01 WS-LANC-VALOR           PIC S9(11)V99.

          01 WS-CASO-EXISTE          PIC X(01).
             88 CASO-EXISTE               VALUE "S".
          01 WS-CASO-EXISTENTE       PIC 9(06).
          01 WS-ULTIMO-CASO          PIC 9(06) VALUE 0.

      * Postagem do credito "K" ou do estorno "W" do caso.
          01 WS-TIPO-POSTAGEM        PIC X(01).
          01 WS-REF-POSTAGEM         PIC 9(10).
          01 WS-VALOR-POSTAGEM       PIC S9(11)V99.
          01 WS-REF-ORIGEM-POSTAGEM  PIC 9(10).
          01 WS-TIPO-ORIGEM-POSTAGEM PIC X(01).
          01 WS-POSTAGEM             PIC X(01).
             88 POSTAGEM-OK               VALUE "S" "J".
             88 POSTAGEM-JA-FEITA         VALUE "J".
             88 POSTAGEM-FALHOU           VALUE "N".
          01 WS-DISPONIVEL           PIC S9(12)V99.

          01 WS-VALOR-EDIT           PIC -Z(10)9.99.

          01 WS-QTD-LISTADOS         PIC 9(04) VALUE 0.
          01 WS-QTD-ACOES            PIC 9(04) VALUE 0.
          01 WS-QTD-FALHAS           PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "===== CONTESTACAO DE LANCAMENTO ====="
           OPEN I-O OPERMESTRE-ARQ
           IF NOT ARQ-OPE-OK
               DISPLAY "MESTRE DE OPERADORES (OPERMESTRE) "
                   "INDISPONIVEL - CADASTRE PELO PROGOPER"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "S" TO WS-OP-PERFIL-EXIGIDO
           PERFORM IDENTIFICA-OPERADOR
               THRU IDENTIFICA-OPERADOR-EXIT
           CLOSE OPERMESTRE-ARQ
           IF NOT OPERADOR-AUTENTICADO
               DISPLAY "ACESSO NEGADO. ENCERRANDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-OP-MATRICULA TO WS-OPERADOR

           PERFORM INICIALIZAR
           PERFORM PROCESSA-MENU UNTIL OPCAO = 9
           PERFORM FINALIZAR
           STOP RUN.

       COPY OPSIGN.

       INICIALIZAR.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           PERFORM OBTEM-DATA-MOVIMENTO
           IF WS-DATA-MOVIMENTO > 0
               MOVE WS-DATA-MOVIMENTO TO WS-DATA-SISTEMA
           END-IF
           PERFORM APLICA-PARAMETROS
           PERFORM CARREGA-FERIADOS
           OPEN I-O CONTEST-ARQ
           IF NOT ARQ-CNT-OK
               CLOSE CONTEST-ARQ
               OPEN OUTPUT CONTEST-ARQ
               CLOSE CONTEST-ARQ
               OPEN I-O CONTEST-ARQ
           END-IF
           OPEN I-O CTAMESTRE-ARQ
           PERFORM ABRE-REFERENCIAS-POSTADAS
           OPEN EXTEND AUDITSEG-ARQ
           IF NOT ARQ-AUD-OK
               OPEN OUTPUT AUDITSEG-ARQ
           END-IF
           OPEN EXTEND JORNAL-ARQ
           IF NOT ARQ-JRN-OK
               OPEN OUTPUT JORNAL-ARQ
           END-IF
           MOVE "PROGCONT" TO WS-JRN-PROGRAMA
           MOVE 0 TO RETURN-CODE.

       APLICA-PARAMETROS.
           MOVE WS-DATA-SISTEMA TO WS-PAR-DATA-REF
           PERFORM CARREGA-PARAMETROS
           MOVE "CONTEST.PRAZO.DIAS" TO WS-PAR-CHAVE-BUSCA
           PERFORM OBTEM-PARAMETRO
           IF PAR-ACHOU AND WS-PAR-VALOR-OBTIDO > 0
               MOVE WS-PAR-VALOR-OBTIDO TO WS-PRAZO-DIAS-UTEIS
           END-IF.

       COPY REFDUP.

      * O controle e relido a cada abertura: duas sessoes abertas ao
      * mesmo tempo nao reaproveitam o mesmo numero de caso (a
      * gravacao do caso com numero repetido e recusada pela chave).
       LE-CONTROLE-CASO.
           MOVE 0 TO WS-ULTIMO-CASO
           OPEN INPUT CNTCTRL-ARQ
           IF ARQ-CNC-OK
               READ CNTCTRL-ARQ
               IF ARQ-CNC-OK
                   MOVE CNC-ULTIMO-NUMERO TO WS-ULTIMO-CASO
               END-IF
               CLOSE CNTCTRL-ARQ
           END-IF.

       GRAVA-CONTROLE-CASO.
           MOVE WS-ULTIMO-CASO TO CNC-ULTIMO-NUMERO
           OPEN OUTPUT CNTCTRL-ARQ
           WRITE CNC-REGISTRO
           CLOSE CNTCTRL-ARQ.

       PROCESSA-MENU.
           DISPLAY "====== CONTESTACOES ======"
           DISPLAY "1 - Abrir contestacao"
           DISPLAY "2 - Consultar caso"
           DISPLAY "3 - Listar casos em andamento"
           DISPLAY "4 - Conceder credito provisorio"
           DISPLAY "5 - Encerrar procedente"
           DISPLAY "6 - Encerrar improcedente"
           DISPLAY "7 - Assumir caso (passa a ser o analista)"
           DISPLAY "9 - Sair"
           DISPLAY "Escolha uma opcao: "
           PERFORM SOLICITA-OPCAO

           IF OPCAO = 1
               PERFORM ABRE-CASO THRU ABRE-CASO-EXIT
           END-IF
           IF OPCAO = 2
               PERFORM LOCALIZA-CASO
           END-IF
           IF OPCAO = 3
               PERFORM LISTA-CASOS
           END-IF
           IF OPCAO = 4
               PERFORM CONCEDE-PROVISORIO THRU CONCEDE-PROVISORIO-EXIT
           END-IF
           IF OPCAO = 5
               PERFORM ENCERRA-PROCEDENTE THRU ENCERRA-PROCEDENTE-EXIT
           END-IF
           IF OPCAO = 6
               PERFORM ENCERRA-IMPROCEDENTE
                   THRU ENCERRA-IMPROCEDENTE-EXIT
           END-IF
           IF OPCAO = 7
               PERFORM ASSUME-CASO THRU ASSUME-CASO-EXIT
           END-IF.

       SOLICITA-OPCAO.
           MOVE "N" TO WS-ENTRADA-VALIDA
           PERFORM LE-OPCAO UNTIL ENTRADA-VALIDA.

       LE-OPCAO.
           ACCEPT WS-OPCAO-ENTRADA
           IF WS-OPCAO-ENTRADA IS NUMERIC
               MOVE WS-OPCAO-ENTRADA TO OPCAO
               MOVE "S"              TO WS-ENTRADA-VALIDA
           ELSE
               DISPLAY "Opcao invalida! Digite 1 a 7 ou 9"
           END-IF.

      * Caso informado e lido do cadastro; ARQ-CNT-OK se existe.
       LOCALIZA-CASO.
           MOVE "23" TO WS-STATUS-CNT
           DISPLAY "Numero do caso: "
           ACCEPT WS-CASO-ENTRADA
           IF WS-CASO-ENTRADA IS NOT NUMERIC OR WS-CASO-NUM = 0
               DISPLAY "Numero de caso invalido!"
           ELSE
               MOVE WS-CASO-NUM TO CNT-NUMERO
               READ CONTEST-ARQ
                   INVALID KEY CONTINUE
               END-READ
               IF ARQ-CNT-OK
                   PERFORM MOSTRA-CASO
               ELSE
                   DISPLAY "Caso nao encontrado!"
               END-IF
           END-IF.

       MOSTRA-CASO.
           DISPLAY "----------------------------------------"
           DISPLAY "Caso......: " CNT-NUMERO "  Conta: " CNT-CONTA
           MOVE CNT-VALOR TO WS-VALOR-EDIT
           DISPLAY "Lancamento: " CNT-REFERENCIA " tipo "
               CNT-TIPO-LANC " de " CNT-DATA-LANC
               "  Valor contestado: " WS-VALOR-EDIT
           DISPLAY "Motivo....: " CNT-MOTIVO " " CNT-DESCRICAO
           DISPLAY "Abertura..: " CNT-DATA-ABERTURA "  Prazo: "
               CNT-DATA-PRAZO "  Analista: " CNT-ANALISTA
           EVALUATE TRUE
               WHEN CNT-ABERTA
                   DISPLAY "Situacao..: ABERTA"
               WHEN CNT-CREDITO-PROVISORIO
                   DISPLAY "Situacao..: ABERTA COM CREDITO PROVISORIO"
                       " (ref " CNT-REF-CREDITO " em "
                       CNT-DATA-CREDITO ")"
               WHEN CNT-PROCEDENTE
                   DISPLAY "Situacao..: ENCERRADA PROCEDENTE em "
                       CNT-DATA-ENCERRAMENTO " por "
                       CNT-ENCERRADO-POR
               WHEN CNT-IMPROCEDENTE
                   DISPLAY "Situacao..: ENCERRADA IMPROCEDENTE em "
                       CNT-DATA-ENCERRAMENTO " por "
                       CNT-ENCERRADO-POR
           END-EVALUATE
           IF CNT-EM-ANDAMENTO AND CNT-DATA-PRAZO < WS-DATA-SISTEMA
               DISPLAY "*** PRAZO DE RESPOSTA VENCIDO ***"
           END-IF
           IF CNT-REF-ESTORNO > 0
               DISPLAY "Credito provisorio estornado sob a ref "
                   CNT-REF-ESTORNO
           END-IF.

      ******************************************************************
      * Lista: casos abertos, com ou sem credito provisorio.
      ******************************************************************
       LISTA-CASOS.
           MOVE 0 TO WS-QTD-LISTADOS
           MOVE 0 TO CNT-NUMERO
           START CONTEST-ARQ KEY NOT < CNT-NUMERO
               INVALID KEY SET ARQ-CNT-FIM TO TRUE
           END-START
           IF NOT ARQ-CNT-FIM
               READ CONTEST-ARQ NEXT RECORD
                   AT END SET ARQ-CNT-FIM TO TRUE
               END-READ
           END-IF
           PERFORM LISTA-UM-CASO UNTIL ARQ-CNT-FIM
           DISPLAY "Casos em andamento: " WS-QTD-LISTADOS.

       LISTA-UM-CASO.
           IF CNT-EM-ANDAMENTO
               MOVE CNT-VALOR TO WS-VALOR-EDIT
               IF CNT-DATA-PRAZO < WS-DATA-SISTEMA
                   DISPLAY CNT-NUMERO " CONTA " CNT-CONTA " REF "
                       CNT-REFERENCIA " " WS-VALOR-EDIT " "
                       CNT-STATUS " PRAZO " CNT-DATA-PRAZO " "
                       CNT-ANALISTA " VENCIDO"
               ELSE
                   DISPLAY CNT-NUMERO " CONTA " CNT-CONTA " REF "
                       CNT-REFERENCIA " " WS-VALOR-EDIT " "
                       CNT-STATUS " PRAZO " CNT-DATA-PRAZO " "
                       CNT-ANALISTA
               END-IF
               ADD 1 TO WS-QTD-LISTADOS
           END-IF
           READ CONTEST-ARQ NEXT RECORD
               AT END SET ARQ-CNT-FIM TO TRUE
           END-READ.

      ******************************************************************
      * Abertura: o lancamento tem de existir na conta, no movimento
      * do ano, sem estorno e sem outro caso em andamento.
      ******************************************************************
       ABRE-CASO.
           DISPLAY "Numero da conta: "
           ACCEPT WS-CONTA-ENTRADA
           IF WS-CONTA-ENTRADA IS NOT NUMERIC OR WS-CONTA-NUM = 0
               DISPLAY "Conta invalida!"
               GO TO ABRE-CASO-EXIT
           END-IF
           MOVE WS-CONTA-NUM TO CTA-NUMERO
           READ CTAMESTRE-ARQ
               INVALID KEY CONTINUE
           END-READ
           IF NOT ARQ-OK
               DISPLAY "Conta nao encontrada!"
               GO TO ABRE-CASO-EXIT
           END-IF
           IF CTA-ENCERRADA
               DISPLAY "Conta encerrada - contestacao pela agencia "
                   "(reparo manual)."
               GO TO ABRE-CASO-EXIT
           END-IF

           DISPLAY "Referencia do lancamento contestado: "
           ACCEPT WS-REF-ENTRADA
           IF WS-REF-ENTRADA IS NOT NUMERIC OR WS-REF-NUM = 0
               DISPLAY "Referencia invalida!"
               GO TO ABRE-CASO-EXIT
           END-IF

           PERFORM LOCALIZA-LANCAMENTO
           IF NOT LANC-ACHOU
               DISPLAY "Lancamento " WS-REF-NUM " nao encontrado na "
                   "conta " WS-CONTA-NUM " no movimento do ano."
               GO TO ABRE-CASO-EXIT
           END-IF
           IF LANC-NAO-CONTESTAVEL
               DISPLAY "Lancamento do tipo " WS-LANC-TIPO
                   " nao e contestavel (abertura, variacao cambial, "
                   "estorno ou credito de contestacao)."
               GO TO ABRE-CASO-EXIT
           END-IF
           IF LANC-ESTORNADO
               DISPLAY "Lancamento ja estornado - nada a contestar."
               GO TO ABRE-CASO-EXIT
           END-IF

           PERFORM VERIFICA-CASO-EXISTENTE
           IF CASO-EXISTE
               DISPLAY "Ja existe o caso " WS-CASO-EXISTENTE
                   " em andamento para este lancamento."
               GO TO ABRE-CASO-EXIT
           END-IF

           MOVE WS-LANC-VALOR TO WS-VALOR-EDIT
           DISPLAY "Lancamento: tipo " WS-LANC-TIPO " de "
               WS-LANC-DATA " valor " WS-VALOR-EDIT
           DISPLAY "Valor contestado (13 digitos, centavos nos 2 "
               "ultimos, 0 = valor total): "
           ACCEPT WS-VALOR-ENTRADA
           IF WS-VALOR-ENTRADA IS NOT NUMERIC
               DISPLAY "Valor nao numerico, abertura recusada."
               GO TO ABRE-CASO-EXIT
           END-IF
           IF WS-LANC-VALOR < 0
               COMPUTE WS-LANC-VALOR = WS-LANC-VALOR * -1
           END-IF
           IF WS-VALOR-NUM = 0
               MOVE WS-LANC-VALOR TO WS-VALOR-NUM
           END-IF
           IF WS-VALOR-NUM > WS-LANC-VALOR
               DISPLAY "Valor contestado maior que o do lancamento, "
                   "abertura recusada."
               GO TO ABRE-CASO-EXIT
           END-IF

           DISPLAY "Motivo: 01 nao reconhece  02 valor divergente  "
               "03 duplicidade"
           DISPLAY "        04 servico nao prestado  05 fraude  "
               "99 outros"
           ACCEPT WS-MOTIVO-ENTRADA
           DISPLAY "Descricao: "
           ACCEPT WS-DESCRICAO-ENTRADA

           MOVE WS-MOTIVO-ENTRADA   TO CNT-MOTIVO
           IF NOT CNT-MOTIVO-VALIDO
               DISPLAY "Motivo invalido, abertura recusada."
               GO TO ABRE-CASO-EXIT
           END-IF

           PERFORM CALCULA-PRAZO
           PERFORM LE-CONTROLE-CASO
           ADD 1 TO WS-ULTIMO-CASO
           MOVE WS-ULTIMO-CASO      TO CNT-NUMERO
           MOVE WS-CONTA-NUM        TO CNT-CONTA
           MOVE WS-REF-NUM          TO CNT-REFERENCIA
           MOVE WS-LANC-TIPO        TO CNT-TIPO-LANC
           MOVE WS-LANC-DATA        TO CNT-DATA-LANC
           MOVE WS-VALOR-NUM        TO CNT-VALOR
           MOVE WS-MOTIVO-ENTRADA   TO CNT-MOTIVO
           MOVE WS-DESCRICAO-ENTRADA TO CNT-DESCRICAO
           MOVE WS-DATA-SISTEMA     TO CNT-DATA-ABERTURA
           MOVE WS-DATA-CORR        TO CNT-DATA-PRAZO
           MOVE WS-OPERADOR         TO CNT-ANALISTA
           SET CNT-ABERTA           TO TRUE
           MOVE 0                   TO CNT-REF-CREDITO
           MOVE 0                   TO CNT-DATA-CREDITO
           MOVE 0                   TO CNT-REF-ESTORNO
           MOVE 0                   TO CNT-DATA-ENCERRAMENTO
           MOVE SPACES              TO CNT-ENCERRADO-POR
           WRITE CNT-REGISTRO
           IF NOT ARQ-CNT-OK
               DISPLAY "Erro ao gravar o caso (" WS-STATUS-CNT
                   "), abertura recusada - repita a operacao."
               GO TO ABRE-CASO-EXIT
           END-IF
           PERFORM GRAVA-CONTROLE-CASO
           MOVE "ABERTURA CONTESTACAO" TO AUD-ACAO
           PERFORM GRAVA-AUDITORIA
           ADD 1 TO WS-QTD-ACOES
           DISPLAY "Caso " CNT-NUMERO " aberto. Prazo de resposta: "
               CNT-DATA-PRAZO.
       ABRE-CASO-EXIT.
           EXIT.

      * Varre o ano inteiro (periodos fechados + periodo corrente)
      * atras da perna do lancamento na conta informada e de um
      * estorno ja gravado para ela.
       LOCALIZA-LANCAMENTO.
           MOVE "N" TO WS-LANC-ACHOU
           MOVE "N" TO WS-LANC-ESTORNADO
           MOVE SPACES TO WS-LANC-TIPO
           OPEN INPUT MOVFECH-ARQ
           IF ARQ-FECH-OK
               READ MOVFECH-ARQ
                   AT END SET ARQ-FECH-FIM TO TRUE
               END-READ
               PERFORM EXAMINA-FECHADO UNTIL ARQ-FECH-FIM
               CLOSE MOVFECH-ARQ
           END-IF
           OPEN INPUT MOVIMENTO-ARQ
           IF ARQ-MOV-OK
               READ MOVIMENTO-ARQ
                   AT END SET ARQ-MOV-FIM TO TRUE
               END-READ
               PERFORM EXAMINA-CORRENTE UNTIL ARQ-MOV-FIM
               CLOSE MOVIMENTO-ARQ
           END-IF.

       EXAMINA-FECHADO.
           MOVE FECH-REGISTRO TO ORG-REGISTRO
           PERFORM EXAMINA-LANCAMENTO
           READ MOVFECH-ARQ
               AT END SET ARQ-FECH-FIM TO TRUE
           END-READ.

       EXAMINA-CORRENTE.
           MOVE MOV-REGISTRO TO ORG-REGISTRO
           PERFORM EXAMINA-LANCAMENTO
           READ MOVIMENTO-ARQ
               AT END SET ARQ-MOV-FIM TO TRUE
           END-READ.

       EXAMINA-LANCAMENTO.
           IF ORG-CONTA = WS-CONTA-NUM
               IF ORG-ESTORNO AND ORG-REF-ORIGEM = WS-REF-NUM
                   MOVE "S" TO WS-LANC-ESTORNADO
               END-IF
               IF ORG-REFERENCIA = WS-REF-NUM AND NOT LANC-ACHOU
                   MOVE "S"       TO WS-LANC-ACHOU
                   MOVE ORG-TIPO  TO WS-LANC-TIPO
                   MOVE ORG-DATA  TO WS-LANC-DATA
                   MOVE ORG-VALOR TO WS-LANC-VALOR
               END-IF
           END-IF.

       VERIFICA-CASO-EXISTENTE.
           MOVE "N" TO WS-CASO-EXISTE
           MOVE 0 TO CNT-NUMERO
           START CONTEST-ARQ KEY NOT < CNT-NUMERO
               INVALID KEY SET ARQ-CNT-FIM TO TRUE
           END-START
           IF NOT ARQ-CNT-FIM
               READ CONTEST-ARQ NEXT RECORD
                   AT END SET ARQ-CNT-FIM TO TRUE
               END-READ
           END-IF
           PERFORM CONFERE-UM-CASO UNTIL ARQ-CNT-FIM OR CASO-EXISTE.

       CONFERE-UM-CASO.
           IF CNT-EM-ANDAMENTO AND CNT-CONTA = WS-CONTA-NUM
                   AND CNT-REFERENCIA = WS-REF-NUM
               MOVE "S" TO WS-CASO-EXISTE
               MOVE CNT-NUMERO TO WS-CASO-EXISTENTE
           ELSE
               READ CONTEST-ARQ NEXT RECORD
                   AT END SET ARQ-CNT-FIM TO TRUE
               END-READ
           END-IF.

      * Prazo: o dia util de numero WS-PRAZO-DIAS-UTEIS apos a
      * abertura (a abertura nao conta); resultado em WS-DATA-CORR.
       CALCULA-PRAZO.
           MOVE WS-DATA-SISTEMA TO WS-DATA-CORR
           MOVE 0 TO WS-DIAS-UTEIS
           MOVE 0 TO WS-PD-SEGURANCA
           PERFORM AVANCA-E-CONTA
               UNTIL WS-DIAS-UTEIS NOT < WS-PRAZO-DIAS-UTEIS
                  OR WS-PD-SEGURANCA > 1000.

       AVANCA-E-CONTA.
           ADD 1 TO WS-PD-SEGURANCA
           PERFORM PROXIMA-DATA
           MOVE WS-DATA-CORR TO WS-DATA-AVALIADA
           PERFORM VERIFICA-DATA-UTIL
           IF DATA-DIA-UTIL
               ADD 1 TO WS-DIAS-UTEIS
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

      ******************************************************************
      * Credito provisorio: so em caso aberto sem credito.
      ******************************************************************
       CONCEDE-PROVISORIO.
           PERFORM LOCALIZA-CASO
           IF NOT ARQ-CNT-OK
               GO TO CONCEDE-PROVISORIO-EXIT
           END-IF
           IF NOT CNT-ABERTA
               DISPLAY "Credito provisorio so em caso aberto sem "
                   "credito."
               GO TO CONCEDE-PROVISORIO-EXIT
           END-IF
           DISPLAY "Confirma o credito provisorio de "
               WS-VALOR-EDIT " (S/N)? "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "Credito nao confirmado."
               GO TO CONCEDE-PROVISORIO-EXIT
           END-IF

           PERFORM CREDITA-CASO
           IF POSTAGEM-FALHOU
               GO TO CONCEDE-PROVISORIO-EXIT
           END-IF
           SET CNT-CREDITO-PROVISORIO TO TRUE
           PERFORM REGRAVA-CASO
           MOVE "CRED PROVIS CONTEST." TO AUD-ACAO
           PERFORM GRAVA-AUDITORIA
           ADD 1 TO WS-QTD-ACOES
           DISPLAY "Credito provisorio postado sob a referencia "
               CNT-REF-CREDITO.
       CONCEDE-PROVISORIO-EXIT.
           EXIT.

      ******************************************************************
      * Procedente: o credito provisorio fica definitivo; sem
      * provisorio, o credito e dado agora.
      ******************************************************************
       ENCERRA-PROCEDENTE.
           PERFORM LOCALIZA-CASO
           IF NOT ARQ-CNT-OK
               GO TO ENCERRA-PROCEDENTE-EXIT
           END-IF
           IF NOT CNT-EM-ANDAMENTO
               DISPLAY "Caso ja encerrado."
               GO TO ENCERRA-PROCEDENTE-EXIT
           END-IF
           IF CNT-ABERTA
               DISPLAY "Sem credito provisorio: o valor contestado "
                   "sera creditado agora."
           END-IF
           DISPLAY "Confirma o encerramento PROCEDENTE (S/N)? "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "Encerramento nao confirmado."
               GO TO ENCERRA-PROCEDENTE-EXIT
           END-IF

           IF CNT-ABERTA
               PERFORM CREDITA-CASO
               IF POSTAGEM-FALHOU
                   GO TO ENCERRA-PROCEDENTE-EXIT
               END-IF
           END-IF
           SET CNT-PROCEDENTE      TO TRUE
           MOVE WS-DATA-SISTEMA    TO CNT-DATA-ENCERRAMENTO
           MOVE WS-OPERADOR        TO CNT-ENCERRADO-POR
           PERFORM REGRAVA-CASO
           MOVE "CONTEST PROCEDENTE"  TO AUD-ACAO
           PERFORM GRAVA-AUDITORIA
           ADD 1 TO WS-QTD-ACOES
           DISPLAY "Caso " CNT-NUMERO " encerrado procedente.".
       ENCERRA-PROCEDENTE-EXIT.
           EXIT.

      ******************************************************************
      * Improcedente: o credito provisorio e estornado na hora; falha
      * no estorno deixa o caso em andamento para repetir.
      ******************************************************************
       ENCERRA-IMPROCEDENTE.
           PERFORM LOCALIZA-CASO
           IF NOT ARQ-CNT-OK
               GO TO ENCERRA-IMPROCEDENTE-EXIT
           END-IF
           IF NOT CNT-EM-ANDAMENTO
               DISPLAY "Caso ja encerrado."
               GO TO ENCERRA-IMPROCEDENTE-EXIT
           END-IF
           IF CNT-CREDITO-PROVISORIO
               DISPLAY "O credito provisorio sera estornado da conta."
           END-IF
           DISPLAY "Confirma o encerramento IMPROCEDENTE (S/N)? "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "Encerramento nao confirmado."
               GO TO ENCERRA-IMPROCEDENTE-EXIT
           END-IF

           IF CNT-CREDITO-PROVISORIO
               PERFORM ESTORNA-CREDITO-CASO
               IF POSTAGEM-FALHOU
                   GO TO ENCERRA-IMPROCEDENTE-EXIT
               END-IF
           END-IF
           SET CNT-IMPROCEDENTE    TO TRUE
           MOVE WS-DATA-SISTEMA    TO CNT-DATA-ENCERRAMENTO
           MOVE WS-OPERADOR        TO CNT-ENCERRADO-POR
           PERFORM REGRAVA-CASO
           MOVE "CONTEST IMPROCEDENTE" TO AUD-ACAO
           PERFORM GRAVA-AUDITORIA
           ADD 1 TO WS-QTD-ACOES
           DISPLAY "Caso " CNT-NUMERO " encerrado improcedente.".
       ENCERRA-IMPROCEDENTE-EXIT.
           EXIT.

       ASSUME-CASO.
           PERFORM LOCALIZA-CASO
           IF NOT ARQ-CNT-OK
               GO TO ASSUME-CASO-EXIT
           END-IF
           IF NOT CNT-EM-ANDAMENTO
               DISPLAY "Caso ja encerrado."
               GO TO ASSUME-CASO-EXIT
           END-IF
           MOVE WS-OPERADOR TO CNT-ANALISTA
           PERFORM REGRAVA-CASO
           MOVE "ASSUME CONTESTACAO"  TO AUD-ACAO
           PERFORM GRAVA-AUDITORIA
           ADD 1 TO WS-QTD-ACOES
           DISPLAY "Caso " CNT-NUMERO " passa ao analista "
               WS-OPERADOR.
       ASSUME-CASO-EXIT.
           EXIT.

       REGRAVA-CASO.
           REWRITE CNT-REGISTRO
           IF NOT ARQ-CNT-OK
               DISPLAY "Erro ao regravar o caso " CNT-NUMERO " ("
                   WS-STATUS-CNT ") - repita a operacao."
               ADD 1 TO WS-QTD-FALHAS
           END-IF.

      * Credito "K" do valor contestado, referencia fixa do caso.
       CREDITA-CASO.
           COMPUTE WS-REF-POSTAGEM = 9400000000 + CNT-NUMERO
           MOVE "K"            TO WS-TIPO-POSTAGEM
           MOVE CNT-VALOR      TO WS-VALOR-POSTAGEM
           MOVE CNT-REFERENCIA TO WS-REF-ORIGEM-POSTAGEM
           MOVE CNT-TIPO-LANC  TO WS-TIPO-ORIGEM-POSTAGEM
           PERFORM POSTA-LANCAMENTO-CASO
               THRU POSTA-LANCAMENTO-CASO-EXIT
           IF POSTAGEM-OK
               MOVE WS-REF-POSTAGEM TO CNT-REF-CREDITO
               MOVE WS-DATA-SISTEMA TO CNT-DATA-CREDITO
           END-IF.

      * Estorno "W" do credito provisorio: desfaz um credito, valor
      * negativo (ver MOVREG).
       ESTORNA-CREDITO-CASO.
           COMPUTE WS-REF-POSTAGEM = 9410000000 + CNT-NUMERO
           MOVE "W"             TO WS-TIPO-POSTAGEM
           COMPUTE WS-VALOR-POSTAGEM = CNT-VALOR * -1
           MOVE CNT-REF-CREDITO TO WS-REF-ORIGEM-POSTAGEM
           MOVE "K"             TO WS-TIPO-ORIGEM-POSTAGEM
           PERFORM POSTA-LANCAMENTO-CASO
               THRU POSTA-LANCAMENTO-CASO-EXIT
           IF POSTAGEM-OK
               MOVE WS-REF-POSTAGEM TO CNT-REF-ESTORNO
           END-IF.

      * Referencia ja postada so acontece na repeticao depois de uma
      * queda entre a postagem e a regravacao do caso: o lancamento
      * ja esta no movimento e o caso e apenas atualizado.
       POSTA-LANCAMENTO-CASO.
           MOVE "N" TO WS-POSTAGEM
           MOVE WS-REF-POSTAGEM TO TRAN-REFERENCIA
           PERFORM VERIFICA-REF-DUPLICADA
           IF REF-ACHOU
               DISPLAY "REFERENCIA " WS-REF-POSTAGEM " JA POSTADA - "
                   "CASO APENAS ATUALIZADO"
               MOVE "J" TO WS-POSTAGEM
               GO TO POSTA-LANCAMENTO-CASO-EXIT
           END-IF

           MOVE CNT-CONTA TO CTA-NUMERO
           PERFORM LE-CONTA-COM-LOCK
           IF NOT ARQ-OK
               DISPLAY "CONTA " CNT-CONTA " INDISPONIVEL/INEXISTENTE "
                   "- NADA POSTADO, REPITA A OPERACAO"
               ADD 1 TO WS-QTD-FALHAS
               GO TO POSTA-LANCAMENTO-CASO-EXIT
           END-IF
           IF CTA-ENCERRADA
               UNLOCK CTAMESTRE-ARQ
               DISPLAY "CONTA " CNT-CONTA " ENCERRADA - NADA POSTADO "
                   "(REPARO MANUAL PELA AGENCIA)"
               ADD 1 TO WS-QTD-FALHAS
               GO TO POSTA-LANCAMENTO-CASO-EXIT
           END-IF

           ADD WS-VALOR-POSTAGEM TO CTA-SALDO
           REWRITE CTA-REGISTRO
           PERFORM GRAVA-JORNAL
           UNLOCK CTAMESTRE-ARQ

           OPEN EXTEND MOVIMENTO-ARQ
           IF NOT ARQ-MOV-OK
               OPEN OUTPUT MOVIMENTO-ARQ
           END-IF
           MOVE WS-REF-POSTAGEM   TO MOV-REFERENCIA
           MOVE CNT-CONTA         TO MOV-CONTA
           MOVE WS-TIPO-POSTAGEM  TO MOV-TIPO
           MOVE WS-VALOR-POSTAGEM TO MOV-VALOR
           MOVE WS-DATA-SISTEMA   TO MOV-DATA
           MOVE 0                 TO MOV-CONTA-CONTRA
           MOVE CTA-AGENCIA       TO MOV-AGENCIA
           MOVE SPACES            TO MOV-CAIXA
           ACCEPT MOV-HORA FROM TIME
           MOVE "B"               TO MOV-CANAL
           MOVE WS-REF-ORIGEM-POSTAGEM  TO MOV-REF-ORIGEM
           MOVE WS-TIPO-ORIGEM-POSTAGEM TO MOV-TIPO-ORIGEM
           MOVE SPACES                  TO MOV-SERVICO-ORIGEM
           WRITE MOV-REGISTRO
           CLOSE MOVIMENTO-ARQ

           MOVE WS-REF-POSTAGEM TO TRAN-REFERENCIA
           PERFORM GRAVA-REFERENCIA-POSTADA
           MOVE "S" TO WS-POSTAGEM

           MOVE WS-VALOR-POSTAGEM TO WS-VALOR-EDIT
           DISPLAY "POSTADO: CONTA " CNT-CONTA " TIPO "
               WS-TIPO-POSTAGEM " VALOR " WS-VALOR-EDIT
           COMPUTE WS-DISPONIVEL = CTA-SALDO + CTA-LIMITE-CREDITO
           IF WS-DISPONIVEL < 0
               DISPLAY "ATENCAO: CONTA " CNT-CONTA " FICOU ALEM DO "
                   "LIMITE DE CREDITO APOS O LANCAMENTO"
           END-IF.
       POSTA-LANCAMENTO-CASO-EXIT.
           EXIT.

       GRAVA-AUDITORIA.
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-DATA-SISTEMA TO AUD-DATA
           MOVE WS-HORA-SISTEMA TO AUD-HORA
           MOVE WS-OPERADOR     TO AUD-OFICIAL
           MOVE CNT-CONTA       TO AUD-CONTA
           WRITE AUD-REGISTRO.

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

       FINALIZAR.
           CLOSE CONTEST-ARQ
           CLOSE CTAMESTRE-ARQ
           CLOSE AUDITSEG-ARQ
           CLOSE JORNAL-ARQ
           CLOSE REFARQ-ARQ
           IF WS-QTD-FALHAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "ACOES NESTA SESSAO: " WS-QTD-ACOES
           DISPLAY "FALHAS DE POSTAGEM/GRAVACAO: " WS-QTD-FALHAS.

       COPY DATLER.

       COPY DIAUTIL.

       COPY PARLER.
       END PROGRAM PROGCONTEST.
