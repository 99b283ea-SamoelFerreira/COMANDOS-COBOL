      ******************************************************************
      * Author: EQUIPE MANUTENCAO
      * Date: 15/10/2026
      * Purpose: ESTORNO DE LANCAMENTO - PROGRAMA DO SUPERVISOR PARA
      *          DESFAZER UM LANCAMENTO JA POSTADO (DEPOSITO DIGITADO
      *          ERRADO NO CAIXA, LINHA DE TRANENT POSTADA DUAS VEZES
      *          SOB REFERENCIAS DIFERENTES ETC.): LOCALIZA A
      *          REFERENCIA ORIGINAL NO MOVIMENTO DO ANO (MOVFECH +
      *          MOVIMENTO), CONFERE QUE AINDA NAO FOI ESTORNADA E
      *          POSTA A CONTRAPARTIDA EXATA DE CADA PERNA COMO
      *          MOVIMENTO PROPRIO (MOV-ESTORNO "W", VER MOVREG) PELO
      *          MESMO CAMINHO DE CONTA/MOVIMENTO DOS MOTORES (LOCK,
      *          JORNAL, REFARQ). O ESTORNO GANHA REFERENCIA PROPRIA
      *          NA FAIXA 9500000000 + SEQUENCIA (CONTROLE ESTCTRL, VER
      *          REFREG) E APONTA PARA O ORIGINAL EM MOV-REF-ORIGEM /
      *          MOV-TIPO-ORIGEM. TARIFA, JUROS, ENCARGO E IR RETIDO
      *          GERADOS PELO BANCO SAO LOCALIZADOS PELA REFERENCIA
      *          PROPRIA QUE RECEBEM NA POSTAGEM (FAIXA 9800000000,
      *          VER REFREG/LBCCTL; A TARIFA DO ATENDIMENTO, DIA +
      *          HORA); LANCAMENTO ANTIGO GRAVADO COM REFERENCIA ZERO
      *          NAO E LOCALIZAVEL AQUI E SE CORRIGE POR AJUSTE
      *          MANUAL. EXIGE SIGN-ON DE SUPERVISOR NO
      *          OPERMESTRE (PERFIL S) E TODA DECISAO DEIXA TRILHA NO
      *          AUDITSEG, MESMO FORMATO DO PROGAPROV.
      * Tectonics: cobc
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial. Tipos com registro de apoio
      *              fora do mestre (cheque "Q"/"L"/"X", CDB "U"/"Y",
      *              emprestimo "O", Tesouro "Z") e os que nao mexem no
      *              saldo ("A", "M") nao sao estornaveis aqui - cada
      *              um tem o seu proprio fluxo de desfazimento; "V" e
      *              "W" ja sao estornos.
      * 15/10/2026 - EM - Credito de contestacao ("K") tambem fica fora:
      *              e desfeito pelo proprio PROGCONTEST no encerramento
      *              improcedente do caso; a mensagem de recusa passa a
      *              indicar o caminho.
      * 15/10/2026 - EM - Linhas de movimento acompanham MOVREG (77
      *              bytes); valor do estorno S9(11)V99 e
      *              disponivel S9(12)V99.
      * 15/10/2026 - EM - Linhas de movimento acompanham MOVREG
      *              (78 bytes). O estorno de tarifa avulsa leva em
      *              MOV-SERVICO-ORIGEM o servico da tarifa
      *              original (MOV-TIPO-ORIGEM do "F"), para o
      *              PROGGL desfazer a receita na mesma conta.
      * 15/10/2026 - EM - Tarifa, juros, encargo e IR retido passam a
      *              ser gravados com referencia propria (PROGEOD,
      *              PROGTARAV, PROGPOUP, PROGRCOMPUTE e a tarifa do
      *              atendimento), e o estorno desses tipos, ja aceito
      *              em GUARDA-PERNA, passa a alcanca-los pela
      *              referencia; os gravados antes com referencia zero
      *              seguem fora, por ajuste manual.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGESTORNO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT ESTCTRL-ARQ ASSIGN TO "ESTCTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ETC.

           SELECT OPERMESTRE-ARQ ASSIGN TO "OPERMESTRE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-MATRICULA
               FILE STATUS IS WS-STATUS-OPE.

           SELECT DATAMOV-ARQ ASSIGN TO "DATAMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DTM.
       DATA DIVISION.
       FILE SECTION.
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

      * Ultima sequencia de estorno usada (faixa em REFREG).
       FD  ESTCTRL-ARQ.
       01 ETC-REGISTRO.
          05 ETC-ULTIMO-NUMERO    PIC 9(09).

      * Mestre de operadores (PROGOPER).
       FD  OPERMESTRE-ARQ.
       COPY OPEREG.

      * Data de movimento do ciclo (PROGDATAMOV).
       FD  DATAMOV-ARQ.
       COPY DTMREG.
       WORKING-STORAGE SECTION.
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

          01 WS-STATUS-ETC           PIC XX.
             88 ARQ-ETC-OK                VALUE "00".

       COPY REFARQW.

      * Usado apenas como area de trabalho para os paragrafos comuns
      * de referencia duplicada (REFDUP), que conferem TRAN-REFERENCIA.
       COPY TRANREG.

       COPY OPSIGNW.

       COPY DATLERW.

       COPY JRNW.

      * Area de decodificacao das linhas de MOVFECH/MOVIMENTO durante
      * a procura do lancamento original.
       COPY MOVREG REPLACING LEADING ==MOV== BY ==ORG==.

          01 WS-TENTATIVAS-LOCK      PIC 9(02).
          01 WS-MAX-TENTATIVAS-LOCK  PIC 9(02) VALUE 05.

          01 WS-SUPERV-MATRICULA     PIC X(08) VALUE SPACES.
          01 WS-DATA-SISTEMA         PIC 9(08) VALUE ZEROS.
          01 WS-HORA-SISTEMA         PIC 9(08) VALUE ZEROS.

          01 WS-REF-ORIGINAL         PIC 9(10) VALUE 0.
          01 WS-REF-ESTORNO          PIC 9(10) VALUE 0.
          01 WS-ULTIMO-ESTORNO       PIC 9(09) VALUE 0.
          01 WS-CONFIRMA             PIC X(01) VALUE SPACES.

          01 WS-FIM-SESSAO           PIC X(01) VALUE "N".
             88 FIM-SESSAO                VALUE "S".

      * Pernas do lancamento original (transferencia tem duas, a
      * mesma referencia nas duas contas; saque pode trazer a tarifa
      * excedente sob a mesma referencia).
          01 WS-TAB-PERNAS.
             05 WS-TAB-PERNA OCCURS 10 TIMES
                   INDEXED BY WS-PER-IDX.
                10 WS-TAB-PER-REGISTRO PIC X(78).
                10 WS-TAB-PER-SITUACAO PIC X(01).
                   88 PERNA-A-ESTORNAR      VALUE "P".
                   88 PERNA-JA-ESTORNADA    VALUE "J".
          01 WS-TAB-PER-QTD          PIC 9(02) VALUE 0.
          01 WS-PER-SEQ              PIC 9(02) VALUE 0.

      * Contas em que a referencia ja tem estorno gravado.
          01 WS-TAB-ESTORNADAS.
             05 WS-TAB-EST-CONTA OCCURS 10 TIMES
                   INDEXED BY WS-EST-IDX
                   PIC 9(06).
          01 WS-TAB-EST-QTD          PIC 9(02) VALUE 0.
          01 WS-EST-ACHOU            PIC X(01).
             88 EST-ACHOU                 VALUE "S".

          01 WS-QTD-NAO-ESTORNAVEIS  PIC 9(02) VALUE 0.
          01 WS-QTD-REF-DE-ESTORNO   PIC 9(02) VALUE 0.
          01 WS-QTD-A-ESTORNAR       PIC 9(02) VALUE 0.
          01 WS-QTD-PERNAS-POSTADAS  PIC 9(02) VALUE 0.
          01 WS-TABELA-ESTOUROU      PIC X(01) VALUE "N".
             88 TABELA-ESTOUROU           VALUE "S".

          01 WS-VALOR-ESTORNO        PIC S9(11)V99.
          01 WS-VALOR-EDIT           PIC -Z(10)9.99.
          01 WS-DISPONIVEL           PIC S9(12)V99.

          01 WS-QTD-ESTORNOS         PIC 9(04) VALUE 0.
          01 WS-QTD-RECUSADOS        PIC 9(04) VALUE 0.
          01 WS-QTD-PERNAS-FALHA     PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "===== ESTORNO DE LANCAMENTO (SUPERVISOR) ====="
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
           MOVE WS-OP-MATRICULA TO WS-SUPERV-MATRICULA

           PERFORM INICIALIZAR
           PERFORM PROCESSA-PEDIDO THRU PROCESSA-PEDIDO-EXIT
               UNTIL FIM-SESSAO
           PERFORM FINALIZAR
           STOP RUN.

       COPY OPSIGN.

       INICIALIZAR.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           PERFORM OBTEM-DATA-MOVIMENTO
           IF WS-DATA-MOVIMENTO > 0
               MOVE WS-DATA-MOVIMENTO TO WS-DATA-SISTEMA
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
           MOVE "PROGESTO" TO WS-JRN-PROGRAMA
           PERFORM LE-CONTROLE-ESTORNO
           MOVE 0 TO RETURN-CODE.

       COPY REFDUP.

       LE-CONTROLE-ESTORNO.
           MOVE 0 TO WS-ULTIMO-ESTORNO
           OPEN INPUT ESTCTRL-ARQ
           IF ARQ-ETC-OK
               READ ESTCTRL-ARQ
               IF ARQ-ETC-OK
                   MOVE ETC-ULTIMO-NUMERO TO WS-ULTIMO-ESTORNO
               END-IF
               CLOSE ESTCTRL-ARQ
           END-IF.

       GRAVA-CONTROLE-ESTORNO.
           MOVE WS-ULTIMO-ESTORNO TO ETC-ULTIMO-NUMERO
           OPEN OUTPUT ESTCTRL-ARQ
           WRITE ETC-REGISTRO
           CLOSE ESTCTRL-ARQ.

       PROCESSA-PEDIDO.
           DISPLAY "----------------------------------------"
           DISPLAY "Referencia do lancamento a estornar "
               "(0 = encerrar): "
           ACCEPT WS-REF-ORIGINAL
           IF WS-REF-ORIGINAL = 0
               SET FIM-SESSAO TO TRUE
               GO TO PROCESSA-PEDIDO-EXIT
           END-IF

           PERFORM LOCALIZA-LANCAMENTO

           IF WS-QTD-REF-DE-ESTORNO > 0
               DISPLAY "A REFERENCIA INFORMADA E DE UM ESTORNO - "
                   "ESTORNO NAO SE ESTORNA"
               ADD 1 TO WS-QTD-RECUSADOS
               GO TO PROCESSA-PEDIDO-EXIT
           END-IF
           IF WS-TAB-PER-QTD = 0
               DISPLAY "REFERENCIA NAO ENCONTRADA NO MOVIMENTO DO ANO: "
                   WS-REF-ORIGINAL
               ADD 1 TO WS-QTD-RECUSADOS
               GO TO PROCESSA-PEDIDO-EXIT
           END-IF
           IF TABELA-ESTOUROU
               DISPLAY "REFERENCIA COM MAIS DE 10 LANCAMENTOS - NAO E "
                   "UM LANCAMENTO UNICO, ESTORNO RECUSADO"
               ADD 1 TO WS-QTD-RECUSADOS
               GO TO PROCESSA-PEDIDO-EXIT
           END-IF
           IF WS-QTD-NAO-ESTORNAVEIS > 0
               DISPLAY "TIPO DE LANCAMENTO NAO ESTORNAVEL POR ESTE "
                   "PROGRAMA (CHEQUE: PROGCHQLIB; CDB, EMPRESTIMO E "
                   "TESOURO: FLUXO PROPRIO; CREDITO DE CONTESTACAO: "
                   "PROGCONTEST) - ESTORNO RECUSADO"
               ADD 1 TO WS-QTD-RECUSADOS
               GO TO PROCESSA-PEDIDO-EXIT
           END-IF

           PERFORM MARCA-PERNAS-ESTORNADAS
           PERFORM MOSTRA-PERNA
               VARYING WS-PER-SEQ FROM 1 BY 1
               UNTIL WS-PER-SEQ > WS-TAB-PER-QTD
           IF WS-QTD-A-ESTORNAR = 0
               DISPLAY "LANCAMENTO JA ESTORNADO - NADA A FAZER"
               ADD 1 TO WS-QTD-RECUSADOS
               GO TO PROCESSA-PEDIDO-EXIT
           END-IF

           DISPLAY "Confirma o estorno das pernas pendentes (S/N)? "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "ESTORNO NAO CONFIRMADO."
               GO TO PROCESSA-PEDIDO-EXIT
           END-IF

      * Referencia propria do estorno; colisao na faixa (nao deveria
      * ocorrer) recusa sem postar e sem consumir a sequencia.
           COMPUTE WS-REF-ESTORNO =
               9500000000 + WS-ULTIMO-ESTORNO + 1
           MOVE WS-REF-ESTORNO TO TRAN-REFERENCIA
           PERFORM VERIFICA-REF-DUPLICADA
           IF REF-ACHOU
               DISPLAY "REFERENCIA DE ESTORNO " WS-REF-ESTORNO
                   " JA USADA (VER ESTCTRL) - ESTORNO RECUSADO"
               ADD 1 TO WS-QTD-RECUSADOS
               GO TO PROCESSA-PEDIDO-EXIT
           END-IF
           ADD 1 TO WS-ULTIMO-ESTORNO

           MOVE 0 TO WS-QTD-PERNAS-POSTADAS
           OPEN EXTEND MOVIMENTO-ARQ
           IF NOT ARQ-MOV-OK
               OPEN OUTPUT MOVIMENTO-ARQ
           END-IF
           PERFORM ESTORNA-PERNA THRU ESTORNA-PERNA-EXIT
               VARYING WS-PER-SEQ FROM 1 BY 1
               UNTIL WS-PER-SEQ > WS-TAB-PER-QTD
           CLOSE MOVIMENTO-ARQ

           IF WS-QTD-PERNAS-POSTADAS > 0
               MOVE WS-REF-ESTORNO TO TRAN-REFERENCIA
               PERFORM GRAVA-REFERENCIA-POSTADA
               PERFORM GRAVA-CONTROLE-ESTORNO
               ADD 1 TO WS-QTD-ESTORNOS
               DISPLAY "ESTORNO POSTADO SOB A REFERENCIA "
                   WS-REF-ESTORNO
           END-IF
           IF WS-QTD-PERNAS-POSTADAS < WS-QTD-A-ESTORNAR
               DISPLAY "ATENCAO: PERNA NAO ESTORNADA - REPITA O "
                   "ESTORNO DA MESMA REFERENCIA APOS LIBERAR A CONTA"
           END-IF.
       PROCESSA-PEDIDO-EXIT.
           EXIT.

      * Varre o ano inteiro (periodos fechados + periodo corrente):
      * guarda cada perna do lancamento original e cada conta em que
      * a referencia ja tem estorno gravado.
       LOCALIZA-LANCAMENTO.
           MOVE 0   TO WS-TAB-PER-QTD
           MOVE 0   TO WS-TAB-EST-QTD
           MOVE 0   TO WS-QTD-NAO-ESTORNAVEIS
           MOVE 0   TO WS-QTD-REF-DE-ESTORNO
           MOVE 0   TO WS-QTD-A-ESTORNAR
           MOVE "N" TO WS-TABELA-ESTOUROU
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
           IF ORG-ESTORNO AND ORG-REF-ORIGEM = WS-REF-ORIGINAL
               IF WS-TAB-EST-QTD < 10
                   ADD 1 TO WS-TAB-EST-QTD
                   SET WS-EST-IDX TO WS-TAB-EST-QTD
                   MOVE ORG-CONTA TO WS-TAB-EST-CONTA (WS-EST-IDX)
               END-IF
           END-IF
           IF ORG-REFERENCIA = WS-REF-ORIGINAL
               IF ORG-ESTORNO
                   ADD 1 TO WS-QTD-REF-DE-ESTORNO
               ELSE
                   PERFORM GUARDA-PERNA
               END-IF
           END-IF.

       GUARDA-PERNA.
           IF WS-TAB-PER-QTD < 10
               ADD 1 TO WS-TAB-PER-QTD
               SET WS-PER-IDX TO WS-TAB-PER-QTD
               MOVE ORG-REGISTRO TO WS-TAB-PER-REGISTRO (WS-PER-IDX)
               SET PERNA-A-ESTORNAR (WS-PER-IDX) TO TRUE
           ELSE
               SET TABELA-ESTOUROU TO TRUE
           END-IF
           IF NOT (ORG-DEPOSITO OR ORG-SAQUE OR ORG-TARIFA
                   OR ORG-JUROS OR ORG-PAGAMENTO OR ORG-ENCARGO
                   OR ORG-TRANSF-ENVIADA OR ORG-TRANSF-RECEBIDA
                   OR ORG-IR-RETIDO OR ORG-CHEQUE-PAGO)
               ADD 1 TO WS-QTD-NAO-ESTORNAVEIS
           END-IF.

      * Perna cuja conta ja tem estorno desta referencia fica de fora;
      * assim a repeticao depois de uma falha parcial estorna so o
      * que faltou.
       MARCA-PERNAS-ESTORNADAS.
           PERFORM MARCA-UMA-PERNA
               VARYING WS-PER-SEQ FROM 1 BY 1
               UNTIL WS-PER-SEQ > WS-TAB-PER-QTD.

       MARCA-UMA-PERNA.
           SET WS-PER-IDX TO WS-PER-SEQ
           MOVE WS-TAB-PER-REGISTRO (WS-PER-IDX) TO ORG-REGISTRO
           MOVE "N" TO WS-EST-ACHOU
           SET WS-EST-IDX TO 1
           PERFORM PROCURA-CONTA-ESTORNADA
               UNTIL WS-EST-IDX > WS-TAB-EST-QTD OR EST-ACHOU
           IF EST-ACHOU
               SET PERNA-JA-ESTORNADA (WS-PER-IDX) TO TRUE
           ELSE
               ADD 1 TO WS-QTD-A-ESTORNAR
           END-IF.

       PROCURA-CONTA-ESTORNADA.
           IF WS-TAB-EST-CONTA (WS-EST-IDX) = ORG-CONTA
               MOVE "S" TO WS-EST-ACHOU
           ELSE
               SET WS-EST-IDX UP BY 1
           END-IF.

       MOSTRA-PERNA.
           SET WS-PER-IDX TO WS-PER-SEQ
           MOVE WS-TAB-PER-REGISTRO (WS-PER-IDX) TO ORG-REGISTRO
           MOVE ORG-VALOR TO WS-VALOR-EDIT
           IF PERNA-JA-ESTORNADA (WS-PER-IDX)
               DISPLAY "CONTA " ORG-CONTA " TIPO " ORG-TIPO
                   " VALOR " WS-VALOR-EDIT " DATA " ORG-DATA
                   " - JA ESTORNADA"
           ELSE
               DISPLAY "CONTA " ORG-CONTA " TIPO " ORG-TIPO
                   " VALOR " WS-VALOR-EDIT " DATA " ORG-DATA
                   " CAIXA " ORG-CAIXA
           END-IF.

      * Contrapartida exata da perna: credito original vira debito do
      * mesmo valor e vice-versa; caixa, canal e conta contraparte
      * sao os do original, para o fechamento de gaveta e as quebras
      * por canal casarem o par. O saque do proprio dia devolve o
      * consumo do teto diario da conta.
       ESTORNA-PERNA.
           SET WS-PER-IDX TO WS-PER-SEQ
           IF PERNA-JA-ESTORNADA (WS-PER-IDX)
               GO TO ESTORNA-PERNA-EXIT
           END-IF
           MOVE WS-TAB-PER-REGISTRO (WS-PER-IDX) TO ORG-REGISTRO

           MOVE ORG-CONTA TO CTA-NUMERO
           PERFORM LE-CONTA-COM-LOCK
           IF NOT ARQ-OK
               DISPLAY "CONTA " ORG-CONTA " INDISPONIVEL/INEXISTENTE "
                   "- PERNA NAO ESTORNADA"
               ADD 1 TO WS-QTD-PERNAS-FALHA
               GO TO ESTORNA-PERNA-EXIT
           END-IF
           IF CTA-ENCERRADA
               UNLOCK CTAMESTRE-ARQ
               DISPLAY "CONTA " ORG-CONTA " ENCERRADA - PERNA NAO "
                   "ESTORNADA (REPARO MANUAL PELA AGENCIA)"
               ADD 1 TO WS-QTD-PERNAS-FALHA
               GO TO ESTORNA-PERNA-EXIT
           END-IF

           IF ORG-DEPOSITO OR ORG-JUROS OR ORG-TRANSF-RECEBIDA
               COMPUTE WS-VALOR-ESTORNO = ORG-VALOR * -1
           ELSE
               MOVE ORG-VALOR TO WS-VALOR-ESTORNO
           END-IF

           ADD WS-VALOR-ESTORNO TO CTA-SALDO
           IF ORG-SAQUE AND ORG-DATA = CTA-DATA-CTRL-SAQUE
               IF CTA-VALOR-SAQUES-DIA > ORG-VALOR
                   SUBTRACT ORG-VALOR FROM CTA-VALOR-SAQUES-DIA
               ELSE
                   MOVE 0 TO CTA-VALOR-SAQUES-DIA
               END-IF
               IF CTA-QTD-SAQUES-DIA > 0
                   SUBTRACT 1 FROM CTA-QTD-SAQUES-DIA
               END-IF
           END-IF
           REWRITE CTA-REGISTRO
           PERFORM GRAVA-JORNAL
           UNLOCK CTAMESTRE-ARQ

           MOVE WS-REF-ESTORNO   TO MOV-REFERENCIA
           MOVE ORG-CONTA        TO MOV-CONTA
           SET MOV-ESTORNO       TO TRUE
           MOVE WS-VALOR-ESTORNO TO MOV-VALOR
           MOVE WS-DATA-SISTEMA  TO MOV-DATA
           MOVE ORG-CONTA-CONTRA TO MOV-CONTA-CONTRA
           MOVE CTA-AGENCIA      TO MOV-AGENCIA
           MOVE ORG-CAIXA        TO MOV-CAIXA
           ACCEPT MOV-HORA FROM TIME
           MOVE ORG-CANAL        TO MOV-CANAL
           MOVE ORG-REFERENCIA   TO MOV-REF-ORIGEM
           MOVE ORG-TIPO         TO MOV-TIPO-ORIGEM
           IF ORG-TARIFA
               MOVE ORG-TIPO-ORIGEM TO MOV-SERVICO-ORIGEM
           ELSE
               MOVE SPACES          TO MOV-SERVICO-ORIGEM
           END-IF
           WRITE MOV-REGISTRO
           ADD 1 TO WS-QTD-PERNAS-POSTADAS

           MOVE "ESTORNO LANCAMENTO"  TO AUD-ACAO
           PERFORM GRAVA-AUDITORIA

           MOVE WS-VALOR-ESTORNO TO WS-VALOR-EDIT
           DISPLAY "ESTORNADO: CONTA " ORG-CONTA " VALOR "
               WS-VALOR-EDIT
           COMPUTE WS-DISPONIVEL = CTA-SALDO + CTA-LIMITE-CREDITO
           IF WS-DISPONIVEL < 0
               DISPLAY "ATENCAO: CONTA " ORG-CONTA " FICOU ALEM DO "
                   "LIMITE DE CREDITO APOS O ESTORNO"
           END-IF.
       ESTORNA-PERNA-EXIT.
           EXIT.

       GRAVA-AUDITORIA.
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-DATA-SISTEMA     TO AUD-DATA
           MOVE WS-HORA-SISTEMA     TO AUD-HORA
           MOVE WS-SUPERV-MATRICULA TO AUD-OFICIAL
           MOVE CTA-NUMERO          TO AUD-CONTA
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
           CLOSE CTAMESTRE-ARQ
           CLOSE AUDITSEG-ARQ
           CLOSE JORNAL-ARQ
           CLOSE REFARQ-ARQ
           IF WS-QTD-PERNAS-FALHA > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "===== RESUMO DO ESTORNO ====="
           DISPLAY "ESTORNOS POSTADOS..: " WS-QTD-ESTORNOS
           DISPLAY "PEDIDOS RECUSADOS..: " WS-QTD-RECUSADOS
           DISPLAY "PERNAS COM FALHA...: " WS-QTD-PERNAS-FALHA.

       COPY DATLER.
       END PROGRAM PROGESTORNO.
