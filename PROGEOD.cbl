      * Author: EQUIPE MANUTENCAO
      * Date: 09/08/2026
      * Purpose: JOB DE FECHAMENTO DO DIA (END-OF-DAY) - POSTA AS
      *          TRANSACOES PENDENTES (TRANENT, ORDENADO POR CONTA)
      *          CONTRA O ARQUIVO MESTRE DE CONTAS (CTAMESTRE) NUMA
      *          PASSADA DE CASAMENTO E CONFERE O RESULTADO, SEM
      *          INTERVENCAO DE OPERADOR.
      * Tectonics: cobc
      *
      * Historico de alteracoes:
      *              crescente, e o filtro por valor pulava em
      *              silencio, apos um abend, registros nao postados
      *              cuja referencia ordenava abaixo da do checkpoint.
      * 15/10/2026 - EM - Passo ja concluido na data do ciclo (RUNCTRL,
      *              RC ate 4) e saltado com RC 0 (reinicio do
      *              EODJOB).
      * 15/10/2026 - EM - Linhas de movimento acompanham MOVREG (77
      *              bytes) e TRANREG (38); disponivel S9(12)V99 e
      *              totais do dia e por agencia em S9(13)V99.
      * 15/10/2026 - EM - Conta em espolio (titular falecido, status
      *              "O", ver PROGOBITO) so recebe deposito: saque,
      *              transferencia e demais debitos sao rejeitados, e
      *              a tarifa de manutencao deixa de ser cobrada.
      * 15/10/2026 - EM - Postagem por ordenacao e casamento: TRANENT
      *              e ordenado por conta e referencia (SORT para
      *              TRANORD, area SORTWK01) e cada conta e lida com
      *              lock uma vez e regravada uma vez com todo o seu
      *              movimento do dia (uma imagem no jornal), em vez de
      *              leitura aleatoria por transacao. Regras de
      *              rejeicao, teto diario, bloqueio judicial, quebra
      *              por agencia e reinicio (agora por posicao no
      *              TRANORD, checkpoint a cada conta regravada) se
      *              mantem; o resumo mostra as regravacoes do mestre e
      *              o tempo decorrido contra a execucao anterior.
      * 15/10/2026 - EM - Linhas de movimento acompanham MOVREG
      *              (78 bytes); lancamentos gravados com
      *              MOV-SERVICO-ORIGEM em branco.
      * 15/10/2026 - EM - Tarifa de saque excedente e de manutencao
      *              passam a levar referencia propria da faixa dos
      *              lancamentos do banco (controle LBCCTRL, ver
      *              LBCCTL), registrada em REFARQ - a tarifa pode
      *              ser estornada pelo PROGESTORNO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGEOD.
               FILE STATUS IS WS-STATUS-MOV.

           SELECT TRANENT-ARQ ASSIGN TO "TRANENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ENT.

           SELECT TRANORD-ARQ ASSIGN TO "TRANORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRAN.

           SELECT TRANSORT-ARQ ASSIGN TO "SORTWK01".

           SELECT REINICIO-ARQ ASSIGN TO "REINICIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CKPT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FECH.

           SELECT LBCCTRL-ARQ ASSIGN TO "LBCCTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LBC.

           SELECT PARAMS-ARQ ASSIGN TO "PARAMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PAR.
       COPY MOVREG.

       FD  TRANENT-ARQ.
       01 ENT-REGISTRO              PIC X(38).

      * TRANENT ordenado por conta e referencia (ORDENA-TRANSACOES);
      * e o arquivo efetivamente postado.
       FD  TRANORD-ARQ.
       COPY TRANREG.

       SD  TRANSORT-ARQ.
       01 SRT-REGISTRO.
          05 SRT-REFERENCIA         PIC 9(10).
          05 SRT-CONTA              PIC 9(06).
          05 FILLER                 PIC X(22).

       FD  REINICIO-ARQ.
       COPY CKPTREG.

      * de TRAN-REGISTRO); liberadas pelo PROGAGENDA no ciclo cuja
      * data alcanca TRAN-DATA.
       FD  AGENDADO-ARQ.
       01 AGD-REGISTRO              PIC X(38).

       FD  REFARQ-ARQ.
       COPY REFREG.
      * Periodos fechados do ano (PROGMOVCORTE); lido apenas pela
      * migracao inicial de REFARQ (ver REFDUP).
       FD  MOVFECH-ARQ.
       01 FECH-REGISTRO             PIC X(78).

      * Sequencia das referencias das tarifas (ver LBCCTL).
       FD  LBCCTRL-ARQ.
       COPY LBCREG.

       FD  PARAMS-ARQ.
       COPY PARREG.

       COPY REFARQW.

       COPY LBCW.

          01 WS-STATUS-FECH          PIC XX.
             88 ARQ-FECH-OK               VALUE "00".
             88 ARQ-FECH-FIM              VALUE "10".

          01 WS-STATUS-ENT           PIC XX.
             88 ARQ-ENT-OK                VALUE "00".

          01 WS-STATUS-TRAN          PIC XX.
             88 ARQ-TRAN-OK               VALUE "00".
             88 ARQ-TRAN-FIM              VALUE "10".

          01 WS-POSICAO-ATUAL        PIC 9(10) VALUE 0.
          01 WS-ULTIMA-POSICAO       PIC 9(10) VALUE 0.
          01 WS-POSICAO-CKPT         PIC 9(10) VALUE 0.

      * Grupo da passada de casamento: a conta corrente do TRANORD, a
      * situacao da leitura do mestre e as postagens aceitas ainda nao
      * gravadas (regravacao unica da conta na quebra).
          01 WS-CONTA-GRUPO          PIC 9(06).
          01 WS-SITUACAO-CONTA       PIC X(01).
             88 CONTA-NAO-LIDA            VALUE " ".
             88 CONTA-TRAVADA             VALUE "T".
             88 CONTA-INEXISTENTE         VALUE "I".
             88 CONTA-OCUPADA             VALUE "O".
          01 WS-TAB-GRUPO.
             05 WS-GRP-ENTRADA OCCURS 500 TIMES
                   INDEXED BY WS-GRP-IDX.
                10 WS-GRP-TRANSACAO.
                   15 WS-GRP-REFERENCIA PIC 9(10).
                   15 FILLER            PIC X(28).
                10 WS-GRP-TARIFA-EXC   PIC X(01).
          01 WS-GRP-QTD              PIC 9(03) VALUE 0.
          01 WS-GRP-MAX              PIC 9(03) VALUE 500.
          01 WS-TRAN-SALVA           PIC X(38).
          01 WS-QTD-REGRAVACOES      PIC 9(06) VALUE 0.

       COPY PRODW.

          01 WS-QTD-SUSPENSAS        PIC 9(06) VALUE 0.
          01 WS-QTD-AGENDADAS        PIC 9(06) VALUE 0.

          01 WS-SALDO-DISPONIVEL     PIC S9(12)V99.
          01 WS-LIMITE-EXCEDIDO      PIC X(01) VALUE "N".
             88 LIMITE-DIARIO-EXCEDIDO    VALUE "S".

             88 TARIFA-EXC-DEVIDA         VALUE "S".
          01 WS-DATA-SISTEMA         PIC 9(08) VALUE ZEROS.

          01 WS-TOTAL-DEPOSITOS      PIC S9(13)V99 VALUE 0.
          01 WS-TOTAL-SAQUES         PIC S9(13)V99 VALUE 0.
          01 WS-TOTAL-NET            PIC S9(13)V99 VALUE 0.

      * Quebra do fechamento por agencia (CTA-AGENCIA da conta
      * postada); a linha total do banco continua nos acumuladores
                   INDEXED BY WS-AGE-IDX.
                10 WS-TAB-AGE-CODIGO   PIC 9(04).
                10 WS-TAB-AGE-POSTADAS PIC 9(06).
                10 WS-TAB-AGE-DEP      PIC S9(13)V99.
                10 WS-TAB-AGE-SAQ      PIC S9(13)V99.
          01 WS-TAB-AGE-QTD          PIC 9(02) VALUE 0.
          01 WS-TAB-AGE-ACHOU        PIC X(01).
             88 AGE-ACHOU                 VALUE "S".
           MOVE "PROGEOD" TO WS-RUN-PROGRAMA
           MOVE WS-DATA-SISTEMA TO WS-RUN-DATA-CICLO
           PERFORM VERIFICA-CICLO-JA-RODADO
           IF RUN-CONCLUIDO
               PERFORM SALTA-PASSO-CONCLUIDO
           END-IF
           IF RUN-JA-RODOU
               DISPLAY "FECHAMENTO JA EXECUTADO NA DATA "
                   WS-DATA-SISTEMA " - EXECUCAO RECUSADA (VER "
           END-IF

           PERFORM INICIALIZAR
           PERFORM ORDENA-TRANSACOES
           READ TRANORD-ARQ
               AT END SET ARQ-TRAN-FIM TO TRUE
           END-READ
           PERFORM POSTA-CONTA
               UNTIL ARQ-TRAN-FIM
           PERFORM LIMPA-CHECKPOINT
           PERFORM COBRA-TARIFAS
           PERFORM FINALIZAR
           MOVE WS-QTD-POSTADAS TO WS-RUN-QTD
           PERFORM GRAVA-RUN-CONTROLE
           DISPLAY "TEMPO DECORRIDO (SEG): EXECUCAO ANTERIOR="
               WS-RUN-SEG-ANTERIOR " ESTA EXECUCAO="
               WS-RUN-SEG-DECORRIDOS
           STOP RUN.

       INICIALIZAR.
           OPEN I-O CTAMESTRE-ARQ
           PERFORM ABRE-REFERENCIAS-POSTADAS
           PERFORM LE-CONTROLE-LANC-BANCO
           OPEN EXTEND MOVIMENTO-ARQ
           IF NOT ARQ-MOV-OK
               OPEN OUTPUT MOVIMENTO-ARQ
           END-IF
           OPEN EXTEND SUSPENSO-ARQ
           IF NOT ARQ-SUSP-OK
               OPEN OUTPUT SUSPENSO-ARQ

       COPY REFDUP.

       COPY LBCCTL.

      * TRANENT chega na ordem dos geradores (PROGORDEM, PROGAGENDA,
      * PROGCRIT, PROGEMPGER...); a postagem trabalha sobre a copia
      * ordenada por conta e referencia (TRANORD), para tratar todo o
      * movimento de uma conta com uma leitura e uma regravacao do
      * mestre. A ordenacao e estavel (DUPLICATES IN ORDER): refeita
      * no reinicio sobre o mesmo TRANENT, devolve a mesma sequencia e
      * o checkpoint por posicao continua valido.
       ORDENA-TRANSACOES.
           OPEN INPUT TRANENT-ARQ
           IF NOT ARQ-ENT-OK
               DISPLAY "ARQUIVO TRANENT AUSENTE - NADA A POSTAR"
               OPEN OUTPUT TRANORD-ARQ
               CLOSE TRANORD-ARQ
           ELSE
               CLOSE TRANENT-ARQ
               SORT TRANSORT-ARQ
                   ON ASCENDING KEY SRT-CONTA SRT-REFERENCIA
                   WITH DUPLICATES IN ORDER
                   USING TRANENT-ARQ
                   GIVING TRANORD-ARQ
               IF SORT-RETURN NOT = 0
                   DISPLAY "FECHAMENTO ABORTADO: FALHA NA ORDENACAO "
                       "DO TRANENT (SORT-RETURN " SORT-RETURN ")"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT TRANORD-ARQ.

      * Passada de casamento: cada quebra de conta no TRANORD e um
      * grupo. A conta e lida com lock uma vez, na primeira transacao
      * do grupo que chega a postagem; as postagens aceitas mexem no
      * registro em memoria e ficam guardadas em WS-TAB-GRUPO, e a
      * quebra regrava a conta uma vez, com uma imagem no jornal, e
      * grava o movimento de cada postagem. O checkpoint vai para a
      * ultima posicao do grupo depois da regravacao.
       POSTA-CONTA.
           MOVE TRAN-CONTA TO WS-CONTA-GRUPO
           MOVE SPACE      TO WS-SITUACAO-CONTA
           MOVE 0          TO WS-GRP-QTD
           PERFORM AVALIA-TRANSACAO THRU AVALIA-TRANSACAO-EXIT
               UNTIL ARQ-TRAN-FIM OR TRAN-CONTA NOT = WS-CONTA-GRUPO
           PERFORM DESCARREGA-POSTAGENS
           IF CONTA-TRAVADA
               UNLOCK CTAMESTRE-ARQ
           END-IF
           IF WS-POSICAO-ATUAL > WS-ULTIMA-POSICAO
               MOVE WS-POSICAO-ATUAL TO WS-POSICAO-CKPT
               PERFORM GRAVA-CHECKPOINT
           END-IF.

      * O reinicio e por POSICAO no arquivo ordenado (numero do
      * registro), nao por valor de referencia.
       AVALIA-TRANSACAO.
           ADD 1 TO WS-POSICAO-ATUAL
           IF WS-POSICAO-ATUAL NOT > WS-ULTIMA-POSICAO
               GO TO AVALIA-TRANSACAO-EXIT
           END-IF

      * Referencia ja postada em outro ciclo/conta (REFARQ) ou aceita
      * antes neste mesmo grupo, ainda nao gravada.
           PERFORM VERIFICA-REF-DUPLICADA
           IF NOT REF-ACHOU
               PERFORM PROCURA-REF-GRUPO
           END-IF
           IF REF-ACHOU
               DISPLAY "REJEITADA (REFERENCIA DUPLICADA): "
                   TRAN-REFERENCIA
               ADD 1 TO WS-QTD-REJEITADAS
               GO TO AVALIA-TRANSACAO-EXIT
           END-IF

      * Data-valor futura: a transacao vai para o deposito AGENDADO
      * (liberacao pelo PROGAGENDA no inicio do ciclo).
           IF TRAN-DATA > WS-DATA-SISTEMA
               PERFORM AGENDA-TRANSACAO
               GO TO AVALIA-TRANSACAO-EXIT
           END-IF

           MOVE TRAN-DATA TO WS-DATA-AVALIADA
           PERFORM VERIFICA-DATA-UTIL
           IF DATA-NAO-UTIL
               PERFORM SUSPENDE-TRANSACAO
               GO TO AVALIA-TRANSACAO-EXIT
           END-IF

           IF CONTA-NAO-LIDA
               PERFORM LE-CONTA-DO-GRUPO
           END-IF
           IF CONTA-OCUPADA
               DISPLAY "REJEITADA (CONTA OCUPADA, RETENTAR): "
                   TRAN-REFERENCIA
               ADD 1 TO WS-QTD-BLOQUEADAS
               GO TO AVALIA-TRANSACAO-EXIT
           END-IF
           IF CONTA-INEXISTENTE
               DISPLAY "REJEITADA (CONTA INEXISTENTE): "
                   TRAN-REFERENCIA
               ADD 1 TO WS-QTD-REJEITADAS
               GO TO AVALIA-TRANSACAO-EXIT
           END-IF

           IF CTA-ENCERRADA
               DISPLAY "REJEITADA (CONTA ENCERRADA): "
                   TRAN-REFERENCIA
               ADD 1 TO WS-QTD-REJEITADAS
               GO TO AVALIA-TRANSACAO-EXIT
           END-IF

      * Conta de titular falecido (espolio, ver PROGOBITO) so recebe
      * credito; o credito entra na lista de devolucao do PROGOBTCRED.
           IF CTA-ESPOLIO
                   AND NOT TRAN-DEPOSITO AND NOT TRAN-DEP-CHEQUE
               DISPLAY "REJEITADA (TITULAR FALECIDO): "
                   TRAN-REFERENCIA
               ADD 1 TO WS-QTD-REJEITADAS
               GO TO AVALIA-TRANSACAO-EXIT
           END-IF

      * Tabela do grupo cheia: grava o que ja foi aceito antes de mexer
      * de novo no registro (conta com movimento acima da tabela).
           IF WS-GRP-QTD NOT < WS-GRP-MAX
               PERFORM DESCARREGA-ANTES-DA-ATUAL
           END-IF

      * Movimento de cliente reativa conta dormente; a reativacao so
      * persiste se o grupo regravar o registro.
           IF CTA-DORMENTE
               SET CTA-ATIVA TO TRUE
           END-IF
      * Disponivel conforme o produto (sem descoberto, o limite de
      * credito nao entra), recalculado a cada transacao sobre o
      * registro ja movimentado pelas anteriores do grupo.
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
           IF TRAN-DEPOSITO OR TRAN-DEP-CHEQUE
               ADD TRAN-VALOR TO CTA-SALDO
               IF TRAN-DEP-CHEQUE
                   ADD TRAN-VALOR TO CTA-SALDO-PENDENTE
               END-IF
               PERFORM GUARDA-POSTAGEM
               GO TO AVALIA-TRANSACAO-EXIT
           END-IF
           IF TRAN-VALOR > WS-SALDO-DISPONIVEL
               DISPLAY "REJEITADA (SALDO): " TRAN-REFERENCIA
               ADD 1 TO WS-QTD-REJEITADAS
               GO TO AVALIA-TRANSACAO-EXIT
           END-IF
           PERFORM CONTROLA-LIMITE-DIARIO
           IF LIMITE-DIARIO-EXCEDIDO
               DISPLAY "REJEITADA (LIMITE DIARIO): "
                   TRAN-REFERENCIA
               ADD 1 TO WS-QTD-REJEITADAS
               GO TO AVALIA-TRANSACAO-EXIT
           END-IF
           SUBTRACT TRAN-VALOR FROM CTA-SALDO
           PERFORM GUARDA-POSTAGEM.

       AVALIA-TRANSACAO-EXIT.
           READ TRANORD-ARQ
               AT END SET ARQ-TRAN-FIM TO TRUE
           END-READ.

      * Uma leitura com lock por conta; produto e bloqueio judicial
      * valem para todo o grupo.
       LE-CONTA-DO-GRUPO.
           MOVE WS-CONTA-GRUPO TO CTA-NUMERO
           PERFORM LE-CONTA-COM-LOCK
           EVALUATE TRUE
               WHEN ARQ-OK
                   SET CONTA-TRAVADA TO TRUE
                   MOVE CTA-PRODUTO TO WS-PRD-CODIGO-BUSCA
                   PERFORM OBTEM-PRODUTO
                   MOVE WS-CONTA-GRUPO TO WS-BLQ-CONTA-BUSCA
                   PERFORM OBTEM-BLOQUEIO-JUDICIAL
               WHEN ARQ-REGISTRO-BLOQUEADO
                   SET CONTA-OCUPADA TO TRUE
               WHEN OTHER
                   SET CONTA-INEXISTENTE TO TRUE
           END-EVALUATE.

       PROCURA-REF-GRUPO.
           PERFORM CONFERE-REF-GRUPO
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-QTD OR REF-ACHOU.

       CONFERE-REF-GRUPO.
           IF WS-GRP-REFERENCIA (WS-GRP-IDX) = TRAN-REFERENCIA
               MOVE "S" TO WS-REF-ACHOU
           END-IF.

       GUARDA-POSTAGEM.
           ADD 1 TO WS-GRP-QTD
           SET WS-GRP-IDX TO WS-GRP-QTD
           MOVE TRAN-REGISTRO TO WS-GRP-TRANSACAO (WS-GRP-IDX)
           MOVE WS-TARIFA-EXC-FLAG TO WS-GRP-TARIFA-EXC (WS-GRP-IDX)
           MOVE "N" TO WS-TARIFA-EXC-FLAG.

      * Antes de gravar AGENDADO/SUSPENSO (e com a tabela do grupo
      * cheia), o que ja foi aceito no grupo e gravado e o checkpoint
      * vai para a posicao anterior: um reinicio nao repete nem a
      * postagem nem a gravacao da transacao atual.
       DESCARREGA-ANTES-DA-ATUAL.
           IF WS-GRP-QTD > 0
               PERFORM DESCARREGA-POSTAGENS
               COMPUTE WS-POSICAO-CKPT = WS-POSICAO-ATUAL - 1
               PERFORM GRAVA-CHECKPOINT
           END-IF.

       DESCARREGA-POSTAGENS.
           IF WS-GRP-QTD > 0
               REWRITE CTA-REGISTRO
               PERFORM GRAVA-JORNAL
               MOVE CTA-REGISTRO TO WS-JRN-IMAGEM-ANTES
               ADD 1 TO WS-QTD-REGRAVACOES
               MOVE TRAN-REGISTRO TO WS-TRAN-SALVA
               PERFORM GRAVA-UMA-POSTAGEM
                   VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-QTD
               MOVE WS-TRAN-SALVA TO TRAN-REGISTRO
               MOVE 0 TO WS-GRP-QTD
           END-IF.

       GRAVA-UMA-POSTAGEM.
           MOVE WS-GRP-TRANSACAO (WS-GRP-IDX) TO TRAN-REGISTRO
           PERFORM REGISTRA-MOVIMENTO
           IF TRAN-DEP-CHEQUE
               PERFORM GRAVA-RETENCAO-CHEQUE
           END-IF
           IF WS-GRP-TARIFA-EXC (WS-GRP-IDX) = "S"
               PERFORM GRAVA-MOV-TARIFA-EXC
           END-IF
           ADD 1 TO WS-QTD-POSTADAS
           IF TRAN-DEPOSITO OR TRAN-DEP-CHEQUE
               ADD TRAN-VALOR TO WS-TOTAL-DEPOSITOS
               MOVE "D" TO WS-AGE-TIPO
           ELSE
               ADD TRAN-VALOR TO WS-TOTAL-SAQUES
               MOVE "S" TO WS-AGE-TIPO
           END-IF
           PERFORM ACUMULA-POR-AGENCIA
               THRU ACUMULA-POR-AGENCIA-EXIT.

       LE-CONTA-COM-LOCK.
           MOVE "99" TO WS-STATUS-CTA
           PERFORM VARYING WS-TENTATIVAS-LOCK FROM 1 BY 1
           END-IF.

       GRAVA-MOV-TARIFA-EXC.
           PERFORM OBTEM-REF-LANC-BANCO
           MOVE WS-REF-LANC-BANCO   TO MOV-REFERENCIA
           MOVE TRAN-CONTA          TO MOV-CONTA
           SET MOV-TARIFA           TO TRUE
           MOVE WS-TARIFA-SAQUE-EXC TO MOV-VALOR
           MOVE SPACES              TO MOV-CAIXA
           ACCEPT MOV-HORA FROM TIME
           MOVE "L" TO MOV-CANAL
           MOVE 0      TO MOV-REF-ORIGEM
           MOVE SPACES TO MOV-TIPO-ORIGEM
           MOVE SPACES TO MOV-SERVICO-ORIGEM
           WRITE MOV-REGISTRO
           PERFORM REGISTRA-REF-LANC-BANCO
           ADD 1 TO WS-QTD-TARIFA-EXC
           MOVE "N" TO WS-TARIFA-EXC-FLAG.

       COPY JRNGRAVA.

       AGENDA-TRANSACAO.
           PERFORM DESCARREGA-ANTES-DA-ATUAL
           MOVE TRAN-REGISTRO TO AGD-REGISTRO
           WRITE AGD-REGISTRO
           ADD 1 TO WS-QTD-AGENDADAS
           DISPLAY "RETIDA (DATA-VALOR FUTURA): " TRAN-REFERENCIA
               " PARA " TRAN-DATA
           MOVE WS-POSICAO-ATUAL TO WS-POSICAO-CKPT
           PERFORM GRAVA-CHECKPOINT.

       SUSPENDE-TRANSACAO.
           PERFORM DESCARREGA-ANTES-DA-ATUAL
           MOVE TRAN-REFERENCIA TO SUSP-REFERENCIA
           MOVE TRAN-CONTA      TO SUSP-CONTA
           MOVE TRAN-TIPO       TO SUSP-TIPO
           MOVE ZEROS           TO SUSP-DATA-LIBERACAO
           WRITE SUSP-REGISTRO
           ADD 1 TO WS-QTD-SUSPENSAS
           MOVE WS-POSICAO-ATUAL TO WS-POSICAO-CKPT
           PERFORM GRAVA-CHECKPOINT.

       REGISTRA-MOVIMENTO.
           MOVE SPACES      TO MOV-CAIXA
           ACCEPT MOV-HORA FROM TIME
           MOVE "L" TO MOV-CANAL
           MOVE 0      TO MOV-REF-ORIGEM
           MOVE SPACES TO MOV-TIPO-ORIGEM
           MOVE SPACES TO MOV-SERVICO-ORIGEM
           WRITE MOV-REGISTRO
           PERFORM GRAVA-REFERENCIA-POSTADA.

           END-IF.

       GRAVA-CHECKPOINT.
           MOVE WS-POSICAO-CKPT TO CKPT-POSICAO
           OPEN OUTPUT REINICIO-ARQ
           WRITE CKPT-REGISTRO
           CLOSE REINICIO-ARQ.
               PERFORM OBTEM-PRODUTO
               IF CTA-SALDO < CTA-SALDO-MINIMO
                       AND NOT CTA-ENCERRADA
                       AND NOT CTA-ESPOLIO
                       AND PRODUTO-COBRA-MANUTENCAO
                   SUBTRACT WS-TAXA-MANUTENCAO FROM CTA-SALDO
                   REWRITE CTA-REGISTRO
                   PERFORM GRAVA-JORNAL
                   UNLOCK CTAMESTRE-ARQ
                   PERFORM OBTEM-REF-LANC-BANCO
                   MOVE WS-REF-LANC-BANCO TO MOV-REFERENCIA
                   MOVE CTA-NUMERO       TO MOV-CONTA
                   SET MOV-TARIFA        TO TRUE
                   MOVE WS-TAXA-MANUTENCAO TO MOV-VALOR
                   MOVE SPACES           TO MOV-CAIXA
                   ACCEPT MOV-HORA FROM TIME
                   MOVE "L" TO MOV-CANAL
                   MOVE 0      TO MOV-REF-ORIGEM
                   MOVE SPACES TO MOV-TIPO-ORIGEM
                   MOVE SPACES TO MOV-SERVICO-ORIGEM
                   WRITE MOV-REGISTRO
                   PERFORM REGISTRA-REF-LANC-BANCO
                   ADD 1 TO WS-QTD-TARIFADAS
               ELSE
                   UNLOCK CTAMESTRE-ARQ
           COMPUTE WS-TOTAL-NET = WS-TOTAL-DEPOSITOS - WS-TOTAL-SAQUES

           CLOSE MOVIMENTO-ARQ
           CLOSE TRANORD-ARQ
           CLOSE SUSPENSO-ARQ
           CLOSE AGENDADO-ARQ
           CLOSE JORNAL-ARQ
           PERFORM GRAVA-CONTROLE-LANC-BANCO
           CLOSE REFARQ-ARQ
           CLOSE CHQPEND-ARQ
           DISPLAY "===== RESUMO DO FECHAMENTO DO DIA ====="
               WS-TAXA-MANUTENCAO
           DISPLAY "CONTAS VERIFICADAS.: " WS-QTD-CONTAS
           DISPLAY "TRANSACOES POSTADAS: " WS-QTD-POSTADAS
           DISPLAY "REGRAVACOES DO MESTRE NA POSTAGEM: "
               WS-QTD-REGRAVACOES
           DISPLAY "TRANSACOES REJEITADAS: " WS-QTD-REJEITADAS
           DISPLAY "TRANSACOES SUSPENSAS: " WS-QTD-SUSPENSAS
           DISPLAY "TRANSACOES RETIDAS (DATA FUTURA): "
