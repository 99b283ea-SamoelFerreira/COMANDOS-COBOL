      ******************************************************************
      * Author: EQUIPE MANUTENCAO
      * Date: 15/10/2026
      * Purpose: COBRANCA BANCARIA DAS EMPRESAS CLIENTES - PASSO DO
      *          CICLO, NO ESPIRITO DO PROGEMPGER, SOBRE O CADASTRO DE
      *          TITULOS (BOLETOS, VER BOLREG):
      *            - REGISTRA OS TITULOS DA REMESSA DA EMPRESA
      *              (COBREM, VER BRMREG), RECUSANDO CONTA INEXISTENTE
      *              OU NAO ATIVA, NOSSO NUMERO ZERADO OU REPETIDO,
      *              VALOR ZERADO E VENCIMENTO INVALIDO OU JA PASSADO;
      *            - CASA CADA PAGAMENTO RECEBIDO DA COMPENSACAO
      *              (COBPAG, VER BPGREG) COM O TITULO REGISTRADO,
      *              CALCULA A MULTA E OS JUROS DO PAGAMENTO EM ATRASO
      *              E EMITE O CREDITO DO VALOR PAGO AO BENEFICIARIO
      *              COMO TRAN-REGISTRO DE DEPOSITO EM TRANENT
      *              (REFERENCIA 9700000000 + SEQUENCIA INTERNA DO
      *              TITULO), PARA O PROGEOD POSTAR COMO QUALQUER
      *              TRANSACAO; A TARIFA DE COBRANCA E UM EVENTO
      *              TARIFAVEL (TAREVT, SERVICO "B") DEBITADO NO MESMO
      *              CICLO PELO PROGTARAV - O BENEFICIARIO FICA COM O
      *              VALOR PAGO LIQUIDO DA TARIFA;
      *            - CONFIRMA PELA REFERENCIA EM REFARQ O CREDITO DOS
      *              TITULOS LIQUIDADOS EM CICLO ANTERIOR E REEMITE O
      *              AINDA NAO POSTADO COM A MESMA REFERENCIA;
      *            - APONTA UMA VEZ O TITULO VENCIDO E NAO PAGO.
      *          TODAS AS OCORRENCIAS DO DIA (ENTRADA CONFIRMADA OU
      *          REJEITADA, LIQUIDACAO, PAGAMENTO REJEITADO, VENCIDO)
      *          VAO PARA O ARQUIVO DE RETORNO COBRET (VER BRTREG),
      *          REPARTIDO PELA CONTA DO BENEFICIARIO NA ENTREGA. RC 4
      *          QUANDO HA PAGAMENTO REJEITADO (VALOR RECEBIDO DA REDE
      *          SEM DESTINO, A CONFERIR PELA OPERACAO).
      * Tectonics: cobc
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      * 15/10/2026 - EM - Linhas de movimento acompanham MOVREG
      *              (77 bytes, valor em S9(11)V99).
      * 15/10/2026 - EM - Linhas de movimento acompanham MOVREG
      *              (78 bytes).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGBOLETO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOLETOS-ARQ ASSIGN TO "BOLETOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOL-CHAVE
               FILE STATUS IS WS-STATUS-BOL.

           SELECT BOLCTRL-ARQ ASSIGN TO "BOLCTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BCT.

           SELECT COBREM-ARQ ASSIGN TO "COBREM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BRM.

           SELECT COBPAG-ARQ ASSIGN TO "COBPAG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BPG.

           SELECT COBRET-ARQ ASSIGN TO "COBRET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BRT.

           SELECT CTAMESTRE-ARQ ASSIGN TO "CTAMESTRE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-NUMERO
               FILE STATUS IS WS-STATUS-CTA.

           SELECT TRANENT-ARQ ASSIGN TO "TRANENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRAN.

           SELECT TAREVT-ARQ ASSIGN TO "TAREVT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EVT-CHAVE
               FILE STATUS IS WS-STATUS-EVT.

           SELECT REFARQ-ARQ ASSIGN TO "REFARQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REF-REFERENCIA
               FILE STATUS IS WS-STATUS-REF.

           SELECT MOVIMENTO-ARQ ASSIGN TO "MOVIMENTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MOV.

           SELECT MOVFECH-ARQ ASSIGN TO "MOVFECH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FECH.

           SELECT FERIADOS-ARQ ASSIGN TO "FERIADOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FER.

           SELECT DATAMOV-ARQ ASSIGN TO "DATAMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DTM.

           SELECT RUNCTRL-ARQ ASSIGN TO "RUNCTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RUN.
       DATA DIVISION.
       FILE SECTION.
       FD  BOLETOS-ARQ.
       COPY BOLREG.

      * Controle da ultima sequencia interna de titulo atribuida.
       FD  BOLCTRL-ARQ.
       01 BCT-REGISTRO.
          05 BCT-ULTIMA-SEQUENCIA PIC 9(08).

      * Remessa de titulos das empresas beneficiarias.
       FD  COBREM-ARQ.
       COPY BRMREG.

      * Pagamentos de titulos recebidos da compensacao.
       FD  COBPAG-ARQ.
       COPY BPGREG.

      * Retorno do dia para as empresas beneficiarias.
       FD  COBRET-ARQ.
       COPY BRTREG.

       FD  CTAMESTRE-ARQ.
       COPY CTAREG.

       FD  TRANENT-ARQ.
       COPY TRANREG.

      * Eventos tarifaveis (cobrados pelo PROGTARAV).
       FD  TAREVT-ARQ.
       COPY EVTREG.

       FD  REFARQ-ARQ.
       COPY REFREG.

      * MOVIMENTO e MOVFECH so pela migracao inicial de REFARQ (ver
      * REFDUP).
       FD  MOVIMENTO-ARQ.
       COPY MOVREG.

       FD  MOVFECH-ARQ.
       01 FECH-REGISTRO             PIC X(78).

      * Calendario de feriados (vencimento em dia nao util).
       FD  FERIADOS-ARQ.
       COPY FERREG.

      * Data de movimento do ciclo (PROGDATAMOV).
       FD  DATAMOV-ARQ.
       COPY DTMREG.

       FD  RUNCTRL-ARQ.
       COPY RUNREG.
       WORKING-STORAGE SECTION.
       COPY RUNW.

       COPY DATLERW.

       COPY DIAUTILW.

       COPY EVTW.

          01 WS-STATUS-BOL           PIC XX.
             88 ARQ-BOL-OK                VALUE "00".
             88 ARQ-BOL-FIM               VALUE "10".

          01 WS-STATUS-BCT           PIC XX.
             88 ARQ-BCT-OK                VALUE "00".

          01 WS-STATUS-BRM           PIC XX.
             88 ARQ-BRM-OK                VALUE "00".
             88 ARQ-BRM-FIM               VALUE "10".

          01 WS-STATUS-BPG           PIC XX.
             88 ARQ-BPG-OK                VALUE "00".
             88 ARQ-BPG-FIM               VALUE "10".

          01 WS-STATUS-BRT           PIC XX.
             88 ARQ-BRT-OK                VALUE "00".

          01 WS-STATUS-CTA           PIC XX.
             88 ARQ-OK                    VALUE "00".

          01 WS-STATUS-TRAN          PIC XX.
             88 ARQ-TRAN-OK               VALUE "00".

          01 WS-STATUS-MOV           PIC XX.
             88 ARQ-MOV-OK                VALUE "00".
             88 ARQ-MOV-FIM-CARGA         VALUE "10".

       COPY REFARQW.

          01 WS-STATUS-FECH          PIC XX.
             88 ARQ-FECH-OK               VALUE "00".
             88 ARQ-FECH-FIM              VALUE "10".

          01 WS-STATUS-FER           PIC XX.
             88 ARQ-FER-OK                VALUE "00".
             88 ARQ-FER-FIM               VALUE "10".

          01 WS-DATA-SISTEMA         PIC 9(08) VALUE ZEROS.
          01 WS-ULTIMA-SEQUENCIA     PIC 9(08) VALUE 0.
          01 WS-MOTIVO               PIC X(30).

      * Vencimento deslocado para o dia util seguinte quando cai em
      * fim de semana ou feriado (pagamento sem encargos ate ele).
          01 WS-VENC-EFETIVO         PIC 9(08).
          01 WS-DIAS-ATRASO          PIC 9(04).
          01 WS-MULTA                PIC 9(07)V99.
          01 WS-JUROS                PIC 9(07)V99.
          01 WS-ENCARGOS             PIC 9(07)V99.
          01 WS-VALOR-DEVIDO         PIC 9(08)V99.

      * Avanco de data corrida (mesma regra do PROGCONTPRZ).
          01 WS-DATA-CORR            PIC 9(08).
          01 WS-PD-ANO               PIC 9(04).
          01 WS-PD-MES               PIC 9(02).
          01 WS-PD-DIA               PIC 9(02).
          01 WS-PD-ULTIMO            PIC 9(02).
          01 WS-PD-QUOC              PIC 9(04).
          01 WS-PD-RESTO             PIC 9(01).
          01 WS-PD-SEGURANCA         PIC 9(04).

          01 WS-QTD-REMETIDOS        PIC 9(06) VALUE 0.
          01 WS-QTD-REGISTRADOS      PIC 9(06) VALUE 0.
          01 WS-QTD-ENTRADA-REJ      PIC 9(06) VALUE 0.
          01 WS-QTD-PAGAMENTOS       PIC 9(06) VALUE 0.
          01 WS-QTD-LIQUIDADOS       PIC 9(06) VALUE 0.
          01 WS-QTD-LIQ-MENOR        PIC 9(06) VALUE 0.
          01 WS-QTD-PAGTO-REJ        PIC 9(06) VALUE 0.
          01 WS-QTD-CREDITADOS       PIC 9(06) VALUE 0.
          01 WS-QTD-REEMITIDOS       PIC 9(06) VALUE 0.
          01 WS-QTD-VENCIDOS         PIC 9(06) VALUE 0.
          01 WS-TOTAL-LIQUIDADO      PIC S9(09)V99 VALUE 0.
          01 WS-TOTAL-ENCARGOS       PIC S9(09)V99 VALUE 0.
          01 WS-TOTAL-REJEITADO      PIC S9(09)V99 VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           PERFORM OBTEM-DATA-MOVIMENTO
           IF WS-DATA-MOVIMENTO > 0
               MOVE WS-DATA-MOVIMENTO TO WS-DATA-SISTEMA
           END-IF
           MOVE "PROGBOLE" TO WS-RUN-PROGRAMA
           MOVE WS-DATA-SISTEMA TO WS-RUN-DATA-CICLO
           PERFORM VERIFICA-CICLO-JA-RODADO
           IF RUN-CONCLUIDO
               PERFORM SALTA-PASSO-CONCLUIDO
           END-IF
           IF RUN-JA-RODOU
               DISPLAY "COBRANCA BANCARIA JA EXECUTADA NA DATA "
                   WS-DATA-SISTEMA " - EXECUCAO RECUSADA (VER "
                   "PROGRUNREL)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARREGA-FERIADOS
           PERFORM INICIALIZAR
           PERFORM REGISTRA-REMESSA THRU REGISTRA-REMESSA-EXIT
           PERFORM CASA-PAGAMENTOS THRU CASA-PAGAMENTOS-EXIT
           PERFORM VARRE-TITULOS
           PERFORM FINALIZAR
           MOVE WS-QTD-LIQUIDADOS TO WS-RUN-QTD
           PERFORM GRAVA-RUN-CONTROLE
           STOP RUN.

       COPY DATLER.

       COPY DIAUTIL.

       INICIALIZAR.
           OPEN I-O BOLETOS-ARQ
           IF NOT ARQ-BOL-OK
               CLOSE BOLETOS-ARQ
               OPEN OUTPUT BOLETOS-ARQ
               CLOSE BOLETOS-ARQ
               OPEN I-O BOLETOS-ARQ
           END-IF
           OPEN INPUT CTAMESTRE-ARQ
           PERFORM ABRE-REFERENCIAS-POSTADAS
           OPEN EXTEND TRANENT-ARQ
           IF NOT ARQ-TRAN-OK
               OPEN OUTPUT TRANENT-ARQ
           END-IF
           OPEN I-O TAREVT-ARQ
           IF NOT ARQ-EVT-OK
               CLOSE TAREVT-ARQ
               OPEN OUTPUT TAREVT-ARQ
               CLOSE TAREVT-ARQ
               OPEN I-O TAREVT-ARQ
           END-IF
           MOVE "PROGBOLE" TO WS-EVT-PROGRAMA
           OPEN OUTPUT COBRET-ARQ
           PERFORM LE-CONTROLE-SEQUENCIA
           MOVE 0 TO RETURN-CODE.

       COPY REFDUP.

       LE-CONTROLE-SEQUENCIA.
           OPEN INPUT BOLCTRL-ARQ
           IF ARQ-BCT-OK
               READ BOLCTRL-ARQ
               IF ARQ-BCT-OK
                   MOVE BCT-ULTIMA-SEQUENCIA TO WS-ULTIMA-SEQUENCIA
               END-IF
               CLOSE BOLCTRL-ARQ
           END-IF.

       GRAVA-CONTROLE-SEQUENCIA.
           MOVE WS-ULTIMA-SEQUENCIA TO BCT-ULTIMA-SEQUENCIA
           OPEN OUTPUT BOLCTRL-ARQ
           WRITE BCT-REGISTRO
           CLOSE BOLCTRL-ARQ.

      *-----------------------------------------------------------------
      * Registro dos titulos da remessa. Sem remessa no dia o passo
      * segue para os pagamentos.
      *-----------------------------------------------------------------
       REGISTRA-REMESSA.
           OPEN INPUT COBREM-ARQ
           IF NOT ARQ-BRM-OK
               DISPLAY "SEM REMESSA DE TITULOS (COBREM) NO DIA"
               GO TO REGISTRA-REMESSA-EXIT
           END-IF
           READ COBREM-ARQ
               AT END SET ARQ-BRM-FIM TO TRUE
           END-READ
           PERFORM REGISTRA-TITULO THRU REGISTRA-TITULO-EXIT
               UNTIL NOT ARQ-BRM-OK
           CLOSE COBREM-ARQ.
       REGISTRA-REMESSA-EXIT.
           EXIT.

       REGISTRA-TITULO.
           ADD 1 TO WS-QTD-REMETIDOS
           MOVE SPACES TO WS-MOTIVO
           PERFORM CRITICA-TITULO THRU CRITICA-TITULO-EXIT
           IF WS-MOTIVO NOT = SPACES
               MOVE SPACES             TO BRT-REGISTRO
               MOVE BRM-CONTA          TO BRT-CONTA
               MOVE BRM-NOSSO-NUMERO   TO BRT-NOSSO-NUMERO
               SET BRT-ENTRADA-REJEITADA TO TRUE
               MOVE WS-DATA-SISTEMA    TO BRT-DATA-OCORRENCIA
               MOVE BRM-VALOR          TO BRT-VALOR-TITULO
               MOVE BRM-VENCIMENTO     TO BRT-VENCIMENTO
               MOVE 0                  TO BRT-DATA-PAGAMENTO
               MOVE 0                  TO BRT-VALOR-PAGO
               MOVE 0                  TO BRT-ENCARGOS
               MOVE 0                  TO BRT-VALOR-CREDITADO
               MOVE WS-MOTIVO          TO BRT-MOTIVO
               WRITE BRT-REGISTRO
               ADD 1 TO WS-QTD-ENTRADA-REJ
               GO TO REGISTRA-TITULO-EXIT
           END-IF

           ADD 1 TO WS-ULTIMA-SEQUENCIA
           MOVE BRM-CONTA           TO BOL-CONTA
           MOVE BRM-NOSSO-NUMERO    TO BOL-NOSSO-NUMERO
           MOVE WS-ULTIMA-SEQUENCIA TO BOL-SEQ-INTERNO
           MOVE BRM-SACADO-DOC      TO BOL-SACADO-DOC
           MOVE BRM-SACADO-NOME     TO BOL-SACADO-NOME
           MOVE BRM-VALOR           TO BOL-VALOR
           MOVE BRM-VENCIMENTO      TO BOL-VENCIMENTO
           MOVE BRM-MULTA-PERC      TO BOL-MULTA-PERC
           MOVE BRM-JUROS-MES-PERC  TO BOL-JUROS-MES-PERC
           SET BOL-REGISTRADO       TO TRUE
           MOVE WS-DATA-SISTEMA     TO BOL-DATA-REGISTRO
           MOVE 0                   TO BOL-DATA-PAGAMENTO
           MOVE 0                   TO BOL-DATA-LIQUIDACAO
           MOVE 0                   TO BOL-VALOR-PAGO
           MOVE 0                   TO BOL-ENCARGOS
           MOVE 0                   TO BOL-REFERENCIA
           MOVE "N"                 TO BOL-AVISO-VENCIDO
           WRITE BOL-REGISTRO
           IF NOT ARQ-BOL-OK
               DISPLAY "TITULO NAO GRAVADO (" WS-STATUS-BOL "): "
                   BOL-CONTA "/" BOL-NOSSO-NUMERO
               MOVE 4 TO RETURN-CODE
               GO TO REGISTRA-TITULO-EXIT
           END-IF
           PERFORM MONTA-RETORNO-TITULO
           SET BRT-ENTRADA-CONFIRMADA TO TRUE
           WRITE BRT-REGISTRO
           ADD 1 TO WS-QTD-REGISTRADOS.
       REGISTRA-TITULO-EXIT.
           READ COBREM-ARQ
               AT END SET ARQ-BRM-FIM TO TRUE
           END-READ.

      * Motivo de recusa da entrada em WS-MOTIVO (brancos = aceita).
       CRITICA-TITULO.
           IF BRM-NOSSO-NUMERO = 0
               MOVE "NOSSO NUMERO NAO INFORMADO" TO WS-MOTIVO
               GO TO CRITICA-TITULO-EXIT
           END-IF
           IF BRM-VALOR = 0
               MOVE "VALOR DO TITULO ZERADO" TO WS-MOTIVO
               GO TO CRITICA-TITULO-EXIT
           END-IF
           IF BRM-VENCIMENTO(5:2) < "01" OR BRM-VENCIMENTO(5:2) > "12"
              OR BRM-VENCIMENTO(7:2) < "01"
              OR BRM-VENCIMENTO(7:2) > "31"
               MOVE "VENCIMENTO INVALIDO" TO WS-MOTIVO
               GO TO CRITICA-TITULO-EXIT
           END-IF
           IF BRM-VENCIMENTO < WS-DATA-SISTEMA
               MOVE "VENCIMENTO ANTERIOR AO REGISTRO" TO WS-MOTIVO
               GO TO CRITICA-TITULO-EXIT
           END-IF
           MOVE BRM-CONTA TO CTA-NUMERO
           READ CTAMESTRE-ARQ
               INVALID KEY CONTINUE
           END-READ
           IF NOT ARQ-OK
               MOVE "CONTA BENEFICIARIA INEXISTENTE" TO WS-MOTIVO
               GO TO CRITICA-TITULO-EXIT
           END-IF
           IF NOT CTA-ATIVA
               MOVE "CONTA BENEFICIARIA NAO ATIVA" TO WS-MOTIVO
               GO TO CRITICA-TITULO-EXIT
           END-IF
           MOVE BRM-CONTA        TO BOL-CONTA
           MOVE BRM-NOSSO-NUMERO TO BOL-NOSSO-NUMERO
           READ BOLETOS-ARQ
               INVALID KEY CONTINUE
           END-READ
           IF ARQ-BOL-OK
               MOVE "NOSSO NUMERO JA REGISTRADO" TO WS-MOTIVO
           END-IF.
       CRITICA-TITULO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * Pagamentos recebidos da compensacao: casamento com o titulo,
      * encargos de atraso e emissao do credito ao beneficiario.
      *-----------------------------------------------------------------
       CASA-PAGAMENTOS.
           OPEN INPUT COBPAG-ARQ
           IF NOT ARQ-BPG-OK
               DISPLAY "SEM PAGAMENTOS DE TITULOS (COBPAG) NO DIA"
               GO TO CASA-PAGAMENTOS-EXIT
           END-IF
           READ COBPAG-ARQ
               AT END SET ARQ-BPG-FIM TO TRUE
           END-READ
           PERFORM LIQUIDA-PAGAMENTO THRU LIQUIDA-PAGAMENTO-EXIT
               UNTIL NOT ARQ-BPG-OK
           CLOSE COBPAG-ARQ.
       CASA-PAGAMENTOS-EXIT.
           EXIT.

       LIQUIDA-PAGAMENTO.
           ADD 1 TO WS-QTD-PAGAMENTOS
           MOVE BPG-CONTA        TO BOL-CONTA
           MOVE BPG-NOSSO-NUMERO TO BOL-NOSSO-NUMERO
           READ BOLETOS-ARQ
               INVALID KEY CONTINUE
           END-READ
           IF NOT ARQ-BOL-OK
               MOVE "TITULO NAO REGISTRADO" TO WS-MOTIVO
               PERFORM REJEITA-PAGAMENTO
               GO TO LIQUIDA-PAGAMENTO-EXIT
           END-IF
           IF NOT BOL-REGISTRADO
               MOVE "TITULO JA LIQUIDADO" TO WS-MOTIVO
               PERFORM REJEITA-PAGAMENTO
               GO TO LIQUIDA-PAGAMENTO-EXIT
           END-IF
           IF BPG-VALOR-PAGO = 0
               MOVE "VALOR PAGO ZERADO" TO WS-MOTIVO
               PERFORM REJEITA-PAGAMENTO
               GO TO LIQUIDA-PAGAMENTO-EXIT
           END-IF
           MOVE BOL-CONTA TO CTA-NUMERO
           READ CTAMESTRE-ARQ
               INVALID KEY CONTINUE
           END-READ
           IF NOT ARQ-OK OR CTA-ENCERRADA
               MOVE "CONTA BENEFICIARIA ENCERRADA" TO WS-MOTIVO
               PERFORM REJEITA-PAGAMENTO
               GO TO LIQUIDA-PAGAMENTO-EXIT
           END-IF

           PERFORM CALCULA-ENCARGOS THRU CALCULA-ENCARGOS-EXIT
           COMPUTE WS-VALOR-DEVIDO = BOL-VALOR + WS-ENCARGOS

           MOVE BPG-DATA-PAGAMENTO TO BOL-DATA-PAGAMENTO
           MOVE BPG-VALOR-PAGO     TO BOL-VALOR-PAGO
           MOVE WS-ENCARGOS        TO BOL-ENCARGOS
           MOVE WS-DATA-SISTEMA    TO BOL-DATA-LIQUIDACAO
           COMPUTE BOL-REFERENCIA = 9700000000 + BOL-SEQ-INTERNO
           SET BOL-LIQUIDADO       TO TRUE
           REWRITE BOL-REGISTRO
           PERFORM EMITE-CREDITO

      * Tarifa de cobranca: evento do servico "B" com a referencia do
      * credito, debitado pelo PROGTARAV depois da postagem.
           MOVE BOL-CONTA      TO EVT-CONTA
           SET EVT-LIQUIDACAO-BOLETO TO TRUE
           MOVE BOL-REFERENCIA TO EVT-REFERENCIA
           PERFORM GRAVA-EVENTO-TARIFA

           PERFORM MONTA-RETORNO-TITULO
           IF BPG-VALOR-PAGO < WS-VALOR-DEVIDO
               SET BRT-LIQUIDACAO-MENOR TO TRUE
               MOVE "VALOR PAGO ABAIXO DO DEVIDO" TO BRT-MOTIVO
               ADD 1 TO WS-QTD-LIQ-MENOR
           ELSE
               SET BRT-LIQUIDACAO TO TRUE
           END-IF
           WRITE BRT-REGISTRO
           ADD 1 TO WS-QTD-LIQUIDADOS
           ADD BPG-VALOR-PAGO TO WS-TOTAL-LIQUIDADO
           ADD WS-ENCARGOS    TO WS-TOTAL-ENCARGOS.
       LIQUIDA-PAGAMENTO-EXIT.
           READ COBPAG-ARQ
               AT END SET ARQ-BPG-FIM TO TRUE
           END-READ.

      * Pagamento sem titulo liquidavel: volta no retorno com o motivo
      * e fica para a operacao devolver o valor pela compensacao.
       REJEITA-PAGAMENTO.
           MOVE SPACES             TO BRT-REGISTRO
           MOVE BPG-CONTA          TO BRT-CONTA
           MOVE BPG-NOSSO-NUMERO   TO BRT-NOSSO-NUMERO
           SET BRT-PAGTO-REJEITADO TO TRUE
           MOVE WS-DATA-SISTEMA    TO BRT-DATA-OCORRENCIA
           MOVE 0                  TO BRT-VALOR-TITULO
           MOVE 0                  TO BRT-VENCIMENTO
           MOVE BPG-DATA-PAGAMENTO TO BRT-DATA-PAGAMENTO
           MOVE BPG-VALOR-PAGO     TO BRT-VALOR-PAGO
           MOVE 0                  TO BRT-ENCARGOS
           MOVE 0                  TO BRT-VALOR-CREDITADO
           MOVE WS-MOTIVO          TO BRT-MOTIVO
           WRITE BRT-REGISTRO
           DISPLAY "PAGAMENTO DE TITULO REJEITADO (" WS-MOTIVO "): "
               BPG-CONTA "/" BPG-NOSSO-NUMERO " NSU " BPG-NSU
           ADD 1 TO WS-QTD-PAGTO-REJ
           ADD BPG-VALOR-PAGO TO WS-TOTAL-REJEITADO
           MOVE 4 TO RETURN-CODE.

      * Multa unica sobre o valor e juros de 1/30 da taxa mensal por
      * dia corrido desde o vencimento original; pago ate o vencimento
      * efetivo (dia util seguinte ao vencimento nao util) nao tem
      * encargos.
       CALCULA-ENCARGOS.
           MOVE 0 TO WS-ENCARGOS
           MOVE 0 TO WS-DIAS-ATRASO
           PERFORM OBTEM-VENCIMENTO-EFETIVO
           IF BPG-DATA-PAGAMENTO NOT > WS-VENC-EFETIVO
               GO TO CALCULA-ENCARGOS-EXIT
           END-IF
           MOVE BOL-VENCIMENTO TO WS-DATA-CORR
           MOVE 0 TO WS-PD-SEGURANCA
           PERFORM CONTA-DIA-ATRASO
               UNTIL WS-DATA-CORR NOT < BPG-DATA-PAGAMENTO
                  OR WS-PD-SEGURANCA > 3660
           COMPUTE WS-MULTA ROUNDED =
               BOL-VALOR * BOL-MULTA-PERC / 100
           COMPUTE WS-JUROS ROUNDED =
               BOL-VALOR * BOL-JUROS-MES-PERC * WS-DIAS-ATRASO / 3000
           COMPUTE WS-ENCARGOS = WS-MULTA + WS-JUROS
           IF WS-ENCARGOS > 999999.99
               MOVE 999999.99 TO WS-ENCARGOS
           END-IF.
       CALCULA-ENCARGOS-EXIT.
           EXIT.

       CONTA-DIA-ATRASO.
           ADD 1 TO WS-PD-SEGURANCA
           PERFORM PROXIMA-DATA
           ADD 1 TO WS-DIAS-ATRASO.

       OBTEM-VENCIMENTO-EFETIVO.
           MOVE BOL-VENCIMENTO TO WS-DATA-CORR
           MOVE WS-DATA-CORR TO WS-DATA-AVALIADA
           PERFORM VERIFICA-DATA-UTIL
           MOVE 0 TO WS-PD-SEGURANCA
           PERFORM AVANCA-PARA-DIA-UTIL
               UNTIL DATA-DIA-UTIL OR WS-PD-SEGURANCA > 60
           MOVE WS-DATA-CORR TO WS-VENC-EFETIVO.

       AVANCA-PARA-DIA-UTIL.
           ADD 1 TO WS-PD-SEGURANCA
           PERFORM PROXIMA-DATA
           MOVE WS-DATA-CORR TO WS-DATA-AVALIADA
           PERFORM VERIFICA-DATA-UTIL.

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

      * Credito do valor pago ao beneficiario, pelo caminho normal de
      * postagem (PROGEOD). A referencia so entra em REFARQ quando a
      * postagem acontece, o que protege a reemissao.
       EMITE-CREDITO.
           MOVE BOL-REFERENCIA  TO TRAN-REFERENCIA
           MOVE BOL-CONTA       TO TRAN-CONTA
           SET TRAN-DEPOSITO    TO TRUE
           MOVE BOL-VALOR-PAGO  TO TRAN-VALOR
           MOVE WS-DATA-SISTEMA TO TRAN-DATA
           WRITE TRAN-REGISTRO.

       MONTA-RETORNO-TITULO.
           MOVE SPACES              TO BRT-REGISTRO
           MOVE BOL-CONTA           TO BRT-CONTA
           MOVE BOL-NOSSO-NUMERO    TO BRT-NOSSO-NUMERO
           MOVE WS-DATA-SISTEMA     TO BRT-DATA-OCORRENCIA
           MOVE BOL-VALOR           TO BRT-VALOR-TITULO
           MOVE BOL-VENCIMENTO      TO BRT-VENCIMENTO
           MOVE BOL-DATA-PAGAMENTO  TO BRT-DATA-PAGAMENTO
           MOVE BOL-VALOR-PAGO      TO BRT-VALOR-PAGO
           MOVE BOL-ENCARGOS        TO BRT-ENCARGOS
           MOVE BOL-VALOR-PAGO      TO BRT-VALOR-CREDITADO.

      *-----------------------------------------------------------------
      * Varredura do cadastro: confirmacao do credito dos titulos
      * liquidados em ciclo anterior e aviso de vencidos em aberto.
      *-----------------------------------------------------------------
       VARRE-TITULOS.
           MOVE LOW-VALUES TO BOL-CHAVE
           START BOLETOS-ARQ KEY NOT < BOL-CHAVE
               INVALID KEY SET ARQ-BOL-FIM TO TRUE
           END-START
           IF ARQ-BOL-OK
               READ BOLETOS-ARQ NEXT RECORD
                   AT END SET ARQ-BOL-FIM TO TRUE
               END-READ
           END-IF
           PERFORM TRATA-TITULO THRU TRATA-TITULO-EXIT
               UNTIL NOT ARQ-BOL-OK.

       TRATA-TITULO.
           IF BOL-CREDITADO
               GO TO TRATA-TITULO-EXIT
           END-IF

      * Liquidado hoje: o credito acabou de ser emitido.
           IF BOL-LIQUIDADO
               IF BOL-DATA-LIQUIDACAO = WS-DATA-SISTEMA
                   GO TO TRATA-TITULO-EXIT
               END-IF
               MOVE BOL-REFERENCIA TO TRAN-REFERENCIA
               PERFORM VERIFICA-REF-DUPLICADA
               IF REF-ACHOU
                   SET BOL-CREDITADO TO TRUE
                   REWRITE BOL-REGISTRO
                   ADD 1 TO WS-QTD-CREDITADOS
               ELSE
                   PERFORM EMITE-CREDITO
                   ADD 1 TO WS-QTD-REEMITIDOS
               END-IF
               GO TO TRATA-TITULO-EXIT
           END-IF

           IF BOL-VENCIDO-AVISADO
               GO TO TRATA-TITULO-EXIT
           END-IF
           PERFORM OBTEM-VENCIMENTO-EFETIVO
           IF WS-VENC-EFETIVO < WS-DATA-SISTEMA
               PERFORM MONTA-RETORNO-TITULO
               SET BRT-VENCIDO TO TRUE
               WRITE BRT-REGISTRO
               SET BOL-VENCIDO-AVISADO TO TRUE
               REWRITE BOL-REGISTRO
               ADD 1 TO WS-QTD-VENCIDOS
           END-IF.
       TRATA-TITULO-EXIT.
           READ BOLETOS-ARQ NEXT RECORD
               AT END SET ARQ-BOL-FIM TO TRUE
           END-READ.

       FINALIZAR.
           PERFORM GRAVA-CONTROLE-SEQUENCIA
           CLOSE BOLETOS-ARQ
           CLOSE CTAMESTRE-ARQ
           CLOSE TRANENT-ARQ
           CLOSE TAREVT-ARQ
           CLOSE REFARQ-ARQ
           CLOSE COBRET-ARQ
           DISPLAY "===== COBRANCA BANCARIA ====="
           DISPLAY "DATA DO CICLO............: " WS-DATA-SISTEMA
           DISPLAY "TITULOS REMETIDOS........: " WS-QTD-REMETIDOS
           DISPLAY "  REGISTRADOS............: " WS-QTD-REGISTRADOS
           DISPLAY "  ENTRADAS REJEITADAS....: " WS-QTD-ENTRADA-REJ
           DISPLAY "PAGAMENTOS RECEBIDOS.....: " WS-QTD-PAGAMENTOS
           DISPLAY "  TITULOS LIQUIDADOS.....: " WS-QTD-LIQUIDADOS
           DISPLAY "  LIQUIDADOS A MENOR.....: " WS-QTD-LIQ-MENOR
           DISPLAY "  PAGAMENTOS REJEITADOS..: " WS-QTD-PAGTO-REJ
           DISPLAY "VALOR LIQUIDADO..........: " WS-TOTAL-LIQUIDADO
           DISPLAY "ENCARGOS DE ATRASO.......: " WS-TOTAL-ENCARGOS
           DISPLAY "VALOR REJEITADO..........: " WS-TOTAL-REJEITADO
           DISPLAY "CREDITOS CONFIRMADOS.....: " WS-QTD-CREDITADOS
           DISPLAY "CREDITOS REEMITIDOS......: " WS-QTD-REEMITIDOS
           DISPLAY "TITULOS VENCIDOS AVISADOS: " WS-QTD-VENCIDOS
           DISPLAY "RETURN-CODE..............: " RETURN-CODE.

       COPY EVTGRAVA.

       COPY RUNCTL.
       END PROGRAM PROGBOLETO.
