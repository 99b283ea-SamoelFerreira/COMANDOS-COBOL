      *          MOV-PAGAMENTO ("P") E MARCA O PAGAMENTO COMO PAGO.
      *          PAGAMENTO SEM SALDO, COM CONTA INVALIDA OU VENCIDO E
      *          NAO LIQUIDADO SAI NO RELATORIO DE PENDENCIAS.
      *          NO DIA DO DEBITO A AUTORIZACAO DO CLIENTE (AUTDEB, VER
      *          ADBREG) E CONFERIDA DE NOVO: CANCELADA DEPOIS DA
      *          CAPTACAO OU COM MAXIMO REDUZIDO ABAIXO DO VALOR, O
      *          PAGAMENTO E RECUSADO (SITUACAO R) E A RECUSA VOLTA AO
      *          CONVENIADO NO RETORNO DEBRET (VER DRTREG).
      * Tectonics: cobc
      *
      * Historico de alteracoes:
      * 02/09/2026 - EM - O disponivel passa a abater a soma dos
      *              bloqueios judiciais ativos da conta (BLOQJUD,
      *              ver BLQREG/BLQLER/BLQW e PROGBLOQJUD).
      * 15/10/2026 - EM - Confere no dia do debito a autorizacao de
      *              debito automatico (AUTDEB, ver ADBREG/ADBLER):
      *              cancelada ou com maximo abaixo do valor, o
      *              pagamento fica recusado (R) e volta ao
      *              conveniado no retorno DEBRET (ver DRTREG).
      * 15/10/2026 - EM - Linhas de movimento acompanham MOVREG (77
      *              bytes); disponivel S9(12)V99 e total
      *              liquidado em S9(13)V99.
      * 15/10/2026 - EM - Pagamento contra conta em espolio (titular
      *              falecido, ver PROGOBITO) fica recusado (R) e
      *              volta ao conveniado no DEBRET com o motivo 07.
      * 15/10/2026 - EM - Linhas de movimento acompanham MOVREG
      *              (78 bytes); lancamentos gravados com
      *              MOV-SERVICO-ORIGEM em branco.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGPGTLIQ.
           SELECT DATAMOV-ARQ ASSIGN TO "DATAMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DTM.

           SELECT AUTDEB-ARQ ASSIGN TO "AUTDEB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADB-CHAVE
               FILE STATUS IS WS-STATUS-ADB.

           SELECT DEBRET-ARQ ASSIGN TO "DEBRET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DRT.
       DATA DIVISION.
       FILE SECTION.
       FD  PENDPAG-ARQ.
      * Periodos fechados do ano (PROGMOVCORTE); lido apenas pela
      * migracao inicial de REFARQ (ver REFDUP).
       FD  MOVFECH-ARQ.
       01 FECH-REGISTRO             PIC X(78).

      * Cadastro de produtos de conta (PROGPRODUTO).
       FD  PRODCAD-ARQ.
      * Data de movimento do ciclo (PROGDATAMOV).
       FD  DATAMOV-ARQ.
       COPY DTMREG.

      * Autorizacoes de debito automatico (PROGAUTDEB e atendimento).
       FD  AUTDEB-ARQ.
       COPY ADBREG.

      * Retorno das recusas ao conveniado.
       FD  DEBRET-ARQ.
       COPY DRTREG.
       WORKING-STORAGE SECTION.
       COPY DATLERW.

       COPY ADBW.

          01 WS-STATUS-DRT           PIC XX.
             88 ARQ-DRT-OK                VALUE "00".

          01 WS-STATUS-PGTO          PIC XX.
             88 ARQ-PGTO-OK               VALUE "00".
             88 ARQ-PGTO-FIM              VALUE "10".
          01 WS-TENTATIVAS-LOCK      PIC 9(02).
          01 WS-MAX-TENTATIVAS-LOCK  PIC 9(02) VALUE 05.

          01 WS-SALDO-DISPONIVEL     PIC S9(12)V99.
          01 WS-DATA-SISTEMA         PIC 9(08) VALUE ZEROS.

          01 WS-QTD-AVALIADOS        PIC 9(06) VALUE 0.
          01 WS-QTD-SEM-SALDO        PIC 9(06) VALUE 0.
          01 WS-QTD-CONTA-INVALIDA   PIC 9(06) VALUE 0.
          01 WS-QTD-BLOQUEADOS       PIC 9(06) VALUE 0.
          01 WS-QTD-RECUSADOS        PIC 9(06) VALUE 0.
          01 WS-QTD-VENCIDOS-ABERTOS PIC 9(06) VALUE 0.
          01 WS-TOTAL-LIQUIDADO      PIC S9(13)V99 VALUE 0.

       COPY PRODW.

               OPEN OUTPUT JORNAL-ARQ
           END-IF
           MOVE "PROGPGTL" TO WS-JRN-PROGRAMA
           OPEN INPUT AUTDEB-ARQ
           OPEN EXTEND DEBRET-ARQ
           IF NOT ARQ-DRT-OK
               OPEN OUTPUT DEBRET-ARQ
           END-IF
           MOVE 0 TO RETURN-CODE
           PERFORM CARREGA-PRODUTOS
           PERFORM CARREGA-BLOQUEIOS
               UNTIL NOT ARQ-PGTO-OK.

       LIQUIDA-PAGAMENTO.
           IF PGTO-PAGO OR PGTO-RECUSADO
               GO TO LIQUIDA-PAGAMENTO-EXIT
           END-IF

               GO TO LIQUIDA-PAGAMENTO-EXIT
           END-IF

      * Autorizacao do cliente conferida no dia do debito: cancelada
      * ou com maximo abaixo do valor, o pagamento e recusado de vez.
           MOVE PGTO-CONTA       TO WS-ADB-CONTA
           MOVE PGTO-CONVENIADO  TO WS-ADB-CONVENIADO
           MOVE PGTO-REF-CLIENTE TO WS-ADB-REF-CLIENTE
           MOVE PGTO-VALOR       TO WS-ADB-VALOR
           MOVE WS-DATA-SISTEMA  TO WS-ADB-DATA-DEBITO
           PERFORM VERIFICA-AUTORIZACAO
           IF NOT ADB-AUTORIZADO
               DISPLAY "PAGAMENTO RECUSADO (" WS-ADB-DESCRICAO "): "
                   PGTO-REFERENCIA " CONTA " PGTO-CONTA
               SET PGTO-RECUSADO TO TRUE
               REWRITE PGTO-REGISTRO
               PERFORM GRAVA-RETORNO-CONVENIADO
               ADD 1 TO WS-QTD-RECUSADOS
               GO TO LIQUIDA-PAGAMENTO-EXIT
           END-IF

           MOVE PGTO-CONTA TO CTA-NUMERO
           PERFORM LE-CONTA-COM-LOCK
           IF ARQ-REGISTRO-BLOQUEADO
               GO TO LIQUIDA-PAGAMENTO-EXIT
           END-IF

      * Titular falecido (conta em espolio, ver PROGOBITO): o debito
      * e recusado de vez e volta ao conveniado com o motivo 07.
           IF CTA-ESPOLIO
               UNLOCK CTAMESTRE-ARQ
               MOVE 07 TO WS-ADB-MOTIVO
               MOVE "TITULAR FALECIDO" TO WS-ADB-DESCRICAO
               DISPLAY "PAGAMENTO RECUSADO (" WS-ADB-DESCRICAO "): "
                   PGTO-REFERENCIA " CONTA " PGTO-CONTA
               SET PGTO-RECUSADO TO TRUE
               REWRITE PGTO-REGISTRO
               PERFORM GRAVA-RETORNO-CONVENIADO
               ADD 1 TO WS-QTD-RECUSADOS
               GO TO LIQUIDA-PAGAMENTO-EXIT
           END-IF

           MOVE CTA-PRODUTO TO WS-PRD-CODIGO-BUSCA
           PERFORM OBTEM-PRODUTO
           MOVE PGTO-CONTA TO WS-BLQ-CONTA-BUSCA
           MOVE SPACES          TO MOV-CAIXA
           ACCEPT MOV-HORA FROM TIME
           MOVE "P" TO MOV-CANAL
           MOVE 0      TO MOV-REF-ORIGEM
           MOVE SPACES TO MOV-TIPO-ORIGEM
           MOVE SPACES TO MOV-SERVICO-ORIGEM
           WRITE MOV-REGISTRO
           PERFORM GRAVA-REFERENCIA-POSTADA

                   CTA-NUMERO
           END-IF.

       GRAVA-RETORNO-CONVENIADO.
           MOVE WS-DATA-SISTEMA      TO DRT-DATA
           SET DRT-LIQUIDACAO        TO TRUE
           MOVE PGTO-REFERENCIA      TO DRT-REFERENCIA
           MOVE PGTO-CONTA           TO DRT-CONTA
           MOVE PGTO-CONVENIADO      TO DRT-CONVENIADO
           MOVE PGTO-REF-CLIENTE     TO DRT-REF-CLIENTE
           MOVE PGTO-VALOR           TO DRT-VALOR
           MOVE PGTO-DATA-VENCIMENTO TO DRT-VENCIMENTO
           MOVE WS-ADB-MOTIVO        TO DRT-MOTIVO
           MOVE WS-ADB-DESCRICAO     TO DRT-DESCRICAO
           WRITE DRT-REGISTRO.

       COPY JRNGRAVA.

       COPY REFDUP.

       COPY ADBLER.

       COPY PRODLER.

       COPY BLQLER.
           CLOSE MOVIMENTO-ARQ
           CLOSE JORNAL-ARQ
           CLOSE REFARQ-ARQ
           CLOSE AUTDEB-ARQ
           CLOSE DEBRET-ARQ
           DISPLAY "===== LIQUIDACAO DE PAGAMENTOS ====="
           DISPLAY "PAGAMENTOS AVALIADOS....: " WS-QTD-AVALIADOS
           DISPLAY "PAGAMENTOS LIQUIDADOS...: " WS-QTD-LIQUIDADOS
           DISPLAY "SEM SALDO...............: " WS-QTD-SEM-SALDO
           DISPLAY "CONTA INVALIDA/ENCERRADA: " WS-QTD-CONTA-INVALIDA
           DISPLAY "ADIADOS (CONTA OCUPADA).: " WS-QTD-BLOQUEADOS
           DISPLAY "RECUSADOS (AUTOR./OBITO): " WS-QTD-RECUSADOS
           DISPLAY "VENCIDOS EM ABERTO......: "
               WS-QTD-VENCIDOS-ABERTOS
           DISPLAY "TOTAL LIQUIDADO.........: " WS-TOTAL-LIQUIDADO
