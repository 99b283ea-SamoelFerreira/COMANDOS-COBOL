      *          DEBITAR NO VENCIMENTO. REFERENCIA JA CAPTADA E
      *          REJEITADA (CHAVE DUPLICADA), NO MESMO PADRAO DA CARGA
      *          DE CONTAS (PROGCARGA).
      *          SO ENTRA O DEBITO AUTORIZADO PELO CLIENTE: CONTA +
      *          CONVENIADO + REFERENCIA DO CLIENTE COM AUTORIZACAO DE
      *          DEBITO AUTOMATICO (AUTDEB, VER ADBREG) VIGENTE NO
      *          VENCIMENTO E VALOR ATE O MAXIMO AUTORIZADO. CADA
      *          RECUSA VOLTA AO CONVENIADO NO RETORNO DEBRET (VER
      *          DRTREG) COM O MOTIVO.
      * Tectonics: cobc
      *
      * Historico de alteracoes:
      * 22/08/2026 - EM - Versao inicial: ate aqui PENDPAG so era
      *              consultado (PROGSET) e nada o alimentava - o
      *              boleto era pago fora do sistema e redigitado.
      * 15/10/2026 - EM - So capta o debito com autorizacao de debito
      *              automatico vigente no vencimento e valor ate o
      *              maximo autorizado (AUTDEB, ver ADBREG/ADBLER);
      *              o registro do conveniado passa a trazer o codigo
      *              do conveniado e a referencia do cliente. Cada
      *              recusa volta ao conveniado no retorno DEBRET
      *              (ver DRTREG) com o motivo.
      * 15/10/2026 - EM - ENT-VALOR do PGTOENT em 9(11)V99 (registro
      *              cresce 5 bytes; acertar com os conveniados).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGPGTCAPT.
           SELECT PGTOENT-ARQ ASSIGN TO "PGTOENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ENT.

           SELECT AUTDEB-ARQ ASSIGN TO "AUTDEB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADB-CHAVE
               FILE STATUS IS WS-STATUS-ADB.

           SELECT DEBRET-ARQ ASSIGN TO "DEBRET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DRT.

           SELECT DATAMOV-ARQ ASSIGN TO "DATAMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DTM.
       DATA DIVISION.
       FILE SECTION.
       FD  PENDPAG-ARQ.
       01 ENT-REGISTRO.
          05 ENT-REFERENCIA       PIC 9(10).
          05 ENT-CONTA            PIC 9(06).
          05 ENT-VALOR            PIC 9(11)V99.
          05 ENT-DATA-VENCIMENTO  PIC 9(08).
          05 ENT-CONVENIADO       PIC 9(06).
          05 ENT-REF-CLIENTE      PIC X(20).

      * Autorizacoes de debito automatico (PROGAUTDEB e atendimento).
       FD  AUTDEB-ARQ.
       COPY ADBREG.

      * Retorno das recusas ao conveniado.
       FD  DEBRET-ARQ.
       COPY DRTREG.

      * Data de movimento do ciclo (PROGDATAMOV).
       FD  DATAMOV-ARQ.
       COPY DTMREG.
       WORKING-STORAGE SECTION.
       COPY DATLERW.

       COPY ADBW.

          01 WS-STATUS-PGTO          PIC XX.
             88 ARQ-OK                    VALUE "00".
             88 ARQ-DUPLICADA             VALUE "22".
             88 ARQ-ENT-OK                VALUE "00".
             88 ARQ-ENT-FIM               VALUE "10".

          01 WS-STATUS-DRT           PIC XX.
             88 ARQ-DRT-OK                VALUE "00".

          01 WS-DATA-SISTEMA         PIC 9(08) VALUE ZEROS.

          01 WS-QTD-LIDAS            PIC 9(06) VALUE 0.
          01 WS-QTD-CAPTADAS         PIC 9(06) VALUE 0.
          01 WS-QTD-REJEITADAS       PIC 9(06) VALUE 0.
          01 WS-QTD-SEM-AUTORIZACAO  PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.

               OPEN I-O PENDPAG-ARQ
           END-IF
           OPEN INPUT PGTOENT-ARQ
           OPEN INPUT AUTDEB-ARQ
           IF NOT ARQ-ADB-OK
               DISPLAY "CADASTRO DE AUTORIZACOES (AUTDEB) AUSENTE - "
                   "NENHUM DEBITO SERA CAPTADO"
           END-IF
           OPEN EXTEND DEBRET-ARQ
           IF NOT ARQ-DRT-OK
               OPEN OUTPUT DEBRET-ARQ
           END-IF
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           PERFORM OBTEM-DATA-MOVIMENTO
           IF WS-DATA-MOVIMENTO > 0
               MOVE WS-DATA-MOVIMENTO TO WS-DATA-SISTEMA
           END-IF
           MOVE 0 TO RETURN-CODE.

       COPY DATLER.

       COPY ADBLER.

       CAPTA-PAGAMENTO.
           ADD 1 TO WS-QTD-LIDAS

                   OR ENT-VALOR NOT > 0
               DISPLAY "PAGAMENTO INVALIDO NA CAPTACAO: "
                   ENT-REFERENCIA
               MOVE 01 TO WS-ADB-MOTIVO
               MOVE "REGISTRO INVALIDO" TO WS-ADB-DESCRICAO
               PERFORM GRAVA-RETORNO-CONVENIADO
               ADD 1 TO WS-QTD-REJEITADAS
               GO TO CAPTA-PAGAMENTO-EXIT
           END-IF

      * Debito sem autorizacao vigente do cliente no vencimento, ou
      * acima do maximo autorizado, nao entra em PENDPAG.
           MOVE ENT-CONTA           TO WS-ADB-CONTA
           MOVE ENT-CONVENIADO      TO WS-ADB-CONVENIADO
           MOVE ENT-REF-CLIENTE     TO WS-ADB-REF-CLIENTE
           MOVE ENT-VALOR           TO WS-ADB-VALOR
           MOVE ENT-DATA-VENCIMENTO TO WS-ADB-DATA-DEBITO
           PERFORM VERIFICA-AUTORIZACAO
           IF NOT ADB-AUTORIZADO
               DISPLAY "DEBITO NAO AUTORIZADO (" WS-ADB-DESCRICAO
                   "): " ENT-REFERENCIA " CONTA " ENT-CONTA
               PERFORM GRAVA-RETORNO-CONVENIADO
               ADD 1 TO WS-QTD-SEM-AUTORIZACAO
               ADD 1 TO WS-QTD-REJEITADAS
               GO TO CAPTA-PAGAMENTO-EXIT
           END-IF
           MOVE ENT-CONTA           TO PGTO-CONTA
           MOVE ENT-VALOR           TO PGTO-VALOR
           MOVE ENT-DATA-VENCIMENTO TO PGTO-DATA-VENCIMENTO
           MOVE ENT-CONVENIADO      TO PGTO-CONVENIADO
           MOVE ENT-REF-CLIENTE     TO PGTO-REF-CLIENTE

           WRITE PGTO-REGISTRO
           IF ARQ-OK
           ELSE
               DISPLAY "PAGAMENTO NAO CAPTADO (" WS-STATUS-PGTO "): "
                   ENT-REFERENCIA
               IF ARQ-DUPLICADA
                   MOVE 02 TO WS-ADB-MOTIVO
                   MOVE "REFERENCIA JA CAPTADA" TO WS-ADB-DESCRICAO
                   PERFORM GRAVA-RETORNO-CONVENIADO
               END-IF
               ADD 1 TO WS-QTD-REJEITADAS
           END-IF.

               AT END SET ARQ-ENT-FIM TO TRUE
           END-READ.

       GRAVA-RETORNO-CONVENIADO.
           MOVE WS-DATA-SISTEMA     TO DRT-DATA
           SET DRT-CAPTACAO         TO TRUE
           MOVE ENT-REFERENCIA      TO DRT-REFERENCIA
           MOVE ENT-CONTA           TO DRT-CONTA
           MOVE ENT-CONVENIADO      TO DRT-CONVENIADO
           MOVE ENT-REF-CLIENTE     TO DRT-REF-CLIENTE
           MOVE ENT-VALOR           TO DRT-VALOR
           MOVE ENT-DATA-VENCIMENTO TO DRT-VENCIMENTO
           MOVE WS-ADB-MOTIVO       TO DRT-MOTIVO
           MOVE WS-ADB-DESCRICAO    TO DRT-DESCRICAO
           WRITE DRT-REGISTRO.

       FINALIZAR.
           CLOSE PENDPAG-ARQ
           CLOSE PGTOENT-ARQ
           CLOSE AUTDEB-ARQ
           CLOSE DEBRET-ARQ
           DISPLAY "===== CAPTACAO DE PAGAMENTOS ====="
           DISPLAY "REGISTROS LIDOS.....: " WS-QTD-LIDAS
           DISPLAY "PAGAMENTOS CAPTADOS.: " WS-QTD-CAPTADAS
           DISPLAY "REGISTROS REJEITADOS: " WS-QTD-REJEITADAS
           DISPLAY "  SEM AUTORIZACAO...: " WS-QTD-SEM-AUTORIZACAO
           IF WS-QTD-REJEITADAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
