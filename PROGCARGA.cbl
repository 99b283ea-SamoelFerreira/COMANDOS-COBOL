      *              (CARGA-PRODUTO; brancos valem "01", conta
      *              corrente) e com os acumuladores mensais de saque
      *              zerados (ver CTAREG).
      * 15/10/2026 - EM - Abertura de conta passa pela triagem do
      *              titular contra a lista de pessoas restritas
      *              (RESTRITOS, ver RSTLER): CPF/CNPJ da lista rejeita
      *              a conta; nome semelhante carrega a conta e grava
      *              item na fila de revisao do compliance (REVCOMPL);
      *              toda decisao deixa linha no AUDITSEG. Sem a lista a
      *              carga nao roda (codigo 8).
      * 15/10/2026 - EM - Cliente novo entra com a situacao, a data e a
      *              certidao de obito em branco (ver CLIREG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCARGA.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CPFCNPJ
               FILE STATUS IS WS-STATUS-CLI.

           SELECT RESTRITOS-ARQ ASSIGN TO "RESTRITOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RST.

           SELECT REVCOMPL-ARQ ASSIGN TO "REVCOMPL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REV-CHAVE
               FILE STATUS IS WS-STATUS-REV.

           SELECT AUDITSEG-ARQ ASSIGN TO "AUDITSEG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUD.
       DATA DIVISION.
       FILE SECTION.
       FD  CTAMESTRE-ARQ.

       FD  CLIMESTRE-ARQ.
       COPY CLIREG.

       FD  RESTRITOS-ARQ.
       COPY RSTREG.

       FD  REVCOMPL-ARQ.
       COPY REVREG.

       FD  AUDITSEG-ARQ.
       01 AUD-REGISTRO.
          05 AUD-DATA             PIC 9(08).
          05 AUD-HORA             PIC 9(08).
          05 AUD-OFICIAL          PIC X(08).
          05 AUD-CONTA            PIC 9(06).
          05 AUD-ACAO             PIC X(20).
       WORKING-STORAGE SECTION.
          01 WS-STATUS-CTA           PIC XX.
             88 ARQ-OK                    VALUE "00".
          01 WS-QTD-REJEITADAS       PIC 9(06) VALUE 0.
          01 WS-QTD-CLIENTES-NOVOS   PIC 9(06) VALUE 0.
          01 WS-QTD-SEM-CLIENTE      PIC 9(06) VALUE 0.
          01 WS-QTD-BLOQ-RESTRITO    PIC 9(06) VALUE 0.
          01 WS-QTD-REVISAO-RESTRITO PIC 9(06) VALUE 0.

          01 WS-STATUS-AUD           PIC XX.
             88 ARQ-AUD-OK                VALUE "00".
          01 WS-DATA-SISTEMA         PIC 9(08).
          01 WS-HORA-SISTEMA         PIC 9(08).

       COPY RSTW.

       COPY REVW.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM INICIALIZAR
      * Sem a lista de restritos nenhuma conta e aberta: a carga
      * termina antes de ler o arquivo, com codigo 8.
           IF NOT RESTRITOS-CARREGADOS
               DISPLAY "LISTA DE RESTRITOS (RESTRITOS) INDISPONIVEL - "
                   "CARGA NAO EXECUTADA"
               CLOSE CTAMESTRE-ARQ
               CLOSE CARGACTA-ARQ
               CLOSE CLIMESTRE-ARQ
               CLOSE REVCOMPL-ARQ
               CLOSE AUDITSEG-ARQ
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ CARGACTA-ARQ
               AT END SET ARQ-CARGA-FIM TO TRUE
           END-READ
               OPEN I-O CLIMESTRE-ARQ
           END-IF
           OPEN INPUT CARGACTA-ARQ
           PERFORM CARREGA-RESTRITOS
           OPEN I-O REVCOMPL-ARQ
           IF NOT ARQ-REV-OK
               CLOSE REVCOMPL-ARQ
               OPEN OUTPUT REVCOMPL-ARQ
               CLOSE REVCOMPL-ARQ
               OPEN I-O REVCOMPL-ARQ
           END-IF
           MOVE "PROGCARG" TO WS-REV-PROGRAMA
           OPEN EXTEND AUDITSEG-ARQ
           IF NOT ARQ-AUD-OK
               OPEN OUTPUT AUDITSEG-ARQ
           END-IF
           MOVE 0 TO RETURN-CODE.

       CARREGA-CONTA.
           ADD 1 TO WS-QTD-LIDAS

      * Triagem do titular contra a lista de restritos antes de
      * qualquer gravacao: CPF/CNPJ da lista rejeita a abertura.
           IF CARGA-CPFCNPJ IS NUMERIC
               MOVE CARGA-CPFCNPJ TO WS-RST-CPF-BUSCA
           ELSE
               MOVE 0             TO WS-RST-CPF-BUSCA
           END-IF
           MOVE CARGA-NOME        TO WS-RST-NOME-BUSCA
           PERFORM TRIAGEM-RESTRITOS
           IF RST-BLOQUEIO-CPF
               MOVE "TRIAGEM ABT BLOQ CPF" TO AUD-ACAO
               PERFORM GRAVA-AUDITORIA
               DISPLAY "CONTA REJEITADA - TITULAR NA LISTA DE "
                   "RESTRITOS (" WS-RST-ACHADO-LISTA "): " CARGA-NUMERO
               ADD 1 TO WS-QTD-BLOQ-RESTRITO
               ADD 1 TO WS-QTD-REJEITADAS
               GO TO CARREGA-CONTA-EXIT
           END-IF

           MOVE CARGA-NUMERO          TO CTA-NUMERO
           MOVE CARGA-NOME            TO CTA-NOME
           MOVE CARGA-SALDO-INICIAL   TO CTA-SALDO
           WRITE CTA-REGISTRO
           IF ARQ-OK
               ADD 1 TO WS-QTD-CARREGADAS
               IF RST-REVISAO-NOME
                   MOVE "TRIAGEM ABT REVISAO" TO AUD-ACAO
                   PERFORM GRAVA-AUDITORIA
                   MOVE "A"              TO REV-ORIGEM
                   MOVE WS-RST-CPF-BUSCA TO REV-CPFCNPJ
                   MOVE CARGA-NOME       TO REV-NOME
                   MOVE CARGA-NUMERO     TO REV-CONTA
                   PERFORM GRAVA-REVISAO-COMPLIANCE
                   DISPLAY "CONTA ENVIADA A REVISAO DO COMPLIANCE "
                       "(NOME SEMELHANTE - " WS-RST-ACHADO-LISTA "): "
                       CARGA-NUMERO
                   ADD 1 TO WS-QTD-REVISAO-RESTRITO
               ELSE
                   MOVE "TRIAGEM ABT LIVRE"   TO AUD-ACAO
                   PERFORM GRAVA-AUDITORIA
               END-IF
           ELSE
               DISPLAY "CONTA NAO CARREGADA (" WS-STATUS-CTA "): "
                   CARGA-NUMERO
           MOVE CARGA-NOME     TO CLI-NOME
           MOVE CARGA-ENDERECO TO CLI-ENDERECO
           MOVE CARGA-EMAIL    TO CLI-EMAIL
           MOVE SPACES         TO CLI-SITUACAO
           MOVE 0              TO CLI-DATA-OBITO
           MOVE SPACES         TO CLI-CERTIDAO-OBITO
           WRITE CLI-REGISTRO
           IF ARQ-CLI-OK
               ADD 1 TO WS-QTD-CLIENTES-NOVOS
               END-IF
           END-IF.

       GRAVA-AUDITORIA.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-DATA-SISTEMA TO AUD-DATA
           MOVE WS-HORA-SISTEMA TO AUD-HORA
           MOVE "PROGCARG"      TO AUD-OFICIAL
           MOVE CARGA-NUMERO    TO AUD-CONTA
           WRITE AUD-REGISTRO.

       COPY RSTLER.

       COPY REVGRAVA.

       FINALIZAR.
           CLOSE CTAMESTRE-ARQ
           CLOSE CARGACTA-ARQ
           CLOSE CLIMESTRE-ARQ
           CLOSE REVCOMPL-ARQ
           CLOSE AUDITSEG-ARQ
           DISPLAY "===== CARGA DE CONTAS ====="
           DISPLAY "REGISTROS LIDOS....: " WS-QTD-LIDAS
           DISPLAY "CONTAS CARREGADAS..: " WS-QTD-CARREGADAS
           DISPLAY "CLIENTES NOVOS.....: " WS-QTD-CLIENTES-NOVOS
           DISPLAY "CONTAS SEM VINCULO.: " WS-QTD-SEM-CLIENTE
           DISPLAY "BLOQ. RESTRITOS....: " WS-QTD-BLOQ-RESTRITO
           DISPLAY "EM REVISAO COMPL...: " WS-QTD-REVISAO-RESTRITO
           DISPLAY "REGISTROS REJEITADOS: " WS-QTD-REJEITADAS
           IF WS-QTD-REJEITADAS > 0
               MOVE 4 TO RETURN-CODE
