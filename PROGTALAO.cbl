      *          ARQUIVOS SAO SOMENTE-INCLUSAO E ALIMENTAM A
      *          COMPENSACAO DE CHEQUES APRESENTADOS (PROGCHQCOMP):
      *          CHEQUE FORA DE FAIXA ATIVA OU SUSTADO E DEVOLVIDO COM
      *          O MOTIVO PROPRIO. A EMISSAO DA FAIXA GRAVA O EVENTO
      *          TARIFAVEL "C" (TAREVT, VER EVTREG), COBRADO NO CICLO
      *          PELO PROGTARAV.
      * Tectonics: cobc
      *
      * Historico de alteracoes:
      * 02/09/2026 - EM - Versao inicial: cheques emitidos pelos nossos
      *              clientes eram debitados na mao, sem registro de
      *              faixa nem sustacao.
      * 15/10/2026 - EM - A emissao da faixa grava o evento tarifavel
      *              "C" (TAREVT, copybooks EVTW/EVTGRAVA, referencia =
      *              primeiro cheque da faixa) para a cobranca do talao
      *              pelo PROGTARAV.
      * 15/10/2026 - EM - Conta em espolio (titular falecido, ver
      *              PROGOBITO) nao recebe talao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGTALAO.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-NUMERO
               FILE STATUS IS WS-STATUS-CTA.

           SELECT TAREVT-ARQ ASSIGN TO "TAREVT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EVT-CHAVE
               FILE STATUS IS WS-STATUS-EVT.
       DATA DIVISION.
       FILE SECTION.
       FD  CHQEMIT-ARQ.

       FD  CTAMESTRE-ARQ.
       COPY CTAREG.

      * Eventos tarifaveis (cobrados pelo PROGTARAV).
       FD  TAREVT-ARQ.
       COPY EVTREG.
       WORKING-STORAGE SECTION.
       COPY EVTW.

          01 WS-STATUS-TAL           PIC XX.
             88 ARQ-TAL-OK                VALUE "00".
             88 ARQ-TAL-FIM               VALUE "10".
                   WS-STATUS-CTA ")"
               STOP RUN
           END-IF
           OPEN I-O TAREVT-ARQ
           IF NOT ARQ-EVT-OK
               CLOSE TAREVT-ARQ
               OPEN OUTPUT TAREVT-ARQ
               CLOSE TAREVT-ARQ
               OPEN I-O TAREVT-ARQ
           END-IF
           MOVE "PROGTALA" TO WS-EVT-PROGRAMA
           PERFORM PROCESSA-MENU UNTIL OPCAO = 9
           CLOSE CTAMESTRE-ARQ
           CLOSE TAREVT-ARQ
           DISPLAY "Fim do controle de taloes."
           STOP RUN.

               DISPLAY "Conta encerrada nao recebe talao!"
               GO TO EMITE-FAIXA-EXIT
           END-IF
           IF CTA-ESPOLIO
               DISPLAY "Conta em espolio nao recebe talao!"
               GO TO EMITE-FAIXA-EXIT
           END-IF
           DISPLAY "Titular: " CTA-NOME
           DISPLAY "Numero inicial da faixa: "
           ACCEPT WS-NUM-INICIAL
           SET TAL-ATIVA         TO TRUE
           WRITE TAL-REGISTRO
           CLOSE CHQEMIT-ARQ
           MOVE WS-CONTA-ENTRADA TO EVT-CONTA
           SET EVT-TALAO         TO TRUE
           MOVE WS-NUM-INICIAL   TO EVT-REFERENCIA
           PERFORM GRAVA-EVENTO-TARIFA
           DISPLAY "Faixa emitida: " WS-NUM-INICIAL " a "
               WS-NUM-FINAL " para a conta " WS-CONTA-ENTRADA.
       EMITE-FAIXA-EXIT.
               AT END SET ARQ-SUS-FIM TO TRUE
           END-READ.

       COPY EVTGRAVA.

       END PROGRAM PROGTALAO.
