      ******************************************************************
      * Copybook: ADBLER
      * Author: EQUIPE MANUTENCAO
      * Purpose: Paragrafo comum de conferencia de um debito do
      *          conveniado contra o cadastro de autorizacoes de
      *          debito automatico (AUTDEB, ver ADBREG), usado pela
      *          captacao (PROGPGTCAPT, data do debito = vencimento)
      *          e pela liquidacao (PROGPGTLIQ, data do debito = data
      *          do ciclo). AUTDEB-ARQ aberto pelo chamador; areas e
      *          contrato em ADBW.
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      ******************************************************************
       VERIFICA-AUTORIZACAO.
           MOVE 0 TO WS-ADB-MOTIVO
           MOVE SPACES TO WS-ADB-DESCRICAO
           MOVE WS-ADB-CONTA       TO ADB-CONTA
           MOVE WS-ADB-CONVENIADO  TO ADB-CONVENIADO
           MOVE WS-ADB-REF-CLIENTE TO ADB-REF-CLIENTE
           READ AUTDEB-ARQ
               INVALID KEY CONTINUE
           END-READ
           EVALUATE TRUE
               WHEN NOT ARQ-ADB-OK
                   MOVE 03 TO WS-ADB-MOTIVO
                   MOVE "SEM AUTORIZACAO DE DEBITO" TO WS-ADB-DESCRICAO
               WHEN ADB-DATA-CANCELAMENTO NOT = 0
                    AND ADB-DATA-CANCELAMENTO NOT > WS-ADB-DATA-DEBITO
                   MOVE 04 TO WS-ADB-MOTIVO
                   MOVE "AUTORIZACAO CANCELADA" TO WS-ADB-DESCRICAO
               WHEN ADB-DATA-INICIO > WS-ADB-DATA-DEBITO
                   MOVE 05 TO WS-ADB-MOTIVO
                   MOVE "AUTORIZACAO AINDA NAO VIGENTE"
                       TO WS-ADB-DESCRICAO
               WHEN WS-ADB-VALOR > ADB-VALOR-MAXIMO
                   MOVE 06 TO WS-ADB-MOTIVO
                   MOVE "VALOR ACIMA DO MAXIMO AUTORIZ."
                       TO WS-ADB-DESCRICAO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
