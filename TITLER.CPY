      ******************************************************************
      * Copybook: TITLER
      * Author: EQUIPE MANUTENCAO
      * Purpose: Paragrafos comuns da carga dos titulares de uma conta
      *          (arquivo TITULAR, layout TITREG): monta a tabela com
      *          o primeiro titular (CTA-CLIENTE) na primeira posicao,
      *          seguido dos cotitulares gravados para a conta pelo
      *          PROGCLIMANUT. Arquivo ausente ou conta sem registro =
      *          so o CTA-CLIENTE; conta sem CTA-CLIENTE e sem
      *          registro = tabela vazia. Ver TITW para as areas de
      *          WORKING-STORAGE exigidas.
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      ******************************************************************
       CARREGA-TITULARES-CONTA.
           MOVE 0   TO WS-TAB-TIT-QTD
           MOVE "N" TO WS-TIT-CONJUNTA
           IF WS-TIT-PRINCIPAL-BUSCA > 0
               MOVE 1 TO WS-TAB-TIT-QTD
               SET WS-TIT-IDX TO 1
               MOVE WS-TIT-PRINCIPAL-BUSCA
                 TO WS-TAB-TIT-CPFCNPJ (WS-TIT-IDX)
               MOVE "P" TO WS-TAB-TIT-PAPEL (WS-TIT-IDX)
           END-IF
           IF TITULAR-ABERTO
               MOVE WS-TIT-CONTA-BUSCA TO TIT-CONTA
               MOVE 0 TO TIT-CPFCNPJ
               START TITULAR-ARQ KEY NOT < TIT-CHAVE
               IF ARQ-TIT-OK
                   READ TITULAR-ARQ NEXT RECORD
                       AT END SET ARQ-TIT-FIM TO TRUE
                   END-READ
                   PERFORM ACUMULA-TITULAR
                       UNTIL NOT ARQ-TIT-OK
                          OR TIT-CONTA NOT = WS-TIT-CONTA-BUSCA
               END-IF
           END-IF.

      * O registro do primeiro titular ja entrou pelo CTA-CLIENTE.
       ACUMULA-TITULAR.
           IF TIT-CPFCNPJ NOT = WS-TIT-PRINCIPAL-BUSCA
               IF WS-TAB-TIT-QTD < WS-TAB-TIT-MAX
                   ADD 1 TO WS-TAB-TIT-QTD
                   SET WS-TIT-IDX TO WS-TAB-TIT-QTD
                   MOVE TIT-CPFCNPJ TO WS-TAB-TIT-CPFCNPJ (WS-TIT-IDX)
                   MOVE TIT-PAPEL   TO WS-TAB-TIT-PAPEL (WS-TIT-IDX)
                   IF TIT-CONJUNTO
                       SET CONTA-CONJUNTA-E TO TRUE
                   END-IF
               ELSE
                   DISPLAY "TABELA DE TITULARES CHEIA, TITULAR "
                       "IGNORADO: CONTA " TIT-CONTA
                       " CPF/CNPJ " TIT-CPFCNPJ
               END-IF
           END-IF
           READ TITULAR-ARQ NEXT RECORD
               AT END SET ARQ-TIT-FIM TO TRUE
           END-READ.
