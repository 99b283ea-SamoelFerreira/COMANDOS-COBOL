      ******************************************************************
      * Copybook: EVTGRAVA
      * Author: EQUIPE MANUTENCAO
      * Purpose: Paragrafo comum de gravacao de evento tarifavel
      *          (arquivo TAREVT, layout EVTREG) pelo programa que
      *          acabou de prestar o servico. O programa declara
      *          TAREVT-ARQ, abre o arquivo em I-O (criando-o quando
      *          ausente), move o proprio PROGRAM-ID para
      *          WS-EVT-PROGRAMA e, antes de executar
      *          GRAVA-EVENTO-TARIFA, preenche EVT-CONTA, EVT-SERVICO
      *          e EVT-REFERENCIA. O evento nasce pendente; o valor e
      *          a cobranca ficam com o PROGTARAV. Areas em EVTW.
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      ******************************************************************
       GRAVA-EVENTO-TARIFA.
           ADD 1 TO WS-EVT-SEQ
           ACCEPT EVT-DATA FROM DATE YYYYMMDD
           ACCEPT EVT-HORA FROM TIME
           MOVE WS-EVT-PROGRAMA TO EVT-PROGRAMA
           MOVE WS-EVT-SEQ      TO EVT-SEQ
           SET EVT-PENDENTE     TO TRUE
           MOVE 0               TO EVT-VALOR
           MOVE 0               TO EVT-DATA-COBRANCA
           WRITE EVT-REGISTRO
           IF NOT ARQ-EVT-OK
               DISPLAY "EVENTO TARIFAVEL NAO GRAVADO (" WS-STATUS-EVT
                   "): CONTA " EVT-CONTA " SERVICO " EVT-SERVICO
                   " REF " EVT-REFERENCIA
           END-IF.
