      ******************************************************************
      * Copybook: EVTW
      * Author: EQUIPE MANUTENCAO
      * Purpose: Areas de WORKING-STORAGE da gravacao de eventos
      *          tarifaveis (paragrafo no copybook EVTGRAVA): status
      *          do arquivo TAREVT, programa gravador e sequencia da
      *          execucao, que completa a chave quando dois eventos
      *          caem no mesmo centesimo.
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      ******************************************************************
          01 WS-STATUS-EVT           PIC XX.
             88 ARQ-EVT-OK                VALUE "00".
             88 ARQ-EVT-FIM               VALUE "10".
             88 ARQ-EVT-DUPLICADO         VALUE "22".

          01 WS-EVT-PROGRAMA         PIC X(08) VALUE SPACES.
          01 WS-EVT-SEQ              PIC 9(04) VALUE 0.
