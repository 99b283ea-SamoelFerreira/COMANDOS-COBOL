      ******************************************************************
      * Copybook: REVW
      * Author: EQUIPE MANUTENCAO
      * Purpose: Areas de WORKING-STORAGE da gravacao na fila de
      *          revisao do compliance (paragrafo no copybook
      *          REVGRAVA): status do arquivo REVCOMPL, programa
      *          gravador e sequencia da execucao, que completa a
      *          chave quando dois itens caem no mesmo centesimo.
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      ******************************************************************
          01 WS-STATUS-REV           PIC XX.
             88 ARQ-REV-OK                VALUE "00".
             88 ARQ-REV-FIM               VALUE "10".
             88 ARQ-REV-NAO-ACHADO        VALUE "23".

          01 WS-REV-PROGRAMA         PIC X(08) VALUE SPACES.
          01 WS-REV-SEQ              PIC 9(04) VALUE 0.
