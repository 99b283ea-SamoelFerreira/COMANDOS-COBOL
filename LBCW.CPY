      ******************************************************************
      * Copybook: LBCW
      * Author: EQUIPE MANUTENCAO
      * Purpose: Areas de WORKING-STORAGE da referencia dos lancamentos
      *          do banco (paragrafos no copybook LBCCTL): status do
      *          controle LBCCTRL, sequencia corrente, referencia
      *          obtida e a guarda de TRAN-REFERENCIA enquanto a
      *          referencia do lancamento e conferida e registrada.
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      ******************************************************************
          01 WS-STATUS-LBC           PIC XX.
             88 ARQ-LBC-OK                VALUE "00".

          01 WS-SEQ-LANC-BANCO       PIC 9(08) VALUE 0.
          01 WS-REF-LANC-BANCO       PIC 9(10) VALUE 0.
          01 WS-LBC-TRAN-SALVA       PIC 9(10) VALUE 0.
