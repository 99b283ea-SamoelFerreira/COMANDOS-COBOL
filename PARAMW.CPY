      *
      * Historico de alteracoes:
      * 22/08/2026 - EM - Versao inicial.
      * 15/10/2026 - EM - Tabela de parametros vigentes de 50 para 99
      *              chaves: as chaves por canal e por faixa ja
      *              passavam de 50 e as excedentes eram ignoradas.
      ******************************************************************
          01 WS-STATUS-PAR           PIC XX.
             88 ARQ-PAR-OK                VALUE "00".
             88 ARQ-PAR-FIM               VALUE "10".

          01 WS-TAB-PARAMETROS.
             05 WS-TAB-PAR-ENTRADA OCCURS 99 TIMES
                   INDEXED BY WS-PAR-IDX.
                10 WS-TAB-PAR-CHAVE    PIC X(20).
                10 WS-TAB-PAR-VALOR    PIC 9(09)V9(04).
