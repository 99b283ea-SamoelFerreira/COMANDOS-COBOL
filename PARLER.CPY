      *
      * Historico de alteracoes:
      * 22/08/2026 - EM - Versao inicial.
      * 15/10/2026 - EM - Limite da tabela acompanha PARAMW (99).
      ******************************************************************
       CARREGA-PARAMETROS.
           MOVE 0 TO WS-TAB-PAR-QTD
                     TO WS-TAB-PAR-VIGENCIA (WS-PAR-IDX)
               END-IF
           ELSE
               IF WS-TAB-PAR-QTD < 99
                   ADD 1 TO WS-TAB-PAR-QTD
                   SET WS-PAR-IDX TO WS-TAB-PAR-QTD
                   MOVE PAR-CHAVE TO WS-TAB-PAR-CHAVE (WS-PAR-IDX)
