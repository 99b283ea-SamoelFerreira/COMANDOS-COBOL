      ******************************************************************
      * Copybook: CDPGRAVA
      * Author: EQUIPE MANUTENCAO
      * Purpose: Paragrafo comum de gravacao de um pedido de alteracao
      *          cadastral na fila de dupla custodia (arquivo CADPEND,
      *          layout CDPREG). O programa declara CADPEND-ARQ,
      *          identifica o operador pelo sign-on (OPSIGN), move o
      *          proprio PROGRAM-ID para WS-CDP-PROGRAMA e, antes de
      *          executar ENFILEIRA-ALTERACAO, preenche CDP-CAMPO,
      *          CDP-CONTA, CDP-CLIENTE, CDP-VALOR-ANTES e
      *          CDP-VALOR-DEPOIS. O arquivo e aberto e fechado a cada
      *          pedido, como a APROVPEND no PROGSALDOBANCARIO: o
      *          PROGAPRCAD regrava a fila por inteiro. CDP-GRAVADO
      *          indica o pedido gravado. Areas em CDPW.
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      ******************************************************************
       ENFILEIRA-ALTERACAO.
           ACCEPT CDP-DATA FROM DATE YYYYMMDD
           ACCEPT CDP-HORA FROM TIME
           MOVE WS-CDP-PROGRAMA  TO CDP-PROGRAMA
           MOVE WS-OP-MATRICULA  TO CDP-MATRICULA-SOLIC
           SET CDP-PENDENTE      TO TRUE
           MOVE SPACES           TO CDP-MATRICULA
           MOVE 0                TO CDP-DATA-DECISAO
           OPEN EXTEND CADPEND-ARQ
           IF NOT ARQ-CDP-OK
               OPEN OUTPUT CADPEND-ARQ
           END-IF
           MOVE "N" TO WS-CDP-GRAVADO
           WRITE CDP-REGISTRO
           IF ARQ-CDP-OK
               MOVE "S" TO WS-CDP-GRAVADO
               DISPLAY "Alteracao enviada para aprovacao de um "
                   "segundo operador (PROGAPRCAD)."
           ELSE
               DISPLAY "Pedido de alteracao NAO gravado na fila "
                   "CADPEND (" WS-STATUS-CDP "), tente novamente."
           END-IF
           CLOSE CADPEND-ARQ.
