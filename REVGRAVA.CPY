      ******************************************************************
      * Copybook: REVGRAVA
      * Author: EQUIPE MANUTENCAO
      * Purpose: Paragrafo comum de gravacao na fila de revisao do
      *          compliance (arquivo REVCOMPL, layout REVREG) do
      *          quase-acerto que a triagem (RSTLER) acabou de achar.
      *          O programa declara REVCOMPL-ARQ, abre o arquivo em
      *          I-O, move o proprio PROGRAM-ID para
      *          WS-REV-PROGRAMA e, antes de executar
      *          GRAVA-REVISAO-COMPLIANCE, preenche REV-ORIGEM,
      *          REV-CPFCNPJ, REV-NOME e REV-CONTA. Areas em REVW.
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      ******************************************************************
       GRAVA-REVISAO-COMPLIANCE.
           ADD 1 TO WS-REV-SEQ
           ACCEPT REV-DATA FROM DATE YYYYMMDD
           ACCEPT REV-HORA FROM TIME
           MOVE WS-REV-PROGRAMA       TO REV-PROGRAMA
           MOVE WS-REV-SEQ            TO REV-SEQ
           MOVE WS-RST-ACHADO-CPFCNPJ TO REV-RST-CPFCNPJ
           MOVE WS-RST-ACHADO-NOME    TO REV-RST-NOME
           MOVE WS-RST-ACHADO-LISTA   TO REV-RST-LISTA
           SET REV-PENDENTE           TO TRUE
           MOVE SPACES                TO REV-ANALISTA
           MOVE 0                     TO REV-DATA-DECISAO
           WRITE REV-REGISTRO
           IF NOT ARQ-REV-OK
               DISPLAY "ITEM NAO GRAVADO NA FILA DO COMPLIANCE ("
                   WS-STATUS-REV "): " REV-CPFCNPJ " " REV-NOME
           END-IF.
