      ******************************************************************
      * Copybook: ACSGRAVA
      * Author: EQUIPE MANUTENCAO
      * Purpose: Paragrafo comum de gravacao de um registro no log de
      *          acesso a dados de cliente (arquivo ACESSLOG, layout
      *          ACSREG). O programa declara ACESSLOG-ARQ, move o
      *          proprio PROGRAM-ID para WS-ACS-PROGRAMA e, antes de
      *          executar REGISTRA-ACESSO, preenche ACS-MATRICULA,
      *          ACS-CPFCNPJ, ACS-CONTA e ACS-CONSULTA. O arquivo e
      *          aberto em EXTEND e fechado a cada registro, como a
      *          CADPEND no CDPGRAVA: varios terminais de consulta
      *          gravam no mesmo log ao longo do dia. Areas em ACSW.
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      ******************************************************************
       REGISTRA-ACESSO.
           ACCEPT ACS-DATA FROM DATE YYYYMMDD
           ACCEPT ACS-HORA FROM TIME
           MOVE WS-ACS-PROGRAMA TO ACS-PROGRAMA
           OPEN EXTEND ACESSLOG-ARQ
           IF NOT ARQ-ACS-OK
               OPEN OUTPUT ACESSLOG-ARQ
           END-IF
           WRITE ACS-REGISTRO
           IF NOT ARQ-ACS-OK
               DISPLAY "LOG DE ACESSO NAO GRAVADO (" WS-STATUS-ACS
                   "): CONTA " ACS-CONTA " CPF/CNPJ " ACS-CPFCNPJ
           END-IF
           CLOSE ACESSLOG-ARQ.
