      ******************************************************************
      * Copybook: ACSW
      * Author: EQUIPE MANUTENCAO
      * Purpose: Areas de WORKING-STORAGE da gravacao do log de acesso
      *          a dados de cliente (paragrafo no copybook ACSGRAVA):
      *          status do arquivo ACESSLOG e programa consultante.
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      ******************************************************************
          01 WS-STATUS-ACS           PIC XX.
             88 ARQ-ACS-OK                VALUE "00".
             88 ARQ-ACS-FIM               VALUE "10".

          01 WS-ACS-PROGRAMA         PIC X(08) VALUE SPACES.
