      ******************************************************************
      * Copybook: CDPW
      * Author: EQUIPE MANUTENCAO
      * Purpose: Areas de WORKING-STORAGE da gravacao na fila de
      *          alteracoes cadastrais sob dupla custodia (paragrafo
      *          no copybook CDPGRAVA): status do arquivo CADPEND e
      *          programa solicitante e a marca de pedido gravado.
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      ******************************************************************
          01 WS-STATUS-CDP           PIC XX.
             88 ARQ-CDP-OK                VALUE "00".
             88 ARQ-CDP-FIM               VALUE "10".

          01 WS-CDP-PROGRAMA         PIC X(08) VALUE SPACES.
          01 WS-CDP-GRAVADO          PIC X(01) VALUE "N".
             88 CDP-GRAVADO               VALUE "S".
