      ******************************************************************
      * Copybook: ADBW
      * Author: EQUIPE MANUTENCAO
      * Purpose: Areas de WORKING-STORAGE das autorizacoes de debito
      *          automatico (arquivo AUTDEB, ver ADBREG): status do
      *          arquivo, dados da conferencia de um debito
      *          (paragrafo VERIFICA-AUTORIZACAO do copybook ADBLER) e
      *          da manutencao interativa (paragrafos do copybook
      *          ADBMANUT). O programa declara AUTDEB-ARQ (COPY
      *          ADBREG) na FILE SECTION com WS-STATUS-ADB.
      *          Conferencia: conta, conveniado, referencia do
      *          cliente, valor e data do debito em WS-ADB-*; volta
      *          WS-ADB-MOTIVO (0 autorizado ou o codigo de recusa do
      *          retorno ao conveniado, ver DRTREG) e a descricao.
      *          Manutencao: conta em WS-ADB-CONTA, data do dia em
      *          WS-ADB-DATA-HOJE, canal (A agencia, S autoatendimento)
      *          em WS-ADB-CANAL e operador ou caixa em
      *          WS-ADB-OPERADOR; ADB-ALTERADA ligada quando a
      *          inclusao ou o cancelamento foi gravado.
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      * 15/10/2026 - EM - WS-ADB-VALOR ampliado para 9(11)V99, como
      *              TRAN-VALOR e PGTO-VALOR.
      ******************************************************************
          01 WS-STATUS-ADB           PIC XX.
             88 ARQ-ADB-OK                VALUE "00".
             88 ARQ-ADB-FIM               VALUE "10".

          01 WS-ADB-CONTA            PIC 9(06).
          01 WS-ADB-CONVENIADO       PIC 9(06).
          01 WS-ADB-REF-CLIENTE      PIC X(20).
          01 WS-ADB-VALOR            PIC 9(11)V99.
          01 WS-ADB-DATA-DEBITO      PIC 9(08).
          01 WS-ADB-MOTIVO           PIC 9(02).
             88 ADB-AUTORIZADO            VALUE 0.
          01 WS-ADB-DESCRICAO        PIC X(30).

          01 WS-ADB-DATA-HOJE        PIC 9(08).
          01 WS-ADB-HORA             PIC 9(08).
          01 WS-ADB-CANAL            PIC X(01).
          01 WS-ADB-OPERADOR         PIC X(08).
          01 WS-ADB-ALTERACAO        PIC X(01).
             88 ADB-ALTERADA              VALUE "S".
          01 WS-ADB-QTD-LISTADAS     PIC 9(03).
          01 WS-ADB-CONFIRMA         PIC X(01).
          01 WS-ADB-OPCAO            PIC X(01).
          01 WS-ADB-CONV-ENTRADA     PIC X(06).
          01 WS-ADB-CONV-NUM REDEFINES WS-ADB-CONV-ENTRADA
                                     PIC 9(06).
          01 WS-ADB-VALOR-ENTRADA    PIC X(08).
          01 WS-ADB-VALOR-NUM REDEFINES WS-ADB-VALOR-ENTRADA
                                     PIC 9(06)V99.
          01 WS-ADB-INICIO-ENTRADA   PIC X(08).
          01 WS-ADB-INICIO-NUM REDEFINES WS-ADB-INICIO-ENTRADA
                                     PIC 9(08).
