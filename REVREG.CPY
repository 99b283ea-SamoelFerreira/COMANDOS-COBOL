      ******************************************************************
      * Copybook: REVREG
      * Author: EQUIPE MANUTENCAO
      * Purpose: Layout do registro da fila de revisao do compliance
      *          (REVCOMPL, indexado por data + hora + programa +
      *          sequencia da execucao): cada quase-acerto de nome da
      *          triagem de restritos (RSTLER) no cadastro de clientes
      *          (PROGCLIMANUT) ou na abertura de contas (PROGCARGA),
      *          com a pessoa triada e a pessoa da lista. A operacao
      *          segue; o analista do compliance decide o item no
      *          PROGCOMPL (F falso positivo, C confirmado).
      *          Origens: C cadastro de cliente, A abertura de conta.
      *          Gravado pelos paragrafos do copybook REVGRAVA.
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      ******************************************************************
       01 REV-REGISTRO.
          05 REV-CHAVE.
             10 REV-DATA          PIC 9(08).
             10 REV-HORA          PIC 9(08).
             10 REV-PROGRAMA      PIC X(08).
             10 REV-SEQ           PIC 9(04).
          05 REV-ORIGEM           PIC X(01).
             88 REV-ORIGEM-CLIENTE     VALUE "C".
             88 REV-ORIGEM-CONTA       VALUE "A".
          05 REV-CPFCNPJ          PIC 9(14).
          05 REV-NOME             PIC X(30).
          05 REV-CONTA            PIC 9(06).
          05 REV-RST-CPFCNPJ      PIC 9(14).
          05 REV-RST-NOME         PIC X(30).
          05 REV-RST-LISTA        PIC X(10).
          05 REV-SITUACAO         PIC X(01).
             88 REV-PENDENTE           VALUE "P".
             88 REV-FALSO-POSITIVO     VALUE "F".
             88 REV-CONFIRMADO         VALUE "C".
          05 REV-ANALISTA         PIC X(08).
          05 REV-DATA-DECISAO     PIC 9(08).
