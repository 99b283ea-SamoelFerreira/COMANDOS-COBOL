      ******************************************************************
      * Copybook: CNTREG
      * Author: EQUIPE MANUTENCAO
      * Purpose: Layout do registro do cadastro de contestacoes de
      *          lancamento (arquivo CONTEST, indexado pelo numero do
      *          caso): lancamento contestado (MOV-REFERENCIA, tipo,
      *          data), conta, valor contestado, motivo, abertura,
      *          prazo de resposta (em dias uteis a partir da
      *          abertura, parametro CONTEST.PRAZO.DIAS), analista
      *          responsavel e situacao. Numero do caso sequencial
      *          pelo controle CNTCTRL. Abertura, credito provisorio e
      *          encerramento pelo PROGCONTEST; o PROGCONTPRZ lista no
      *          ciclo os casos em andamento perto ou alem do prazo.
      *          Situacao: A aberta, P aberta com credito provisorio
      *          dado ao cliente, U encerrada procedente (o credito
      *          fica definitivo) e N encerrada improcedente (o credito
      *          provisorio, se houve, e estornado na mesma hora).
      *          O credito ao cliente e o movimento "K" (ver MOVREG)
      *          sob a referencia 9400000000 + numero do caso; o
      *          estorno na improcedencia e o "W" sob 9410000000 +
      *          numero do caso (faixas em REFREG).
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      * 15/10/2026 - EM - CNT-VALOR ampliado para 9(11)V99; o
      *              registro passa de 150 para 155 bytes.
      ******************************************************************
       01 CNT-REGISTRO.
          05 CNT-NUMERO           PIC 9(06).
          05 CNT-CONTA            PIC 9(06).
          05 CNT-REFERENCIA       PIC 9(10).
          05 CNT-TIPO-LANC        PIC X(01).
          05 CNT-DATA-LANC        PIC 9(08).
          05 CNT-VALOR            PIC 9(11)V99.
          05 CNT-MOTIVO           PIC X(02).
             88 CNT-MOTIVO-VALIDO      VALUE "01" "02" "03" "04"
                                             "05" "99".
             88 CNT-NAO-RECONHECE      VALUE "01".
             88 CNT-VALOR-DIVERGENTE   VALUE "02".
             88 CNT-DUPLICIDADE        VALUE "03".
             88 CNT-SERVICO-NAO-PRESTADO VALUE "04".
             88 CNT-FRAUDE             VALUE "05".
             88 CNT-OUTROS             VALUE "99".
          05 CNT-DESCRICAO        PIC X(40).
          05 CNT-DATA-ABERTURA    PIC 9(08).
          05 CNT-DATA-PRAZO       PIC 9(08).
          05 CNT-ANALISTA         PIC X(08).
          05 CNT-STATUS           PIC X(01).
             88 CNT-ABERTA             VALUE "A".
             88 CNT-CREDITO-PROVISORIO VALUE "P".
             88 CNT-PROCEDENTE         VALUE "U".
             88 CNT-IMPROCEDENTE       VALUE "N".
             88 CNT-EM-ANDAMENTO       VALUE "A" "P".
          05 CNT-REF-CREDITO      PIC 9(10).
          05 CNT-DATA-CREDITO     PIC 9(08).
          05 CNT-REF-ESTORNO      PIC 9(10).
          05 CNT-DATA-ENCERRAMENTO PIC 9(08).
          05 CNT-ENCERRADO-POR    PIC X(08).
