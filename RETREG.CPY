      ******************************************************************
      * Copybook: RETREG
      * Author: EQUIPE MANUTENCAO
      * Purpose: Layout do registro dos creditos interbancarios retidos
      *          pela triagem de restritos (INTRETIDO, indexado pela
      *          referencia da rede): o credito do INTERENT cujo
      *          remetente tem o CPF/CNPJ na lista (motivo B) ou nome
      *          parecido com o de uma pessoa da lista (motivo R) nao
      *          e postado pelo PROGINTENT e fica aqui, com a pessoa
      *          da lista, ate a decisao do compliance no PROGCOMPL:
      *          liberado (L) e postado pelo proximo PROGINTENT, que
      *          o marca como postado (P); devolvido (D) fica na rede
      *          para a operacao devolver ao banco de origem, como o
      *          credito sem conta destino.
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      * 15/10/2026 - EM - RET-VALOR ampliado para 9(11)V99; o
      *              registro passa de 169 para 174 bytes.
      ******************************************************************
       01 RET-REGISTRO.
          05 RET-REFERENCIA       PIC 9(10).
          05 RET-BANCO-ORIGEM     PIC 9(03).
          05 RET-AGENCIA-ORIGEM   PIC 9(04).
          05 RET-CONTA-ORIGEM     PIC 9(06).
          05 RET-CONTA-DESTINO    PIC 9(06).
          05 RET-VALOR            PIC 9(11)V99.
          05 RET-DATA             PIC 9(08).
          05 RET-CPFCNPJ-ORIGEM   PIC 9(14).
          05 RET-NOME-ORIGEM      PIC X(30).
          05 RET-MOTIVO           PIC X(01).
             88 RET-MOTIVO-CPF         VALUE "B".
             88 RET-MOTIVO-NOME        VALUE "R".
          05 RET-RST-CPFCNPJ      PIC 9(14).
          05 RET-RST-NOME         PIC X(30).
          05 RET-RST-LISTA        PIC X(10).
          05 RET-DATA-RETENCAO    PIC 9(08).
          05 RET-SITUACAO         PIC X(01).
             88 RET-RETIDO             VALUE "R".
             88 RET-LIBERADO           VALUE "L".
             88 RET-POSTADO            VALUE "P".
             88 RET-DEVOLVIDO          VALUE "D".
          05 RET-ANALISTA         PIC X(08).
          05 RET-DATA-DECISAO     PIC 9(08).
