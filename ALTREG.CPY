      ******************************************************************
      * Copybook: ALTREG
      * Author: EQUIPE MANUTENCAO
      * Purpose: Layout do arquivo de alteracoes cadastrais em lote
      *          (ALTLOTE, largura fixa de 88 posicoes), processado
      *          pelo PROGALTLOTE: cada registro de detalhe traz a
      *          conta, o codigo do campo e o novo valor, com as mesmas
      *          regras das opcoes do PROGMANUT. Como no CABREG, o
      *          header ("H") identifica a origem e a data de geracao e
      *          o trailer ("T") a quantidade de detalhes e a soma dos
      *          numeros de conta; o PROGALTLOTE confere o trailer
      *          ANTES de alterar qualquer conta. Detalhe comeca com
      *          digito (ALT-CONTA).
      *          Campos (ALT-CAMPO):
      *            NC nome do titular da conta    (texto, 30 pos.)
      *            LC limite de credito           (13 digitos)
      *            LD limite diario de saques     (13 digitos, 0=sem)
      *            EC endereco + e-mail da conta  (40 + 40 pos.,
      *                                            branco mantem)
      *            SM saldo minimo                (13 digitos)
      *            MO moeda                       (BRL ou USD)
      *            QS qtd diaria de saques        (2 digitos, 0=sem)
      *            AG agencia                     (4 digitos, > 0)
      *          Valores numericos com os centavos nos 2 ultimos
      *          digitos, alinhados a esquerda do campo ALT-VALOR. NC,
      *          LC, LD e EC sao alteracoes sensiveis e vao para a fila
      *          de dupla custodia (CADPEND), como no PROGMANUT.
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      ******************************************************************
       01 ALT-REGISTRO.
          05 ALT-CONTA            PIC X(06).
          05 ALT-CONTA-NUM REDEFINES ALT-CONTA PIC 9(06).
          05 ALT-CAMPO            PIC X(02).
             88 ALT-NOME-CONTA         VALUE "NC".
             88 ALT-LIMITE-CREDITO     VALUE "LC".
             88 ALT-LIMITE-SAQUE-DIA   VALUE "LD".
             88 ALT-CONTATO-CONTA      VALUE "EC".
             88 ALT-SALDO-MINIMO       VALUE "SM".
             88 ALT-MOEDA              VALUE "MO".
             88 ALT-QTD-SAQUES         VALUE "QS".
             88 ALT-AGENCIA            VALUE "AG".
             88 ALT-CAMPO-SENSIVEL     VALUE "NC" "LC" "LD" "EC".
          05 ALT-VALOR            PIC X(80).
          05 ALT-VALOR-NOME REDEFINES ALT-VALOR.
             10 ALT-NOME          PIC X(30).
             10 ALT-NOME-RESTO    PIC X(50).
          05 ALT-VALOR-MONETARIO REDEFINES ALT-VALOR.
             10 ALT-VALOR-NUM     PIC 9(11)V99.
             10 ALT-VALOR-RESTO   PIC X(67).
          05 ALT-VALOR-CONTATO REDEFINES ALT-VALOR.
             10 ALT-ENDERECO      PIC X(40).
             10 ALT-EMAIL         PIC X(40).
          05 ALT-VALOR-MOEDA REDEFINES ALT-VALOR.
             10 ALT-MOEDA-COD     PIC X(03).
             10 ALT-MOEDA-RESTO   PIC X(77).
          05 ALT-VALOR-QTD REDEFINES ALT-VALOR.
             10 ALT-QTD-NUM       PIC 9(02).
             10 ALT-QTD-RESTO     PIC X(78).
          05 ALT-VALOR-AGENCIA REDEFINES ALT-VALOR.
             10 ALT-AGENCIA-NUM   PIC 9(04).
             10 ALT-AGENCIA-RESTO PIC X(76).

       01 ALT-CAB-REGISTRO.
          05 ALT-CAB-TIPO         PIC X(01).
             88 ALT-CAB-HEADER         VALUE "H".
          05 ALT-CAB-ORIGEM       PIC X(08).
          05 ALT-CAB-DATA-GERACAO PIC 9(08).
          05 FILLER               PIC X(71).

       01 ALT-TRL-REGISTRO.
          05 ALT-TRL-TIPO         PIC X(01).
             88 ALT-TRL-TRAILER        VALUE "T".
          05 ALT-TRL-QTD-REGISTROS PIC 9(06).
          05 ALT-TRL-HASH-CONTAS  PIC 9(12).
          05 FILLER               PIC X(69).
