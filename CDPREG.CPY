      ******************************************************************
      * Copybook: CDPREG
      * Author: EQUIPE MANUTENCAO
      * Purpose: Layout do registro da fila de alteracoes cadastrais
      *          sob dupla custodia (arquivo CADPEND, sequencial):
      *          a alteracao sensivel pedida por um operador no
      *          PROGMANUT, PROGPRODUTO, PROGCLIMANUT ou no lote do
      *          PROGALTLOTE fica aqui com os valores antes/depois e a
      *          matricula de quem pediu, ate um segundo operador
      *          aprovar ou rejeitar no PROGAPRCAD (so a aprovacao
      *          grava o mestre). Pedido nao decidido no dia expira,
      *          como na APROVPEND.
      *          Campos alterados (CDP-CAMPO):
      *            NC nome do titular da conta (CTA-NOME)
      *            LC limite de credito (CTA-LIMITE-CREDITO)
      *            LD limite diario de saques (CTA-LIMITE-SAQUE-DIA)
      *            EC endereco/e-mail da conta (CTA-ENDERECO/EMAIL)
      *            PR produto da conta (CTA-PRODUTO)
      *            EL endereco/e-mail do cliente (CLI-ENDERECO/EMAIL)
      *          Conta zero nos pedidos do cliente (EL) e cliente
      *          zero nos pedidos da conta. Valores guardados como
      *          texto: o nome e o produto alinhados a esquerda, os
      *          valores pela visao numerica e o contato pela visao
      *          endereco + e-mail.
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      * 15/10/2026 - EM - Pedidos tambem gravados pelo lote de
      *              alteracoes cadastrais (PROGALTLOTE).
      ******************************************************************
       01 CDP-REGISTRO.
          05 CDP-DATA             PIC 9(08).
          05 CDP-HORA             PIC 9(08).
          05 CDP-PROGRAMA         PIC X(08).
          05 CDP-CAMPO            PIC X(02).
             88 CDP-NOME-CONTA         VALUE "NC".
             88 CDP-LIMITE-CREDITO     VALUE "LC".
             88 CDP-LIMITE-SAQUE-DIA   VALUE "LD".
             88 CDP-CONTATO-CONTA      VALUE "EC".
             88 CDP-PRODUTO-CONTA      VALUE "PR".
             88 CDP-CONTATO-CLIENTE    VALUE "EL".
          05 CDP-CONTA            PIC 9(06).
          05 CDP-CLIENTE          PIC 9(14).
          05 CDP-VALOR-ANTES      PIC X(80).
          05 CDP-ANTES-VALOR REDEFINES CDP-VALOR-ANTES.
             10 CDP-ANTES-NUM     PIC 9(11)V99.
             10 FILLER            PIC X(67).
          05 CDP-ANTES-CONTATO REDEFINES CDP-VALOR-ANTES.
             10 CDP-ANTES-ENDERECO PIC X(40).
             10 CDP-ANTES-EMAIL   PIC X(40).
          05 CDP-VALOR-DEPOIS     PIC X(80).
          05 CDP-DEPOIS-VALOR REDEFINES CDP-VALOR-DEPOIS.
             10 CDP-DEPOIS-NUM    PIC 9(11)V99.
             10 FILLER            PIC X(67).
          05 CDP-DEPOIS-CONTATO REDEFINES CDP-VALOR-DEPOIS.
             10 CDP-DEPOIS-ENDERECO PIC X(40).
             10 CDP-DEPOIS-EMAIL  PIC X(40).
          05 CDP-MATRICULA-SOLIC  PIC X(08).
          05 CDP-SITUACAO         PIC X(01).
             88 CDP-PENDENTE           VALUE "P".
             88 CDP-APROVADA           VALUE "A".
             88 CDP-REJEITADA          VALUE "R".
             88 CDP-EXPIRADA           VALUE "E".
          05 CDP-MATRICULA        PIC X(08).
          05 CDP-DATA-DECISAO     PIC 9(08).
