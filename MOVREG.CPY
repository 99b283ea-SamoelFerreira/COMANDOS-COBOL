      *              ("Y", credito do resgate no vencimento ou
      *              antecipado) - ver PROGSALDOBANCARIO/PROGCDBVENC.
      *              "O" e "Y" sao creditos; "U" e debito.
      * 15/10/2026 - EM - Inclui MOV-ESTORNO ("W") para o estorno de um
      *              lancamento ja postado, feito pelo supervisor no
      *              PROGESTORNO: contrapartida exata do original na
      *              mesma conta, com referencia propria (faixa em
      *              REFREG) e os novos campos MOV-REF-ORIGEM e
      *              MOV-TIPO-ORIGEM apontando para o lancamento
      *              estornado. MOV-VALOR do estorno e assinado com o
      *              efeito no saldo (negativo quando desfaz um
      *              credito, positivo quando desfaz um debito), de
      *              modo que quem soma creditos com MOV-VALOR soma o
      *              estorno no mesmo ramo. O registro cresce de X(61)
      *              para X(72); linha antiga lida no layout novo traz
      *              os dois campos em brancos, so lidos no tipo "W".
      * 15/10/2026 - EM - Inclui MOV-CREDITO-CONTESTACAO ("K"), o
      *              credito ao cliente de uma contestacao de lancamento
      *              (PROGCONTEST): provisorio durante a analise ou
      *              definitivo no encerramento procedente.
      *              MOV-REF-ORIGEM / MOV-TIPO-ORIGEM apontam para o
      *              lancamento contestado. Na improcedencia o credito
      *              provisorio e desfeito por um "W" comum com
      *              MOV-TIPO-ORIGEM "K".
      * 15/10/2026 - EM - Inclui MOV-AMORTIZACAO-EMPRESTIMO ("N"), o
      *              debito da quitacao antecipada ou da amortizacao
      *              parcial de um contrato de credito parcelado
      *              (PROGEMPCON). MOV-REF-ORIGEM leva contrato x 1000
      *              e MOV-TIPO-ORIGEM "O" (a liberacao do contrato).
      *              "N" e debito e nao e estornavel pelo PROGESTORNO.
      * 15/10/2026 - EM - MOV-VALOR ampliado para S9(11)V99; a
      *              linha de movimento passa de 72 para 77 bytes.
      * 15/10/2026 - EM - Inclui MOV-IOF ("G"), o debito do IOF sobre
      *              operacao de credito: o diario do descoberto
      *              (PROGIOF), com MOV-REF-ORIGEM zero e
      *              MOV-TIPO-ORIGEM em branco, e o da contratacao de
      *              emprestimo (PROGEMPCON), com MOV-REF-ORIGEM
      *              contrato x 1000 e MOV-TIPO-ORIGEM "O". "G" e
      *              debito e nao e estornavel pelo PROGESTORNO.
      * 15/10/2026 - EM - Inclui MOV-SERVICO-ORIGEM: no estorno
      *              ("W") de uma tarifa avulsa (MOV-TIPO-ORIGEM
      *              "F"), o servico da tarifa estornada - o
      *              MOV-TIPO-ORIGEM do "F" original, ver EVTREG -
      *              para o PROGGL desfazer a receita na mesma conta
      *              em que foi contabilizada; branco nos demais
      *              lancamentos. A linha passa de 77 para 78 bytes;
      *              linha antiga lida no layout novo traz o campo em
      *              branco.
      ******************************************************************
       01 MOV-REGISTRO.
          05 MOV-REFERENCIA       PIC 9(10).
             88 MOV-LIBERACAO-EMPRESTIMO VALUE "O".
             88 MOV-APLICACAO-CDB      VALUE "U".
             88 MOV-RESGATE-CDB        VALUE "Y".
             88 MOV-ESTORNO            VALUE "W".
             88 MOV-CREDITO-CONTESTACAO VALUE "K".
             88 MOV-AMORTIZACAO-EMPRESTIMO VALUE "N".
             88 MOV-IOF                VALUE "G".
          05 MOV-VALOR             PIC S9(11)V99 SIGN LEADING SEPARATE.
          05 MOV-DATA              PIC 9(08).
          05 MOV-CONTA-CONTRA      PIC 9(06).
          05 MOV-AGENCIA           PIC 9(04).
             88 MOV-CANAL-FOLHA        VALUE "F".
             88 MOV-CANAL-BANCO        VALUE "B".
             88 MOV-CANAL-REDE-ATM     VALUE "R".
          05 MOV-REF-ORIGEM        PIC 9(10).
          05 MOV-TIPO-ORIGEM       PIC X(01).
          05 MOV-SERVICO-ORIGEM    PIC X(01).
