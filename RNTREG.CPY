      ******************************************************************
      * Copybook: RNTREG
      * Author: EQUIPE MANUTENCAO
      * Purpose: Layout do arquivo de extracao da rentabilidade mensal
      *          por conta (RENTEXT), gravado pelo PROGRENTAB para a
      *          carga da controladoria: um registro "D" por conta
      *          apurada com as receitas, os custos e a margem de
      *          contribuicao do mes, e um registro "T" no fim com a
      *          quantidade de contas e a soma das margens, para a
      *          conferencia da carga. Valores com sinal separado a
      *          esquerda (estorno no mes pode deixar uma receita
      *          negativa). Os dois registros tem 188 posicoes.
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      ******************************************************************
       01 RNT-REGISTRO.
          05 RNT-TIPO             PIC X(01).
             88 RNT-DETALHE            VALUE "D".
          05 RNT-MES              PIC 9(06).
          05 RNT-CONTA            PIC 9(06).
          05 RNT-AGENCIA          PIC 9(04).
          05 RNT-PRODUTO          PIC X(02).
          05 RNT-QTD-TRANSACOES   PIC 9(07).
          05 RNT-SALDO-MEDIO      PIC S9(13)V99 SIGN LEADING SEPARATE.
      * Receitas.
          05 RNT-TARIFAS          PIC S9(11)V99 SIGN LEADING SEPARATE.
          05 RNT-ENCARGOS         PIC S9(11)V99 SIGN LEADING SEPARATE.
          05 RNT-JUROS-EMPRESTIMO PIC S9(11)V99 SIGN LEADING SEPARATE.
          05 RNT-CREDITO-CAPTACAO PIC S9(11)V99 SIGN LEADING SEPARATE.
      * Custos.
          05 RNT-JUROS-PAGOS      PIC S9(11)V99 SIGN LEADING SEPARATE.
          05 RNT-JUROS-CDB        PIC S9(11)V99 SIGN LEADING SEPARATE.
          05 RNT-CUSTO-TRANSACOES PIC S9(11)V99 SIGN LEADING SEPARATE.
      * Totais da conta.
          05 RNT-RECEITA-TOTAL    PIC S9(13)V99 SIGN LEADING SEPARATE.
          05 RNT-CUSTO-TOTAL      PIC S9(13)V99 SIGN LEADING SEPARATE.
          05 RNT-MARGEM           PIC S9(13)V99 SIGN LEADING SEPARATE.

       01 RNT-TRAILER.
          05 RNT-TRL-TIPO         PIC X(01).
             88 RNT-TRL-TRAILER        VALUE "T".
          05 RNT-TRL-MES          PIC 9(06).
          05 RNT-TRL-QTD-CONTAS   PIC 9(07).
          05 RNT-TRL-MARGEM-TOTAL PIC S9(15)V99 SIGN LEADING SEPARATE.
          05 FILLER               PIC X(156).
