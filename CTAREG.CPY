      *              pela opcao de CDB do PROGSALDOBANCARIO e pelo
      *              vencimento (PROGCDBVENC). O registro cresce de
      *              232 para 243 bytes (CTABKP acompanhado).
      * 15/10/2026 - EM - Saldos, limites e valores ampliados para
      *              9(11)V99 (CTA-SALDO-APLICADO vinha de 9(09)V99);
      *              o registro cresce de 243 para 280 bytes.
      * 15/10/2026 - EM - Inclui o status "O" (espolio): todas as contas
      *              do cliente falecido sao marcadas pelo registro do
      *              obito (PROGOBITO, ver CLIREG). Os motores de
      *              postagem recusam todo debito contra conta em
      *              espolio e seguem aceitando creditos; a saida de
      *              recursos e so a liberacao do PROGOBITO contra
      *              documento judicial ou notarial (ESPDOC, ESPREG).
      ******************************************************************
       01 CTA-REGISTRO.
          05 CTA-NUMERO           PIC 9(06).
          05 CTA-NOME             PIC X(30).
          05 CTA-SALDO            PIC S9(11)V99.
          05 CTA-SALDO-ANTERIOR   PIC S9(11)V99.
          05 CTA-LIMITE-CREDITO   PIC 9(11)V99.
          05 CTA-SALDO-MINIMO     PIC 9(11)V99.
          05 CTA-STATUS           PIC X(01).
             88 CTA-ATIVA               VALUE "A".
             88 CTA-BLOQUEADA           VALUE "B".
             88 CTA-ENCERRADA           VALUE "E".
             88 CTA-DORMENTE            VALUE "D".
             88 CTA-ESPOLIO             VALUE "O".
          05 CTA-PIN              PIC 9(04).
          05 CTA-TENTATIVAS       PIC 9(02).
          05 CTA-MOEDA            PIC X(03).
          05 CTA-DATA-ENCERRAMENTO PIC 9(08).
          05 CTA-LIMITE-SAQUE-DIA PIC 9(11)V99.
          05 CTA-LIMITE-QTD-SAQUES PIC 9(02).
          05 CTA-DATA-CTRL-SAQUE  PIC 9(08).
          05 CTA-VALOR-SAQUES-DIA PIC 9(11)V99.
          05 CTA-QTD-SAQUES-DIA   PIC 9(02).
          05 CTA-AGENCIA          PIC 9(04).
          05 CTA-SALDO-PENDENTE   PIC 9(11)V99.
          05 CTA-ENDERECO         PIC X(40).
          05 CTA-EMAIL            PIC X(40).
          05 CTA-CLIENTE          PIC 9(14).
          05 CTA-PRODUTO          PIC X(02).
          05 CTA-MES-CTRL-SAQUE   PIC 9(06).
          05 CTA-QTD-SAQUES-MES   PIC 9(04).
          05 CTA-SALDO-APLICADO   PIC 9(11)V99.
