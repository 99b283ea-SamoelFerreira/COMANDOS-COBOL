      ******************************************************************
      * Copybook: CIRREG
      * Author: EQUIPE MANUTENCAO
      * Purpose: Layout do controle da circularizacao de saldos
      *          (CIRCCTL, indexado por ano-base + conta), mantido pelo
      *          PROGCIRC: uma carta de confirmacao por conta da
      *          amostra do ano, com o estrato que a selecionou, as
      *          posicoes informadas na carta e a resposta recebida.
      *
      *          Estratos (CIR-ESTRATO):
      *            M - saldo acima da materialidade (selecao integral)
      *            D - conta devedora (selecao integral)
      *            1, 2, 3 - faixas de saldo (selecao aleatoria)
      *          Situacao (CIR-SITUACAO):
      *            E - carta enviada, sem resposta
      *            C - saldo confirmado pelo cliente
      *            D - divergencia apontada pelo cliente
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      ******************************************************************
       01 CIR-REGISTRO.
          05 CIR-CHAVE.
             10 CIR-ANO-BASE      PIC 9(04).
             10 CIR-CONTA         PIC 9(06).
          05 CIR-ESTRATO          PIC X(01).
             88 CIR-MATERIAL           VALUE "M".
             88 CIR-DEVEDORA           VALUE "D".
             88 CIR-FAIXA              VALUE "1" "2" "3".
          05 CIR-AGENCIA          PIC 9(04).
          05 CIR-SALDO            PIC S9(11)V99.
          05 CIR-LIMITE-CREDITO   PIC 9(11)V99.
          05 CIR-TOTAL-CDB        PIC 9(11)V99.
          05 CIR-TOTAL-EMPRESTIMO PIC 9(11)V99.
          05 CIR-DATA-ENVIO       PIC 9(08).
          05 CIR-SITUACAO         PIC X(01).
             88 CIR-ENVIADA            VALUE "E".
             88 CIR-CONFIRMADA         VALUE "C".
             88 CIR-DIVERGENTE         VALUE "D".
          05 CIR-DATA-RESPOSTA    PIC 9(08).
          05 CIR-SALDO-INFORMADO  PIC S9(11)V99.
          05 CIR-OBSERVACAO       PIC X(40).
