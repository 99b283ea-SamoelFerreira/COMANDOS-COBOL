      ******************************************************************
      * Copybook: CRSREG
      * Author: EQUIPE MANUTENCAO
      * Purpose: Layout do arquivo de respostas da circularizacao de
      *          saldos (CIRCRESP), digitado pelos auditores a partir
      *          das cartas devolvidas e registrado pelo PROGCIRC no
      *          controle CIRCCTL (ver CIRREG).
      *            CRS-RESPOSTA C - cliente confirma as posicoes
      *                         D - cliente aponta divergencia; o
      *                             saldo informado e a observacao
      *                             vao para a lista de excecoes
      *          Na resposta C o saldo informado e ignorado (vale o da
      *          carta).
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      ******************************************************************
       01 CRS-REGISTRO.
          05 CRS-ANO-BASE         PIC 9(04).
          05 CRS-CONTA            PIC 9(06).
          05 CRS-RESPOSTA         PIC X(01).
             88 CRS-CONFIRMA           VALUE "C".
             88 CRS-DIVERGE            VALUE "D".
          05 CRS-DATA-RESPOSTA    PIC 9(08).
          05 CRS-SALDO-INFORMADO  PIC S9(11)V99 SIGN LEADING SEPARATE.
          05 CRS-OBSERVACAO       PIC X(40).
