      ******************************************************************
      * Copybook: DRTREG
      * Author: EQUIPE MANUTENCAO
      * Purpose: Layout do registro do arquivo de retorno do debito
      *          automatico ao conveniado (DEBRET): um debito recusado
      *          por linha, com a etapa que recusou (C captacao no
      *          PROGPGTCAPT, L liquidacao no PROGPGTLIQ) e o motivo:
      *            01 registro invalido (referencia, conta ou valor)
      *            02 referencia ja captada
      *            03 sem autorizacao de debito
      *            04 autorizacao cancelada
      *            05 autorizacao ainda nao vigente no vencimento
      *            06 valor acima do maximo autorizado
      *            07 titular falecido (conta em espolio; recusa da
      *               liquidacao ou do cancelamento no PROGOBITO)
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      * 15/10/2026 - EM - DRT-VALOR ampliado para 9(11)V99 (registro
      *              cresce 5 bytes; acertar com os conveniados).
      * 15/10/2026 - EM - Motivo 07 titular falecido (conta em espolio).
      ******************************************************************
       01 DRT-REGISTRO.
          05 DRT-DATA             PIC 9(08).
          05 DRT-ETAPA            PIC X(01).
             88 DRT-CAPTACAO           VALUE "C".
             88 DRT-LIQUIDACAO         VALUE "L".
          05 DRT-REFERENCIA       PIC 9(10).
          05 DRT-CONTA            PIC 9(06).
          05 DRT-CONVENIADO       PIC 9(06).
          05 DRT-REF-CLIENTE      PIC X(20).
          05 DRT-VALOR            PIC 9(11)V99.
          05 DRT-VENCIMENTO       PIC 9(08).
          05 DRT-MOTIVO           PIC 9(02).
             88 DRT-REGISTRO-INVALIDO  VALUE 01.
             88 DRT-JA-CAPTADA         VALUE 02.
             88 DRT-SEM-AUTORIZACAO    VALUE 03.
             88 DRT-AUT-CANCELADA      VALUE 04.
             88 DRT-AUT-NAO-VIGENTE    VALUE 05.
             88 DRT-ACIMA-DO-MAXIMO    VALUE 06.
             88 DRT-TITULAR-FALECIDO   VALUE 07.
          05 DRT-DESCRICAO        PIC X(30).
