      ******************************************************************
      * Copybook: LBCREG
      * Author: EQUIPE MANUTENCAO
      * Purpose: Layout do registro do controle LBCCTRL: a ultima
      *          sequencia usada nas referencias dos lancamentos que o
      *          proprio banco gera nos passos de lote - tarifas
      *          ("F"), juros ("J"), encargo ("E") e IR retido ("I").
      *          A referencia e 9800000000 + sequencia (faixa em
      *          REFREG); os paragrafos estao no copybook LBCCTL.
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      ******************************************************************
       01 LBC-REGISTRO.
          05 LBC-ULTIMA-SEQUENCIA PIC 9(08).
