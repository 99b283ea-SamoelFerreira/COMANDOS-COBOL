      *              por valor de referencia pulava em silencio
      *              registros nao processados cuja referencia
      *              ordenava abaixo da do checkpoint.
      * 15/10/2026 - EM - No PROGEOD a posicao passa a ser a do registro
      *              no TRANORD (TRANENT ordenado por conta e
      *              referencia); a ordenacao estavel repete a mesma
      *              sequencia no reinicio.
      ******************************************************************
       01 CKPT-REGISTRO.
          05 CKPT-POSICAO         PIC 9(10).
