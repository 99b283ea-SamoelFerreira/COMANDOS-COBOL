      *              CTAREG) - com a fatia antiga de 232 a
      *              imagem-antes nunca batia numa conta com CDB e o
      *              replay parava com uma falsa quebra de sequencia.
      * 15/10/2026 - EM - Imagens comparadas e aplicadas nos 280 bytes
      *              do novo CTA-REGISTRO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGJRNREPL.

      * A imagem-antes do jornal precisa bater com o estado atual: e
      * a prova de que nada foi pulado nem aplicado fora de ordem.
           IF JRN-IMAGEM-ANTES(1:280) NOT = CTA-REGISTRO
               DISPLAY "QUEBRA DE SEQUENCIA: IMAGEM-ANTES NAO BATE "
                   "COM O MESTRE NA CONTA " JRN-CONTA
                   " (ENTRADA DE " JRN-DATA " " JRN-HORA
               GO TO REAPLICA-ENTRADA-EXIT
           END-IF

           MOVE JRN-IMAGEM-DEPOIS(1:280) TO CTA-REGISTRO
           REWRITE CTA-REGISTRO
           ADD 1 TO WS-QTD-APLICADAS.
       REAPLICA-ENTRADA-EXIT.
