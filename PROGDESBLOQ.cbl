      *              WORKING-STORAGE da lugar ao sign-on individual
      *              contra o mestre de operadores (OPERMESTRE, ver
      *              OPEREG/OPSIGN/OPSIGNW, perfil G).
      * 15/10/2026 - EM - Conta em espolio (titular falecido, ver
      *              PROGOBITO) nao e reativada pelo desbloqueio.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGDESBLOQ.
               DISPLAY "Conta nao encontrada!"
               GO TO PROCESSA-CONTA-EXIT
           END-IF
      * Reativar conta em espolio liberaria os debitos do falecido.
           IF CTA-ESPOLIO
               DISPLAY "Conta em espolio (titular falecido): "
                   "desbloqueio nao permitido. Ver PROGOBITO."
               GO TO PROCESSA-CONTA-EXIT
           END-IF

           DISPLAY "Conta.....: " CTA-NUMERO
           DISPLAY "Nome......: " CTA-NOME
