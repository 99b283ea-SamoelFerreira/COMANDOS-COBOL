      *              como par MOV-TRANSF-ENVIADA/RECEBIDA ("T"/"R")
      *              com a conta contraparte, em vez de saque/deposito
      *              anonimos (ver MOVREG).
      * 15/10/2026 - EM - Residuo em S9(11)V99 e saldo editado com
      *              11 inteiros.
      * 15/10/2026 - EM - Lancamentos gravados com MOV-SERVICO-ORIGEM
      *              em branco (MOVREG, 78 bytes).
      * 15/10/2026 - EM - Conta em espolio (PROGOBITO) nao e encerrada
      *              nem tem o residuo transferido aqui: recusada na
      *              consulta e de novo nas releituras sob lock; a
      *              liberacao do espolio e so pelo PROGOBITO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGENCERRA.
          01 WS-CONTA-ATUAL          PIC 9(06) VALUE 0.
          01 WS-CONTA-DESTINO        PIC 9(06) VALUE 0.
          01 WS-CONFIRMA             PIC X(01) VALUE "N".
          01 WS-RESIDUO              PIC S9(11)V99 VALUE 0.
          01 WS-SALDO-EDIT           PIC Z(10)9.99CR.

          01 WS-DATA-SISTEMA         PIC 9(08) VALUE ZEROS.
          01 WS-QTD-ENCERRADAS       PIC 9(04) VALUE 0.
               GO TO ENCERRA-CONTA-EXIT
           END-IF

           IF CTA-ESPOLIO
               DISPLAY "Conta em espolio (titular falecido): "
                   "liberacao e encerramento so pelo PROGOBITO."
               GO TO ENCERRA-CONTA-EXIT
           END-IF

           MOVE CTA-SALDO TO WS-SALDO-EDIT
           DISPLAY "Conta: " CTA-NUMERO "  Nome: " CTA-NOME
           DISPLAY "Saldo: " WS-SALDO-EDIT

      * Releitura sob lock: o saldo pode ter mudado entre a consulta
      * e a gravacao (outra sessao, lote em andamento).
           IF CTA-ESPOLIO
               UNLOCK CTAMESTRE-ARQ
               DISPLAY "Conta em espolio (titular falecido): "
                   "liberacao e encerramento so pelo PROGOBITO."
               GO TO ENCERRA-CONTA-EXIT
           END-IF
           IF CTA-SALDO NOT = 0
               UNLOCK CTAMESTRE-ARQ
               DISPLAY "Saldo mudou durante o encerramento; operacao "
                   "novamente."
               GO TO TRANSFERE-RESIDUO-EXIT
           END-IF
           IF CTA-ESPOLIO
               UNLOCK CTAMESTRE-ARQ
               DISPLAY "Conta em espolio (titular falecido): "
                   "liberacao e encerramento so pelo PROGOBITO."
               GO TO TRANSFERE-RESIDUO-EXIT
           END-IF
           MOVE CTA-SALDO TO WS-RESIDUO
           IF WS-RESIDUO NOT > 0
               UNLOCK CTAMESTRE-ARQ
           MOVE SPACES           TO MOV-CAIXA
           ACCEPT MOV-HORA FROM TIME
           MOVE "A" TO MOV-CANAL
           MOVE 0      TO MOV-REF-ORIGEM
           MOVE SPACES TO MOV-TIPO-ORIGEM
           MOVE SPACES TO MOV-SERVICO-ORIGEM
           WRITE MOV-REGISTRO

           MOVE WS-CONTA-DESTINO TO CTA-NUMERO
           MOVE SPACES           TO MOV-CAIXA
           ACCEPT MOV-HORA FROM TIME
           MOVE "A" TO MOV-CANAL
           MOVE 0      TO MOV-REF-ORIGEM
           MOVE SPACES TO MOV-TIPO-ORIGEM
           MOVE SPACES TO MOV-SERVICO-ORIGEM
           WRITE MOV-REGISTRO

           MOVE 0 TO WS-RESIDUO
