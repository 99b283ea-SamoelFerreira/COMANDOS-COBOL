      * 02/09/2026 - EM - Versao inicial: conta destino mal digitada na
      *              opcao 5 do PROGSALDOBANCARIO gerava transferencia
      *              revertida na mao.
      * 15/10/2026 - EM - Chave do tipo CPF/CNPJ passa a ser conferida
      *              contra os titulares da conta (primeiro titular e
      *              cotitulares do arquivo TITULAR, ver TITREG/TITLER):
      *              a chave do segundo titular de uma conta conjunta e
      *              aceita e a de quem nao e titular e recusada;
      *              consulta e inclusao mostram todos os titulares.
      * 15/10/2026 - EM - Conta em espolio (titular falecido, ver
      *              PROGOBITO) nao recebe chave.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGALIAS.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-NUMERO
               FILE STATUS IS WS-STATUS-CTA.

           SELECT TITULAR-ARQ ASSIGN TO "TITULAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CHAVE
               FILE STATUS IS WS-STATUS-TIT.
       DATA DIVISION.
       FILE SECTION.
       FD  CHAVEDIR-ARQ.

       FD  CTAMESTRE-ARQ.
       COPY CTAREG.

      * Titulares das contas (PROGCLIMANUT).
       FD  TITULAR-ARQ.
       COPY TITREG.
       WORKING-STORAGE SECTION.
          01 WS-STATUS-ALI           PIC XX.
             88 ARQ-ALI-OK                VALUE "00".
          01 WS-QTD-INCLUIDAS        PIC 9(04) VALUE 0.
          01 WS-QTD-EXCLUIDAS        PIC 9(04) VALUE 0.

      * Chave do tipo CPF: digitos da chave (pontuacao ignorada)
      * conferidos contra os titulares da conta.
          01 WS-CPF-CHAVE            PIC 9(14).
          01 WS-CPF-POS              PIC 9(02).
          01 WS-CPF-QTD-DIGITOS      PIC 9(02).
          01 WS-CPF-CARACTER         PIC X(01).
          01 WS-CPF-DIGITO REDEFINES WS-CPF-CARACTER PIC 9(01).
          01 WS-CPF-VALIDO           PIC X(01).
             88 CPF-CHAVE-VALIDO          VALUE "S".
          01 WS-CPF-TITULAR          PIC X(01).
             88 CPF-E-TITULAR             VALUE "S".

       COPY TITW.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
               CLOSE CHAVEDIR-ARQ
               STOP RUN
           END-IF
           OPEN INPUT TITULAR-ARQ
           IF ARQ-TIT-OK
               SET TITULAR-ABERTO TO TRUE
           END-IF
           PERFORM PROCESSA-MENU UNTIL OPCAO = 9
           CLOSE CHAVEDIR-ARQ
           CLOSE CTAMESTRE-ARQ
           IF TITULAR-ABERTO
               CLOSE TITULAR-ARQ
           END-IF
           DISPLAY "CHAVES INCLUIDAS NESTA SESSAO: " WS-QTD-INCLUIDAS
           DISPLAY "CHAVES EXCLUIDAS NESTA SESSAO: " WS-QTD-EXCLUIDAS
           DISPLAY "Fim da manutencao de chaves."
           READ CTAMESTRE-ARQ
           IF ARQ-OK
               DISPLAY "Titular..: " CTA-NOME
               PERFORM MOSTRA-TITULARES
           ELSE
               DISPLAY "ATENCAO: conta da chave nao existe mais no "
                   "mestre!"
               DISPLAY "Conta encerrada nao pode receber chave!"
               GO TO INCLUI-CHAVE-EXIT
           END-IF
      * As chaves do falecido saem do diretorio no registro do obito
      * (PROGOBITO) e nao voltam.
           IF CTA-ESPOLIO
               DISPLAY "Conta em espolio nao pode receber chave!"
               GO TO INCLUI-CHAVE-EXIT
           END-IF

      * Chave CPF/CNPJ so aponta para conta de que o dono do
      * documento e titular - primeiro titular ou cotitular.
           IF WS-TIPO-ENTRADA = "C"
               PERFORM CONFERE-CPF-TITULAR
               IF NOT CPF-CHAVE-VALIDO
                   DISPLAY "Chave CPF/CNPJ invalida! Informe so os "
                       "digitos do documento."
                   GO TO INCLUI-CHAVE-EXIT
               END-IF
               IF NOT CPF-E-TITULAR
                   DISPLAY "CPF/CNPJ da chave nao e titular da conta "
                       WS-CONTA-ENTRADA "!"
                   GO TO INCLUI-CHAVE-EXIT
               END-IF
           END-IF

           DISPLAY "Titular da conta: " CTA-NOME
           PERFORM MOSTRA-TITULARES
           DISPLAY "Confirma a inclusao (S/N)? "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
       EXCLUI-CHAVE-EXIT.
           EXIT.

      * Titulares da conta lida em CTA-REGISTRO, quando ha mais de um.
       MOSTRA-TITULARES.
           MOVE CTA-NUMERO  TO WS-TIT-CONTA-BUSCA
           MOVE CTA-CLIENTE TO WS-TIT-PRINCIPAL-BUSCA
           PERFORM CARREGA-TITULARES-CONTA
           IF WS-TAB-TIT-QTD > 1
               PERFORM MOSTRA-UM-TITULAR
                   VARYING WS-TIT-IDX FROM 1 BY 1
                   UNTIL WS-TIT-IDX > WS-TAB-TIT-QTD
           END-IF.

       MOSTRA-UM-TITULAR.
           DISPLAY "  Titular CPF/CNPJ "
               WS-TAB-TIT-CPFCNPJ (WS-TIT-IDX)
               " papel " WS-TAB-TIT-PAPEL (WS-TIT-IDX).

      * Extrai os digitos da chave (ignorando ponto, traco, barra e
      * brancos) e procura o documento entre os titulares da conta.
       CONFERE-CPF-TITULAR.
           MOVE 0   TO WS-CPF-CHAVE
           MOVE 0   TO WS-CPF-QTD-DIGITOS
           MOVE "S" TO WS-CPF-VALIDO
           MOVE "N" TO WS-CPF-TITULAR
           PERFORM EXTRAI-DIGITO-CPF
               VARYING WS-CPF-POS FROM 1 BY 1
               UNTIL WS-CPF-POS > 40 OR NOT CPF-CHAVE-VALIDO
           IF WS-CPF-QTD-DIGITOS = 0 OR WS-CPF-CHAVE = 0
               MOVE "N" TO WS-CPF-VALIDO
           END-IF
           IF CPF-CHAVE-VALIDO
               MOVE CTA-NUMERO  TO WS-TIT-CONTA-BUSCA
               MOVE CTA-CLIENTE TO WS-TIT-PRINCIPAL-BUSCA
               PERFORM CARREGA-TITULARES-CONTA
               PERFORM PROCURA-CPF-TITULAR
                   VARYING WS-TIT-IDX FROM 1 BY 1
                   UNTIL WS-TIT-IDX > WS-TAB-TIT-QTD OR CPF-E-TITULAR
      * Conta ainda sem cliente vinculado: nao ha contra o que
      * conferir, o operador confere pelo nome como antes.
               IF WS-TAB-TIT-QTD = 0
                   DISPLAY "ATENCAO: conta sem cliente vinculado - "
                       "CPF/CNPJ da chave nao conferido."
                   MOVE "S" TO WS-CPF-TITULAR
               END-IF
           END-IF.

       EXTRAI-DIGITO-CPF.
           MOVE WS-CHAVE-ENTRADA (WS-CPF-POS:1) TO WS-CPF-CARACTER
           IF WS-CPF-CARACTER IS NUMERIC
               ADD 1 TO WS-CPF-QTD-DIGITOS
               IF WS-CPF-QTD-DIGITOS > 14
                   MOVE "N" TO WS-CPF-VALIDO
               ELSE
                   COMPUTE WS-CPF-CHAVE = WS-CPF-CHAVE * 10
                       + WS-CPF-DIGITO
               END-IF
           ELSE
               IF WS-CPF-CARACTER NOT = "." AND NOT = "-"
                       AND NOT = "/" AND NOT = SPACE
                   MOVE "N" TO WS-CPF-VALIDO
               END-IF
           END-IF.

       PROCURA-CPF-TITULAR.
           IF WS-TAB-TIT-CPFCNPJ (WS-TIT-IDX) = WS-CPF-CHAVE
               MOVE "S" TO WS-CPF-TITULAR
           END-IF.

       COPY TITLER.

       END PROGRAM PROGALIAS.
