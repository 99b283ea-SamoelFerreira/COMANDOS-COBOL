      *              inclusao nao se concretizar: sem administrador no
      *              mestre, o proprio PROGOPER ficava inacessivel
      *              para sempre.
      * 15/10/2026 - EM - Aceita o perfil M (compliance, ver OPEREG) na
      *              inclusao e na alteracao de perfil.
      * 15/10/2026 - EM - CPF do proprio operador (OPE-CPFCNPJ, ver
      *              OPEREG) pedido na inclusao e alteravel pela nova
      *              opcao 5, com trilha no AUDITSEG; a listagem passa
      *              a mostrar o CPF.
      * 15/10/2026 - EM - Aceita o perfil R (mesa de credito, ver
      *              OPEREG) na inclusao e na alteracao de perfil.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGOPER.
          01 WS-MATR-ENTRADA         PIC X(08).
          01 WS-NOME-ENTRADA         PIC X(30).
          01 WS-PERFIL-ENTRADA       PIC X(01).
          01 WS-CPF-ENTRADA          PIC X(14).
          01 WS-CPF-NUM REDEFINES WS-CPF-ENTRADA PIC 9(14).
          01 WS-CPF-EXIBE            PIC 9(14).
          01 WS-QTD-OPERADORES       PIC 9(04) VALUE 0.
          01 WS-DATA-SISTEMA         PIC 9(08) VALUE ZEROS.
          01 WS-HORA-SISTEMA         PIC 9(08) VALUE ZEROS.
           DISPLAY "2 - Incluir operador"
           DISPLAY "3 - Alterar perfil"
           DISPLAY "4 - Desbloquear e resetar senha"
           DISPLAY "5 - Informar CPF do operador"
           DISPLAY "9 - Sair"
           DISPLAY "Escolha uma opcao: "
           ACCEPT OPCAO
               WHEN 4
                   PERFORM DESBLOQUEIA-OPERADOR
                       THRU DESBLOQUEIA-OPERADOR-EXIT
               WHEN 5
                   PERFORM ALTERA-CPF THRU ALTERA-CPF-EXIT
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcao invalida! Digite 1 a 5 ou 9"
           END-EVALUATE.

       LISTA-OPERADORES.
               AT END SET OPE-FIM TO TRUE
           END-READ
           IF NOT OPE-FIM AND ARQ-OPE-OK
               IF OPE-CPFCNPJ IS NUMERIC
                   MOVE OPE-CPFCNPJ TO WS-CPF-EXIBE
               ELSE
                   MOVE 0 TO WS-CPF-EXIBE
               END-IF
               DISPLAY OPE-MATRICULA " " OPE-NOME
                   " PERFIL=" OPE-PERFIL
                   " SITUACAO=" OPE-SITUACAO
                   " TROCA PENDENTE=" OPE-TROCA-OBRIGATORIA
                   " CPF=" WS-CPF-EXIBE
           ELSE
               SET OPE-FIM TO TRUE
           END-IF.
                   "(administracao, obrigatorio)"
               MOVE "A" TO WS-PERFIL-ENTRADA
           ELSE
               DISPLAY "Perfil (A/S/G/C/J/M/R): "
               ACCEPT WS-PERFIL-ENTRADA
               IF WS-PERFIL-ENTRADA NOT = "A"
                       AND WS-PERFIL-ENTRADA NOT = "S"
                       AND WS-PERFIL-ENTRADA NOT = "G"
                       AND WS-PERFIL-ENTRADA NOT = "C"
                       AND WS-PERFIL-ENTRADA NOT = "J"
                       AND WS-PERFIL-ENTRADA NOT = "M"
                       AND WS-PERFIL-ENTRADA NOT = "R"
                   DISPLAY "Perfil invalido!"
                   GO TO INCLUI-OPERADOR-EXIT
               END-IF
           END-IF
           PERFORM SOLICITA-CPF
           IF WS-CPF-ENTRADA IS NOT NUMERIC
               DISPLAY "CPF invalido! Digite 14 digitos (zeros a "
                   "esquerda)."
               GO TO INCLUI-OPERADOR-EXIT
           END-IF
           DISPLAY "Senha inicial (trocada no primeiro acesso): "
           ACCEPT WS-OP-SENHA-NOVA
           IF WS-OP-SENHA-NOVA = SPACES
           SET OPE-ATIVO          TO TRUE
           MOVE 0                 TO OPE-TENTATIVAS
           MOVE "S"               TO OPE-TROCA-OBRIGATORIA
           MOVE WS-CPF-NUM        TO OPE-CPFCNPJ
           WRITE OPE-REGISTRO
               INVALID KEY
                   DISPLAY "Matricula ja cadastrada!"
               GO TO ALTERA-PERFIL-EXIT
           END-IF
           DISPLAY "Perfil atual: " OPE-PERFIL
           DISPLAY "Novo perfil (A/S/G/C/J/M/R): "
           ACCEPT WS-PERFIL-ENTRADA
           IF WS-PERFIL-ENTRADA NOT = "A"
                   AND WS-PERFIL-ENTRADA NOT = "S"
                   AND WS-PERFIL-ENTRADA NOT = "G"
                   AND WS-PERFIL-ENTRADA NOT = "C"
                   AND WS-PERFIL-ENTRADA NOT = "J"
                   AND WS-PERFIL-ENTRADA NOT = "M"
                   AND WS-PERFIL-ENTRADA NOT = "R"
               DISPLAY "Perfil invalido!"
               GO TO ALTERA-PERFIL-EXIT
           END-IF
       DESBLOQUEIA-OPERADOR-EXIT.
           EXIT.

      * CPF do proprio operador: e por ele que o relatorio de
      * atividade (PROGOPERREL) reconhece a conta do operador.
       ALTERA-CPF.
           DISPLAY "Matricula: "
           ACCEPT WS-MATR-ENTRADA
           MOVE WS-MATR-ENTRADA TO OPE-MATRICULA
           READ OPERMESTRE-ARQ
           IF NOT ARQ-OPE-OK
               DISPLAY "Operador nao encontrado!"
               GO TO ALTERA-CPF-EXIT
           END-IF
           IF OPE-CPFCNPJ IS NUMERIC
               MOVE OPE-CPFCNPJ TO WS-CPF-EXIBE
           ELSE
               MOVE 0 TO WS-CPF-EXIBE
           END-IF
           DISPLAY "CPF atual: " WS-CPF-EXIBE
           PERFORM SOLICITA-CPF
           IF WS-CPF-ENTRADA IS NOT NUMERIC
               DISPLAY "CPF invalido! Digite 14 digitos (zeros a "
                   "esquerda)."
               GO TO ALTERA-CPF-EXIT
           END-IF
           MOVE WS-CPF-NUM TO OPE-CPFCNPJ
           REWRITE OPE-REGISTRO
           MOVE "ALTERACAO CPF OPER." TO AUD-ACAO
           PERFORM GRAVA-AUDITORIA
           DISPLAY "CPF do operador alterado.".
       ALTERA-CPF-EXIT.
           EXIT.

       SOLICITA-CPF.
           DISPLAY "CPF do operador (14 digitos, zeros a esquerda; "
               "ENTER = nao informado): "
           ACCEPT WS-CPF-ENTRADA
           IF WS-CPF-ENTRADA = SPACES
               MOVE ZEROS TO WS-CPF-ENTRADA
           END-IF.

       GRAVA-AUDITORIA.
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-DATA-SISTEMA  TO AUD-DATA
