      *              nenhuma, passa a exigir o sign-on individual
      *              contra o mestre de operadores (OPERMESTRE, ver
      *              OPEREG/OPSIGN/OPSIGNW, perfil C).
      * 15/10/2026 - EM - Valores digitados com 13 digitos e saldos
      *              editados com 11 inteiros (CTAREG 9(11)V99).
      * 15/10/2026 - EM - Toda alteracao gravada deixa linha no
      *              AUDITSEG (acao MANUT ..., conta e matricula do
      *              operador do sign-on): o jornal so guarda o
      *              programa, e o relatorio de atividade de operadores
      *              (PROGOPERREL) precisa saber quem alterou.
      * 15/10/2026 - EM - Nome, limite de credito, limite diario de
      *              saques (valor) e contato da conta passam a ser
      *              pedidos na fila de dupla custodia CADPEND (ver
      *              CDPREG/CDPW/CDPGRAVA), com os valores antes e
      *              depois e a matricula do solicitante; o mestre so
      *              muda quando outro operador aprovar no PROGAPRCAD.
      *              O AUDITSEG registra o pedido (acao SOLIC ...).
      * 15/10/2026 - EM - A consulta da opcao 1 grava no log de
      *              acesso a dados de cliente (ACESSLOG, copybooks
      *              ACSREG/ACSW/ACSGRAVA) a matricula do sign-on, a
      *              conta e o CPF/CNPJ exibidos.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGMANUT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-JRN.

           SELECT AUDITSEG-ARQ ASSIGN TO "AUDITSEG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUD.

           SELECT CADPEND-ARQ ASSIGN TO "CADPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CDP.

           SELECT OPERMESTRE-ARQ ASSIGN TO "OPERMESTRE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-MATRICULA
               FILE STATUS IS WS-STATUS-OPE.

           SELECT ACESSLOG-ARQ ASSIGN TO "ACESSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ACS.
       DATA DIVISION.
       FILE SECTION.
       FD  CTAMESTRE-ARQ.
       FD  JORNAL-ARQ.
       COPY JRNREG.

       FD  AUDITSEG-ARQ.
       01 AUD-REGISTRO.
          05 AUD-DATA             PIC 9(08).
          05 AUD-HORA             PIC 9(08).
          05 AUD-OFICIAL          PIC X(08).
          05 AUD-CONTA            PIC 9(06).
          05 AUD-ACAO             PIC X(20).

      * Fila de alteracoes sob dupla custodia (PROGAPRCAD).
       FD  CADPEND-ARQ.
       COPY CDPREG.

      * Mestre de operadores (PROGOPER).
       FD  OPERMESTRE-ARQ.
       COPY OPEREG.

      * Log de acesso a dados de cliente (consulta, opcao 1).
       FD  ACESSLOG-ARQ.
       COPY ACSREG.
       WORKING-STORAGE SECTION.
          01 WS-STATUS-CTA           PIC XX.
             88 ARQ-OK                    VALUE "00".
             88 ARQ-NAO-ENCONTRADO        VALUE "23".
             88 ARQ-REGISTRO-BLOQUEADO    VALUE "9D".

          01 WS-STATUS-AUD           PIC XX.
             88 ARQ-AUD-OK                VALUE "00".

          01 WS-DATA-SISTEMA         PIC 9(08) VALUE ZEROS.
          01 WS-HORA-SISTEMA         PIC 9(08) VALUE ZEROS.

          01 WS-TENTATIVAS-LOCK      PIC 9(02).
          01 WS-MAX-TENTATIVAS-LOCK  PIC 9(02) VALUE 05.

          01 WS-CONTA-ENCONTRADA     PIC X(01) VALUE "N".
             88 CONTA-ENCONTRADA          VALUE "S".

          01 WS-VALOR-ENTRADA        PIC X(13).
          01 WS-VALOR-NUM REDEFINES WS-VALOR-ENTRADA PIC 9(11)V99.
          01 WS-NOME-ENTRADA         PIC X(30).
          01 WS-MOEDA-ENTRADA        PIC X(03).
          01 WS-QTD-ENTRADA          PIC X(02).
          01 WS-ENDERECO-ENTRADA     PIC X(40).
          01 WS-EMAIL-ENTRADA        PIC X(40).

          01 WS-SALDO-EDIT           PIC Z(10)9.99CR.
          01 WS-VALOR-EDIT           PIC Z(10)9.99.

       COPY OPSIGNW.

       COPY JRNW.

       COPY CDPW.

       COPY ACSW.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           IF NOT ARQ-JRN-OK
               OPEN OUTPUT JORNAL-ARQ
           END-IF
           OPEN EXTEND AUDITSEG-ARQ
           IF NOT ARQ-AUD-OK
               OPEN OUTPUT AUDITSEG-ARQ
           END-IF
           MOVE "PROGMANU" TO WS-JRN-PROGRAMA
           MOVE "PROGMANU" TO WS-CDP-PROGRAMA
           MOVE "PROGMANU" TO WS-ACS-PROGRAMA
           PERFORM PROCESSA-MENU UNTIL OPCAO = 9
           CLOSE CTAMESTRE-ARQ
           CLOSE JORNAL-ARQ
           CLOSE AUDITSEG-ARQ
           DISPLAY "Fim da manutencao de contas."
           STOP RUN.

           DISPLAY "Agencia..........: " CTA-AGENCIA
           DISPLAY "Endereco.........: " CTA-ENDERECO
           DISPLAY "E-mail...........: " CTA-EMAIL
           DISPLAY "Cliente (CPF/CNPJ, 0=sem vinculo): " CTA-CLIENTE
           MOVE WS-OP-MATRICULA  TO ACS-MATRICULA
           MOVE CTA-CLIENTE      TO ACS-CPFCNPJ
           MOVE CTA-NUMERO       TO ACS-CONTA
           MOVE "CONSULTA CONTA" TO ACS-CONSULTA
           PERFORM REGISTRA-ACESSO.

       SOLICITA-VALOR-CADASTRO.
           MOVE "N" TO WS-ENTRADA-VALIDA
               MOVE "S" TO WS-ENTRADA-VALIDA
           ELSE
               DISPLAY "Valor invalido! Digite somente numeros "
                   "(13 digitos, centavos nos 2 ultimos)"
           END-IF.

       ALTERA-NOME.
               DISPLAY "Nome nao pode ser vazio!"
               GO TO ALTERA-NOME-EXIT
           END-IF
           SET CDP-NOME-CONTA TO TRUE
           MOVE CTA-NOME        TO CDP-VALOR-ANTES
           MOVE WS-NOME-ENTRADA TO CDP-VALOR-DEPOIS
           PERFORM SOLICITA-ALTERACAO.
       ALTERA-NOME-EXIT.
           EXIT.

           DISPLAY "Limite atual: " WS-VALOR-EDIT
           DISPLAY "Novo limite de credito: "
           PERFORM SOLICITA-VALOR-CADASTRO
           SET CDP-LIMITE-CREDITO TO TRUE
           MOVE SPACES             TO CDP-VALOR-ANTES
           MOVE SPACES             TO CDP-VALOR-DEPOIS
           MOVE CTA-LIMITE-CREDITO TO CDP-ANTES-NUM
           MOVE WS-VALOR-NUM       TO CDP-DEPOIS-NUM
           PERFORM SOLICITA-ALTERACAO.
       ALTERA-LIMITE-EXIT.
           EXIT.

           REWRITE CTA-REGISTRO
           PERFORM GRAVA-JORNAL
           UNLOCK CTAMESTRE-ARQ
           MOVE "MANUT SALDO MINIMO"   TO AUD-ACAO
           PERFORM GRAVA-AUDITORIA
           DISPLAY "Saldo minimo alterado.".
       ALTERA-SALDO-MINIMO-EXIT.
           EXIT.
           REWRITE CTA-REGISTRO
           PERFORM GRAVA-JORNAL
           UNLOCK CTAMESTRE-ARQ
           MOVE "MANUT MOEDA"          TO AUD-ACAO
           PERFORM GRAVA-AUDITORIA
           DISPLAY "Moeda alterada.".
       ALTERA-MOEDA-EXIT.
           EXIT.
           DISPLAY "Limite diario atual (valor): " WS-VALOR-EDIT
           DISPLAY "Novo limite diario de saques (0 = sem limite): "
           PERFORM SOLICITA-VALOR-CADASTRO
           SET CDP-LIMITE-SAQUE-DIA TO TRUE
           MOVE SPACES               TO CDP-VALOR-ANTES
           MOVE SPACES               TO CDP-VALOR-DEPOIS
           MOVE CTA-LIMITE-SAQUE-DIA TO CDP-ANTES-NUM
           MOVE WS-VALOR-NUM         TO CDP-DEPOIS-NUM
           PERFORM SOLICITA-ALTERACAO.
       ALTERA-LIMITE-DIARIO-EXIT.
           EXIT.

           REWRITE CTA-REGISTRO
           PERFORM GRAVA-JORNAL
           UNLOCK CTAMESTRE-ARQ
           MOVE "MANUT QTD SAQUES"     TO AUD-ACAO
           PERFORM GRAVA-AUDITORIA
           DISPLAY "Quantidade diaria de saques alterada.".
       ALTERA-QTD-SAQUES-EXIT.
           EXIT.
           REWRITE CTA-REGISTRO
           PERFORM GRAVA-JORNAL
           UNLOCK CTAMESTRE-ARQ
           MOVE "MANUT AGENCIA"        TO AUD-ACAO
           PERFORM GRAVA-AUDITORIA
           DISPLAY "Agencia alterada.".
       ALTERA-AGENCIA-EXIT.
           EXIT.
               DISPLAY "Nada a alterar."
               GO TO ALTERA-CONTATO-EXIT
           END-IF
           SET CDP-CONTATO-CONTA TO TRUE
           MOVE CTA-ENDERECO TO CDP-ANTES-ENDERECO
           MOVE CTA-EMAIL    TO CDP-ANTES-EMAIL
           MOVE CTA-ENDERECO TO CDP-DEPOIS-ENDERECO
           MOVE CTA-EMAIL    TO CDP-DEPOIS-EMAIL
           IF WS-ENDERECO-ENTRADA NOT = SPACES
               MOVE WS-ENDERECO-ENTRADA TO CDP-DEPOIS-ENDERECO
           END-IF
           IF WS-EMAIL-ENTRADA NOT = SPACES
               MOVE WS-EMAIL-ENTRADA TO CDP-DEPOIS-EMAIL
           END-IF
           PERFORM SOLICITA-ALTERACAO.
       ALTERA-CONTATO-EXIT.
           EXIT.

      * Nome, limites e contato (endereco dos avisos) sao alteracoes
      * sensiveis: nao gravam o mestre aqui, vao para a fila CADPEND e
      * so valem quando um segundo operador aprovar no PROGAPRCAD.
      * Espera CDP-CAMPO e os valores antes/depois preenchidos.
       SOLICITA-ALTERACAO.
           MOVE WS-CONTA-ATUAL TO CDP-CONTA
           MOVE 0              TO CDP-CLIENTE
           PERFORM ENFILEIRA-ALTERACAO
           IF CDP-GRAVADO
               EVALUATE TRUE
                   WHEN CDP-NOME-CONTA
                       MOVE "SOLIC NOME"           TO AUD-ACAO
                   WHEN CDP-LIMITE-CREDITO
                       MOVE "SOLIC LIMITE CREDITO" TO AUD-ACAO
                   WHEN CDP-LIMITE-SAQUE-DIA
                       MOVE "SOLIC LIMITE DIARIO"  TO AUD-ACAO
                   WHEN OTHER
                       MOVE "SOLIC CONTATO"        TO AUD-ACAO
               END-EVALUATE
               PERFORM GRAVA-AUDITORIA
           END-IF.

       LE-CONTA-COM-LOCK.
           MOVE WS-CONTA-ATUAL TO CTA-NUMERO
           MOVE "99" TO WS-STATUS-CTA
                   "novamente."
           END-IF.

      * Toda alteracao gravada deixa linha no AUDITSEG com a matricula
      * do operador, alem do jornal (que so guarda o programa).
       GRAVA-AUDITORIA.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-DATA-SISTEMA TO AUD-DATA
           MOVE WS-HORA-SISTEMA TO AUD-HORA
           MOVE WS-OP-MATRICULA TO AUD-OFICIAL
           MOVE CTA-NUMERO      TO AUD-CONTA
           WRITE AUD-REGISTRO.

       COPY JRNGRAVA.

       COPY CDPGRAVA.

       COPY ACSGRAVA.

       COPY OPSIGN.

       END PROGRAM PROGMANUT.
