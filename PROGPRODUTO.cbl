      *          UM REGISTRO NOVO NO FIM DO ARQUIVO; NA CARGA, O
      *          POSTERIOR DO MESMO CODIGO SUBSTITUI O ANTERIOR -
      *          MESMO ESPIRITO SOMENTE-INCLUSAO DO PROGPARAM) E
      *          PEDIR A VINCULACAO DE UMA CONTA DO MESTRE A UM
      *          PRODUTO (CTA-PRODUTO), QUE SO E GRAVADA QUANDO UM
      *          SEGUNDO OPERADOR APROVA NO PROGAPRCAD.
      * Tectonics: cobc
      *
      * Historico de alteracoes:
      * 02/09/2026 - EM - Versao inicial, junto com o lancamento de
      *              conta poupanca e conta salario.
      * 15/10/2026 - EM - A vinculacao de conta a produto (opcao 3)
      *              deixa de gravar o mestre: vira pedido na fila de
      *              dupla custodia CADPEND (CDPREG/CDPW/CDPGRAVA), que
      *              so vale com a aprovacao de um segundo operador no
      *              PROGAPRCAD. O programa passa a exigir o sign-on
      *              individual (OPERMESTRE, perfil C) para registrar
      *              o solicitante, e o pedido deixa linha SOLIC
      *              PRODUTO no AUDITSEG. Sem gravar o mestre, o
      *              programa nao usa mais o JORNAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGPRODUTO.
               LOCK MODE IS MANUAL
               FILE STATUS IS WS-STATUS-CTA.

           SELECT CADPEND-ARQ ASSIGN TO "CADPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CDP.

           SELECT AUDITSEG-ARQ ASSIGN TO "AUDITSEG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUD.

           SELECT OPERMESTRE-ARQ ASSIGN TO "OPERMESTRE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-MATRICULA
               FILE STATUS IS WS-STATUS-OPE.
       DATA DIVISION.
       FILE SECTION.
       FD  PRODCAD-ARQ.
       FD  CTAMESTRE-ARQ.
       COPY CTAREG.

      * Fila de alteracoes sob dupla custodia (PROGAPRCAD).
       FD  CADPEND-ARQ.
       COPY CDPREG.

       FD  AUDITSEG-ARQ.
       01 AUD-REGISTRO.
          05 AUD-DATA             PIC 9(08).
          05 AUD-HORA             PIC 9(08).
          05 AUD-OFICIAL          PIC X(08).
          05 AUD-CONTA            PIC 9(06).
          05 AUD-ACAO             PIC X(20).

      * Mestre de operadores (PROGOPER).
       FD  OPERMESTRE-ARQ.
       COPY OPEREG.
       WORKING-STORAGE SECTION.
          01 WS-STATUS-PRD           PIC XX.
             88 ARQ-PRD-OK                VALUE "00".
             88 ARQ-NAO-ENCONTRADO        VALUE "23".
             88 ARQ-REGISTRO-BLOQUEADO    VALUE "9D".

          01 WS-STATUS-AUD           PIC XX.
             88 ARQ-AUD-OK                VALUE "00".

          01 WS-OPCAO                PIC 9(01) VALUE 0.
          01 WS-CODIGO-ENTRADA       PIC X(02).
          01 WS-CONTA-ATUAL          PIC 9(06) VALUE 0.
          01 WS-QTD-LISTADOS         PIC 9(04) VALUE 0.

       COPY OPSIGNW.

       COPY CDPW.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           OPEN I-O OPERMESTRE-ARQ
           IF NOT ARQ-OPE-OK
               DISPLAY "MESTRE DE OPERADORES (OPERMESTRE) "
                   "INDISPONIVEL - CADASTRE PELO PROGOPER"
               STOP RUN
           END-IF
           MOVE "C" TO WS-OP-PERFIL-EXIGIDO
           PERFORM IDENTIFICA-OPERADOR
               THRU IDENTIFICA-OPERADOR-EXIT
           CLOSE OPERMESTRE-ARQ
           IF NOT OPERADOR-AUTENTICADO
               DISPLAY "ACESSO NEGADO."
               STOP RUN
           END-IF

           OPEN INPUT CTAMESTRE-ARQ
           IF NOT ARQ-OK
               DISPLAY "ARQUIVO DE CONTAS INDISPONIVEL ("
                   WS-STATUS-CTA ")"
               STOP RUN
           END-IF
           OPEN EXTEND AUDITSEG-ARQ
           IF NOT ARQ-AUD-OK
               OPEN OUTPUT AUDITSEG-ARQ
           END-IF
           MOVE "PROGPROD" TO WS-CDP-PROGRAMA
           PERFORM PROCESSA-MENU UNTIL WS-OPCAO = 9
           CLOSE CTAMESTRE-ARQ
           CLOSE AUDITSEG-ARQ
           DISPLAY "Fim da manutencao de produtos."
           STOP RUN.

               GO TO VINCULA-PRODUTO-EXIT
           END-IF

           MOVE WS-CONTA-ATUAL TO CTA-NUMERO
           READ CTAMESTRE-ARQ
           IF NOT ARQ-OK
               DISPLAY "Conta nao encontrada!"
               GO TO VINCULA-PRODUTO-EXIT
           END-IF
           IF CTA-PRODUTO = WS-CODIGO-ENTRADA
               DISPLAY "Conta ja vinculada a esse produto."
               GO TO VINCULA-PRODUTO-EXIT
           END-IF

      * A troca de produto muda tarifa, juros e descoberto da conta:
      * vai para a fila de dupla custodia e so vale com a aprovacao de
      * um segundo operador no PROGAPRCAD.
           SET CDP-PRODUTO-CONTA TO TRUE
           MOVE WS-CONTA-ATUAL    TO CDP-CONTA
           MOVE 0                 TO CDP-CLIENTE
           MOVE CTA-PRODUTO       TO CDP-VALOR-ANTES
           MOVE WS-CODIGO-ENTRADA TO CDP-VALOR-DEPOIS
           PERFORM ENFILEIRA-ALTERACAO
           IF CDP-GRAVADO
               ACCEPT AUD-DATA FROM DATE YYYYMMDD
               ACCEPT AUD-HORA FROM TIME
               MOVE WS-OP-MATRICULA TO AUD-OFICIAL
               MOVE WS-CONTA-ATUAL  TO AUD-CONTA
               MOVE "SOLIC PRODUTO" TO AUD-ACAO
               WRITE AUD-REGISTRO
           END-IF.
       VINCULA-PRODUTO-EXIT.
           EXIT.

       COPY CDPGRAVA.

       COPY OPSIGN.

       END PROGRAM PROGPRODUTO.
