      ******************************************************************
      * Author: EQUIPE MANUTENCAO
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DO CATALOGO DE TARIFAS AVULSAS POR SERVICO
      *          (ARQUIVO TARIFAS, VER TARREG) - PERMITE A OPERACAO
      *          LISTAR OS REGISTROS E INCLUIR UM NOVO VALOR COM DATA
      *          DE VIGENCIA E OS PRODUTOS DE CONTA ISENTOS, NO MESMO
      *          RECORTE SOMENTE-INCLUSAO DO PROGTAXA COM TAXAS: UMA
      *          ALTERACAO DE TARIFA E UM REGISTRO NOVO, E A COBRANCA
      *          DIARIA (PROGTARAV) USA, POR SERVICO, O DE MAIOR
      *          VIGENCIA JA ALCANCADA NA DATA DO CICLO.
      * Tectonics: cobc
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      * 15/10/2026 - EM - Aceita o servico B (liquidacao de titulo
      *              da cobranca bancaria).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGTARIFA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARIFAS-ARQ ASSIGN TO "TARIFAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TAR.
       DATA DIVISION.
       FILE SECTION.
       FD  TARIFAS-ARQ.
       COPY TARREG.
       WORKING-STORAGE SECTION.
          01 WS-STATUS-TAR           PIC XX.
             88 ARQ-TAR-OK                VALUE "00".
             88 ARQ-TAR-FIM               VALUE "10".

          01 WS-OPCAO                PIC 9(01) VALUE 0.
          01 WS-SERVICO-ENTRADA      PIC X(01).
             88 WS-SERVICO-VALIDO         VALUE "T" "C" "D" "E" "R"
                                          "B".
          01 WS-VIGENCIA-ENTRADA     PIC 9(08).
          01 WS-DESCRICAO-ENTRADA    PIC X(20).
          01 WS-VALOR-ENTRADA        PIC X(07).
          01 WS-VALOR-NUM REDEFINES WS-VALOR-ENTRADA
                                     PIC 9(05)V99.
          01 WS-ISENTOS-ENTRADA      PIC X(10).
          01 WS-VALOR-EDIT           PIC Z(4)9.99.
          01 WS-QTD-LISTADOS         PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM PROCESSA-MENU UNTIL WS-OPCAO = 3
           STOP RUN.

       PROCESSA-MENU.
           DISPLAY "===== CATALOGO DE TARIFAS AVULSAS ====="
           DISPLAY "1 - Listar tarifas"
           DISPLAY "2 - Incluir tarifa (servico + vigencia)"
           DISPLAY "3 - Sair"
           DISPLAY "Escolha uma opcao: "
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM LISTA-TARIFAS
               WHEN 2
                   PERFORM INCLUI-TARIFA
               WHEN 3
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcao invalida! Digite 1, 2 ou 3"
           END-EVALUATE.

       LISTA-TARIFAS.
           MOVE 0 TO WS-QTD-LISTADOS
           DISPLAY "--- REGISTROS DO ARQUIVO (TODOS) ---"
           OPEN INPUT TARIFAS-ARQ
           IF ARQ-TAR-OK
               READ TARIFAS-ARQ
                   AT END SET ARQ-TAR-FIM TO TRUE
               END-READ
               PERFORM LISTA-UM-REGISTRO UNTIL ARQ-TAR-FIM
               CLOSE TARIFAS-ARQ
           END-IF
           IF WS-QTD-LISTADOS = 0
               DISPLAY "(NENHUMA TARIFA CADASTRADA)"
           END-IF.

       LISTA-UM-REGISTRO.
           ADD 1 TO WS-QTD-LISTADOS
           MOVE TAR-VALOR TO WS-VALOR-EDIT
           DISPLAY "SERVICO " TAR-SERVICO " " TAR-DESCRICAO
               " VALOR=" WS-VALOR-EDIT
               " ISENTOS=" TAR-ISENTOS
               " (VIGENCIA " TAR-DATA-VIGENCIA ")"
           READ TARIFAS-ARQ
               AT END SET ARQ-TAR-FIM TO TRUE
           END-READ.

       INCLUI-TARIFA.
           DISPLAY "Servico (T TED, C talao, D cheque devolvido, "
               "E extrato avulso, R reimpressao de comprovante, "
               "B liquidacao de boleto): "
           ACCEPT WS-SERVICO-ENTRADA
           DISPLAY "Descricao: "
           ACCEPT WS-DESCRICAO-ENTRADA
           DISPLAY "Valor por evento (7 digitos, centavos nos 2 "
               "ultimos, 0 = sem cobranca): "
           ACCEPT WS-VALOR-ENTRADA
           DISPLAY "Produtos isentos (ate 5 codigos de 2 digitos "
               "juntos, ex: 0203; branco = nenhum): "
           ACCEPT WS-ISENTOS-ENTRADA
           DISPLAY "Data de vigencia (AAAAMMDD): "
           ACCEPT WS-VIGENCIA-ENTRADA

           IF NOT WS-SERVICO-VALIDO
               DISPLAY "Servico invalido, inclusao recusada."
           ELSE
           IF WS-VALOR-ENTRADA IS NOT NUMERIC
               DISPLAY "Valor nao numerico, inclusao recusada."
           ELSE
           IF WS-VIGENCIA-ENTRADA = 0
               DISPLAY "Vigencia invalida, inclusao recusada."
           ELSE
               PERFORM GRAVA-TARIFA
           END-IF
           END-IF
           END-IF.

       GRAVA-TARIFA.
           OPEN EXTEND TARIFAS-ARQ
           IF NOT ARQ-TAR-OK
               OPEN OUTPUT TARIFAS-ARQ
           END-IF
           MOVE WS-SERVICO-ENTRADA   TO TAR-SERVICO
           MOVE WS-VIGENCIA-ENTRADA  TO TAR-DATA-VIGENCIA
           MOVE WS-DESCRICAO-ENTRADA TO TAR-DESCRICAO
           MOVE WS-VALOR-NUM         TO TAR-VALOR
           MOVE WS-ISENTOS-ENTRADA   TO TAR-ISENTOS
           WRITE TAR-REGISTRO
           CLOSE TARIFAS-ARQ
           MOVE TAR-VALOR TO WS-VALOR-EDIT
           DISPLAY "Tarifa gravada: SERVICO " TAR-SERVICO " "
               TAR-DESCRICAO " VALOR=" WS-VALOR-EDIT
               " ISENTOS=" TAR-ISENTOS
               " A PARTIR DE " TAR-DATA-VIGENCIA.

       END PROGRAM PROGTARIFA.
