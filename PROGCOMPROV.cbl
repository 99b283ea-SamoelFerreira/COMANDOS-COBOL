      *          IMPRIME O COMPROVANTE PELO NUMERO OU TODOS OS DE UMA
      *          CONTA EM UMA DATA, PARA O TRATAMENTO DE CONTESTACAO -
      *          ATE AQUI O CLIENTE CONTESTAVA UM DEPOSITO E NAO HAVIA
      *          NADA A ENTREGAR. CADA COMPROVANTE REIMPRESSO GRAVA O
      *          EVENTO TARIFAVEL "R" (TAREVT, VER EVTREG) NA CONTA DO
      *          COMPROVANTE, COBRADO NO CICLO PELO PROGTARAV. SO PARA
      *          OPERADOR IDENTIFICADO (SIGN-ON DE SUPERVISOR NO
      *          OPERMESTRE, PERFIL S), E CADA REIMPRESSAO FICA NO LOG
      *          DE ACESSO A DADOS DE CLIENTE (ACESSLOG).
      * Tectonics: cobc
      *
      * Historico de alteracoes:
      * 02/09/2026 - EM - Versao inicial.
      * 15/10/2026 - EM - Cada comprovante reimpresso grava o evento
      *              tarifavel "R" (TAREVT, copybooks EVTW/EVTGRAVA,
      *              referencia = numero do comprovante) para a cobranca
      *              da segunda via pelo PROGTARAV.
      * 15/10/2026 - EM - Valor do comprovante editado com 11 inteiros.
      * 15/10/2026 - EM - Sign-on de supervisor no OPERMESTRE
      *              (OPSIGN/OPSIGNW, perfil S, o mesmo da
      *              contestacao) antes da consulta; cada comprovante
      *              reimpresso grava o log de acesso a dados de
      *              cliente (ACESSLOG, copybooks ACSREG/ACSW/
      *              ACSGRAVA) com a matricula e a conta.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOMPROV.
           SELECT COMPROV-ARQ ASSIGN TO "COMPROV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CPV.

           SELECT TAREVT-ARQ ASSIGN TO "TAREVT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EVT-CHAVE
               FILE STATUS IS WS-STATUS-EVT.

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
       FD  COMPROV-ARQ.
       COPY CPVREG.

      * Eventos tarifaveis (cobrados pelo PROGTARAV).
       FD  TAREVT-ARQ.
       COPY EVTREG.

      * Mestre de operadores (PROGOPER).
       FD  OPERMESTRE-ARQ.
       COPY OPEREG.

      * Log de acesso a dados de cliente (comprovante reimpresso).
       FD  ACESSLOG-ARQ.
       COPY ACSREG.
       WORKING-STORAGE SECTION.
       COPY EVTW.

       COPY OPSIGNW.

       COPY ACSW.

          01 WS-STATUS-CPV           PIC XX.
             88 ARQ-CPV-OK                VALUE "00".
             88 ARQ-CPV-FIM               VALUE "10".
          01 WS-CONTA-CONSULTA       PIC 9(06) VALUE 0.
          01 WS-DATA-CONSULTA        PIC 9(08) VALUE 0.
          01 WS-QTD-IMPRESSOS        PIC 9(04) VALUE 0.
          01 WS-VALOR-EDIT           PIC Z(10)9.99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "===== REIMPRESSAO DE COMPROVANTES ====="
           OPEN I-O OPERMESTRE-ARQ
           IF NOT ARQ-OPE-OK
               DISPLAY "MESTRE DE OPERADORES (OPERMESTRE) "
                   "INDISPONIVEL - CADASTRE PELO PROGOPER"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "S" TO WS-OP-PERFIL-EXIGIDO
           PERFORM IDENTIFICA-OPERADOR
               THRU IDENTIFICA-OPERADOR-EXIT
           CLOSE OPERMESTRE-ARQ
           IF NOT OPERADOR-AUTENTICADO
               DISPLAY "ACESSO NEGADO. ENCERRANDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "Numero do comprovante (0 = buscar por "
               "conta+data): "
           ACCEPT WS-NUMERO-CONSULTA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O TAREVT-ARQ
           IF NOT ARQ-EVT-OK
               CLOSE TAREVT-ARQ
               OPEN OUTPUT TAREVT-ARQ
               CLOSE TAREVT-ARQ
               OPEN I-O TAREVT-ARQ
           END-IF
           MOVE "PROGCOMP" TO WS-EVT-PROGRAMA
           MOVE "PROGCOMP" TO WS-ACS-PROGRAMA

           READ COMPROV-ARQ
               AT END SET ARQ-CPV-FIM TO TRUE
           END-READ
           PERFORM AVALIA-COMPROVANTE UNTIL ARQ-CPV-FIM
           CLOSE COMPROV-ARQ
           CLOSE TAREVT-ARQ

           IF WS-QTD-IMPRESSOS = 0
               DISPLAY "(NENHUM COMPROVANTE ENCONTRADO)"
           END-EVALUATE
           DISPLAY "VALOR..........: " WS-VALOR-EDIT
           DISPLAY "REFERENCIA.....: " CPV-REFERENCIA
           DISPLAY "----------------------------------------"
           MOVE CPV-CONTA    TO EVT-CONTA
           SET EVT-COMPROVANTE TO TRUE
           MOVE CPV-NUMERO   TO EVT-REFERENCIA
           PERFORM GRAVA-EVENTO-TARIFA
      * O comprovante so identifica a conta: CPF/CNPJ fica zero e o
      * relatorio do titular casa o acesso pela conta.
           MOVE WS-OP-MATRICULA TO ACS-MATRICULA
           MOVE 0               TO ACS-CPFCNPJ
           MOVE CPV-CONTA       TO ACS-CONTA
           MOVE "REIMPR COMPROVANTE" TO ACS-CONSULTA
           PERFORM REGISTRA-ACESSO.

       COPY EVTGRAVA.

       COPY ACSGRAVA.

       COPY OPSIGN.

       END PROGRAM PROGCOMPROV.
