      ******************************************************************
      * Author: EQUIPE MANUTENCAO
      * Date: 15/10/2026
      * Purpose: AUTORIZACOES DE DEBITO AUTOMATICO NA AGENCIA - MENU DE
      *          OPERADOR PARA CONSULTAR, INCLUIR E CANCELAR, A PEDIDO
      *          DO CLIENTE PRESENTE, AS AUTORIZACOES DE DEBITO DOS
      *          CONVENIADOS NA CONTA (ARQUIVO AUTDEB, VER ADBREG). A
      *          REGRA E A MESMA DO AUTOATENDIMENTO (PROGSALDOBANCARIO,
      *          OPCAO 0): PARAGRAFOS COMUNS DO COPYBOOK ADBMANUT. O
      *          OPERADOR E IDENTIFICADO PELO SIGN-ON (PERFIL C, COMO
      *          O PROGMANUT), FICA GRAVADO NA PROPRIA AUTORIZACAO E
      *          TODA INCLUSAO OU CANCELAMENTO DEIXA LINHA NO
      *          AUDITSEG. SO CONTA ATIVA OU DORMENTE RECEBE
      *          AUTORIZACAO NOVA; O CANCELAMENTO VALE PARA QUALQUER
      *          SITUACAO DA CONTA.
      * Tectonics: cobc
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGAUTDEB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTDEB-ARQ ASSIGN TO "AUTDEB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADB-CHAVE
               FILE STATUS IS WS-STATUS-ADB.

           SELECT CTAMESTRE-ARQ ASSIGN TO "CTAMESTRE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-NUMERO
               FILE STATUS IS WS-STATUS-CTA.

           SELECT AUDITSEG-ARQ ASSIGN TO "AUDITSEG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUD.

           SELECT OPERMESTRE-ARQ ASSIGN TO "OPERMESTRE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-MATRICULA
               FILE STATUS IS WS-STATUS-OPE.

           SELECT DATAMOV-ARQ ASSIGN TO "DATAMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DTM.
       DATA DIVISION.
       FILE SECTION.
       FD  AUTDEB-ARQ.
       COPY ADBREG.

       FD  CTAMESTRE-ARQ.
       COPY CTAREG.

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

      * Data de movimento do ciclo (PROGDATAMOV).
       FD  DATAMOV-ARQ.
       COPY DTMREG.
       WORKING-STORAGE SECTION.
       COPY DATLERW.

       COPY ADBW.

          01 WS-STATUS-CTA           PIC XX.
             88 ARQ-OK                    VALUE "00".

          01 WS-STATUS-AUD           PIC XX.
             88 ARQ-AUD-OK                VALUE "00".

       COPY OPSIGNW.

          01 WS-OFICIAL-MATRICULA    PIC X(08) VALUE SPACES.

          01 OPCAO                   PIC 9 VALUE 0.
          01 WS-CONTA-ENTRADA        PIC 9(06).

          01 WS-DATA-SISTEMA         PIC 9(08) VALUE ZEROS.
          01 WS-HORA-SISTEMA         PIC 9(08) VALUE ZEROS.
          01 WS-QTD-INCLUIDAS        PIC 9(03) VALUE 0.
          01 WS-QTD-CANCELADAS       PIC 9(03) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "===== DEBITO AUTOMATICO (AGENCIA) ====="
           OPEN I-O OPERMESTRE-ARQ
           IF NOT ARQ-OPE-OK
               DISPLAY "MESTRE DE OPERADORES (OPERMESTRE) "
                   "INDISPONIVEL - CADASTRE PELO PROGOPER"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "C" TO WS-OP-PERFIL-EXIGIDO
           PERFORM IDENTIFICA-OPERADOR
               THRU IDENTIFICA-OPERADOR-EXIT
           CLOSE OPERMESTRE-ARQ
           IF NOT OPERADOR-AUTENTICADO
               DISPLAY "ACESSO NEGADO. ENCERRANDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-OP-MATRICULA TO WS-OFICIAL-MATRICULA

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           PERFORM OBTEM-DATA-MOVIMENTO
           IF WS-DATA-MOVIMENTO > 0
               MOVE WS-DATA-MOVIMENTO TO WS-DATA-SISTEMA
           END-IF
           PERFORM INICIALIZAR
           PERFORM PROCESSA-MENU UNTIL OPCAO = 9
           PERFORM FINALIZAR
           STOP RUN.

       COPY OPSIGN.

       COPY DATLER.

       INICIALIZAR.
           OPEN I-O AUTDEB-ARQ
           IF NOT ARQ-ADB-OK
               CLOSE AUTDEB-ARQ
               OPEN OUTPUT AUTDEB-ARQ
               CLOSE AUTDEB-ARQ
               OPEN I-O AUTDEB-ARQ
           END-IF
           OPEN INPUT CTAMESTRE-ARQ
           IF NOT ARQ-OK
               DISPLAY "ARQUIVO DE CONTAS INDISPONIVEL ("
                   WS-STATUS-CTA ")"
           END-IF
           OPEN EXTEND AUDITSEG-ARQ
           IF NOT ARQ-AUD-OK
               OPEN OUTPUT AUDITSEG-ARQ
           END-IF
           MOVE WS-DATA-SISTEMA      TO WS-ADB-DATA-HOJE
           MOVE "A"                  TO WS-ADB-CANAL
           MOVE WS-OFICIAL-MATRICULA TO WS-ADB-OPERADOR.

       PROCESSA-MENU.
           DISPLAY "====== AUTORIZACOES DE DEBITO AUTOMATICO ======"
           DISPLAY "1 - Listar autorizacoes de uma conta"
           DISPLAY "2 - Incluir autorizacao"
           DISPLAY "3 - Cancelar autorizacao"
           DISPLAY "9 - Sair"
           DISPLAY "Escolha uma opcao: "
           ACCEPT OPCAO

           EVALUATE OPCAO
               WHEN 1
                   PERFORM LISTA-DA-CONTA THRU LISTA-DA-CONTA-EXIT
               WHEN 2
                   PERFORM INCLUI-DA-CONTA THRU INCLUI-DA-CONTA-EXIT
               WHEN 3
                   PERFORM CANCELA-DA-CONTA
                       THRU CANCELA-DA-CONTA-EXIT
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcao invalida! Digite 1, 2, 3 ou 9"
           END-EVALUATE.

       LISTA-DA-CONTA.
           PERFORM PEDE-CONTA
           IF NOT ARQ-OK
               GO TO LISTA-DA-CONTA-EXIT
           END-IF
           PERFORM LISTA-AUTORIZACOES.
       LISTA-DA-CONTA-EXIT.
           EXIT.

       INCLUI-DA-CONTA.
           PERFORM PEDE-CONTA
           IF NOT ARQ-OK
               GO TO INCLUI-DA-CONTA-EXIT
           END-IF
           IF NOT CTA-ATIVA AND NOT CTA-DORMENTE
               DISPLAY "Conta bloqueada ou encerrada: nao recebe "
                   "autorizacao nova."
               GO TO INCLUI-DA-CONTA-EXIT
           END-IF
           PERFORM INCLUI-AUTORIZACAO THRU INCLUI-AUTORIZACAO-EXIT
           IF ADB-ALTERADA
               ADD 1 TO WS-QTD-INCLUIDAS
               MOVE "INCLUI DEB.AUTOMAT." TO AUD-ACAO
               PERFORM GRAVA-AUDITORIA
           END-IF.
       INCLUI-DA-CONTA-EXIT.
           EXIT.

       CANCELA-DA-CONTA.
           PERFORM PEDE-CONTA
           IF NOT ARQ-OK
               GO TO CANCELA-DA-CONTA-EXIT
           END-IF
           PERFORM CANCELA-AUTORIZACAO THRU CANCELA-AUTORIZACAO-EXIT
           IF ADB-ALTERADA
               ADD 1 TO WS-QTD-CANCELADAS
               MOVE "CANCELA DEB.AUTOMAT." TO AUD-ACAO
               PERFORM GRAVA-AUDITORIA
           END-IF.
       CANCELA-DA-CONTA-EXIT.
           EXIT.

       PEDE-CONTA.
           DISPLAY "Numero da conta: "
           ACCEPT WS-CONTA-ENTRADA
           MOVE WS-CONTA-ENTRADA TO CTA-NUMERO
           READ CTAMESTRE-ARQ
               INVALID KEY CONTINUE
           END-READ
           IF ARQ-OK
               DISPLAY "Titular: " CTA-NOME
               MOVE WS-CONTA-ENTRADA TO WS-ADB-CONTA
           ELSE
               DISPLAY "Conta nao encontrada!"
           END-IF.

       COPY ADBMANUT.

       GRAVA-AUDITORIA.
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-DATA-SISTEMA      TO AUD-DATA
           MOVE WS-HORA-SISTEMA      TO AUD-HORA
           MOVE WS-OFICIAL-MATRICULA TO AUD-OFICIAL
           MOVE WS-ADB-CONTA         TO AUD-CONTA
           WRITE AUD-REGISTRO.

       FINALIZAR.
           CLOSE AUTDEB-ARQ
           CLOSE CTAMESTRE-ARQ
           CLOSE AUDITSEG-ARQ
           DISPLAY "AUTORIZACOES INCLUIDAS NESTA SESSAO.: "
               WS-QTD-INCLUIDAS
           DISPLAY "AUTORIZACOES CANCELADAS NESTA SESSAO: "
               WS-QTD-CANCELADAS.

       END PROGRAM PROGAUTDEB.
