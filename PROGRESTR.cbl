      ******************************************************************
      * Author: EQUIPE MANUTENCAO
      * Date: 15/10/2026
      * Purpose: CARGA DA LISTA DE PESSOAS RESTRITAS - LE A REMESSA DE
      *          LARGURA FIXA DO COMPLIANCE (RESTFEED: CPF/CNPJ, NOME,
      *          LISTA DE ORIGEM E TIPO - SANCAO OU PEP) E REGRAVA POR
      *          INTEIRO O ARQUIVO RESTRITOS (VER RSTREG) USADO PELA
      *          TRIAGEM DO CADASTRO DE CLIENTES, DA ABERTURA DE
      *          CONTAS E DOS CREDITOS INTERBANCARIOS. REMESSA AUSENTE
      *          OU VAZIA NAO TOCA A LISTA EM VIGOR (RETURN-CODE 8);
      *          LINHA INVALIDA E REJEITADA NO SYSOUT (RETURN-CODE 4).
      * Tectonics: cobc
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial: nenhum cliente novo nem
      *              remetente de TED era conferido contra listas
      *              restritivas.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRESTR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESTFEED-ARQ ASSIGN TO "RESTFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FEED.

           SELECT RESTRITOS-ARQ ASSIGN TO "RESTRITOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RST.
       DATA DIVISION.
       FILE SECTION.
      * Remessa do compliance: documento em branco = pessoa de lista
      * estrangeira sem CPF/CNPJ (triada so pelo nome).
       FD  RESTFEED-ARQ.
       01 RFD-REGISTRO.
          05 RFD-CPFCNPJ          PIC X(14).
          05 RFD-CPFCNPJ-NUM REDEFINES RFD-CPFCNPJ PIC 9(14).
          05 RFD-NOME             PIC X(30).
          05 RFD-LISTA            PIC X(10).
          05 RFD-TIPO             PIC X(01).

       FD  RESTRITOS-ARQ.
       COPY RSTREG.
       WORKING-STORAGE SECTION.
          01 WS-STATUS-FEED          PIC XX.
             88 ARQ-FEED-OK               VALUE "00".
             88 ARQ-FEED-FIM              VALUE "10".

          01 WS-STATUS-RST           PIC XX.
             88 ARQ-RST-OK                VALUE "00".

          01 WS-DATA-SISTEMA         PIC 9(08) VALUE ZEROS.

          01 WS-QTD-LIDAS            PIC 9(06) VALUE 0.
          01 WS-QTD-GRAVADAS         PIC 9(06) VALUE 0.
          01 WS-QTD-REJEITADAS       PIC 9(06) VALUE 0.
          01 WS-QTD-SO-NOME          PIC 9(06) VALUE 0.
          01 WS-QTD-PEP              PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM INICIALIZAR
           PERFORM CARREGA-RESTRITO THRU CARREGA-RESTRITO-EXIT
               UNTIL ARQ-FEED-FIM
           PERFORM FINALIZAR
           STOP RUN.

      * A lista em vigor so e substituida quando a remessa existe e
      * tem ao menos uma linha.
       INICIALIZAR.
           MOVE 0 TO RETURN-CODE
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           OPEN INPUT RESTFEED-ARQ
           IF NOT ARQ-FEED-OK
               DISPLAY "REMESSA DO COMPLIANCE (RESTFEED) AUSENTE - "
                   "LISTA DE RESTRITOS MANTIDA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ RESTFEED-ARQ
               AT END SET ARQ-FEED-FIM TO TRUE
           END-READ
           IF ARQ-FEED-FIM
               DISPLAY "REMESSA DO COMPLIANCE (RESTFEED) VAZIA - "
                   "LISTA DE RESTRITOS MANTIDA"
               CLOSE RESTFEED-ARQ
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RESTRITOS-ARQ.

       CARREGA-RESTRITO.
           ADD 1 TO WS-QTD-LIDAS
           IF RFD-NOME = SPACES
               DISPLAY "LINHA " WS-QTD-LIDAS " REJEITADA: NOME EM "
                   "BRANCO"
               ADD 1 TO WS-QTD-REJEITADAS
               GO TO CARREGA-RESTRITO-EXIT
           END-IF
           IF RFD-CPFCNPJ = SPACES
               MOVE 0 TO RST-CPFCNPJ
               ADD 1 TO WS-QTD-SO-NOME
           ELSE
               IF RFD-CPFCNPJ IS NOT NUMERIC
                   DISPLAY "LINHA " WS-QTD-LIDAS " REJEITADA: "
                       "CPF/CNPJ INVALIDO " RFD-CPFCNPJ
                   ADD 1 TO WS-QTD-REJEITADAS
                   GO TO CARREGA-RESTRITO-EXIT
               END-IF
               MOVE RFD-CPFCNPJ-NUM TO RST-CPFCNPJ
           END-IF
           IF RFD-TIPO NOT = "S" AND RFD-TIPO NOT = "P"
                   AND RFD-TIPO NOT = SPACE
               DISPLAY "LINHA " WS-QTD-LIDAS " REJEITADA: TIPO "
                   "INVALIDO " RFD-TIPO
               ADD 1 TO WS-QTD-REJEITADAS
               GO TO CARREGA-RESTRITO-EXIT
           END-IF

           MOVE RFD-NOME TO RST-NOME
           INSPECT RST-NOME CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE RFD-LISTA TO RST-LISTA
      * Tipo em branco (remessa sem a coluna) vale sancao.
           IF RFD-TIPO = "P"
               SET RST-PEP TO TRUE
               ADD 1 TO WS-QTD-PEP
           ELSE
               SET RST-SANCAO TO TRUE
           END-IF
           MOVE WS-DATA-SISTEMA TO RST-DATA-CARGA
           WRITE RST-REGISTRO
           ADD 1 TO WS-QTD-GRAVADAS.

       CARREGA-RESTRITO-EXIT.
           READ RESTFEED-ARQ
               AT END SET ARQ-FEED-FIM TO TRUE
           END-READ.

       FINALIZAR.
           CLOSE RESTFEED-ARQ
           CLOSE RESTRITOS-ARQ
           IF WS-QTD-REJEITADAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "===== CARGA DA LISTA DE RESTRITOS ====="
           DISPLAY "DATA..................: " WS-DATA-SISTEMA
           DISPLAY "LINHAS LIDAS..........: " WS-QTD-LIDAS
           DISPLAY "PESSOAS GRAVADAS......: " WS-QTD-GRAVADAS
           DISPLAY "  SO POR NOME.........: " WS-QTD-SO-NOME
           DISPLAY "  PEP.................: " WS-QTD-PEP
           DISPLAY "LINHAS REJEITADAS.....: " WS-QTD-REJEITADAS
           DISPLAY "RETURN-CODE...........: " RETURN-CODE.

       END PROGRAM PROGRESTR.
