      ******************************************************************
      * Author: EQUIPE MANUTENCAO
      * Date: 15/10/2026
      * Purpose: COMUNICACAO MENSAL DE OPERACOES EM ESPECIE AO COAF -
      *          PERCORRE O MOVIMENTO DA COMPETENCIA INFORMADA NOS
      *          PERIODOS FECHADOS (MOVFECH) E NO PERIODO CORRENTE
      *          (MOVIMENTO) ATRAS DAS OPERACOES EM ESPECIE: DEPOSITO
      *          "D" E SAQUE "S" DE BOCA DE CAIXA (MATRICULA DO CAIXA
      *          EM MOV-CAIXA) E SAQUE "S" DA REDE DE ATM (CANAL "R").
      *          SELECIONA CADA OPERACAO ACIMA DO LIMITE INDIVIDUAL
      *          (PARAMETRO COAF.LIMITE.OPER) E CADA CLIENTE - POR
      *          CPF/CNPJ, VIA CTA-CLIENTE, OU PELA PROPRIA CONTA
      *          QUANDO ELA NAO TEM CLIENTE VINCULADO - CUJA SOMA EM
      *          ESPECIE NO MES PASSA O LIMITE DE AGREGACAO (PARAMETRO
      *          COAF.LIMITE.MES), E GRAVA O ARQUIVO DE COMUNICACAO
      *          (COAFSAI) NO LEIAUTE FIXO DO COAF: CABECALHO,
      *          DETALHES E RODAPE COM TOTAIS. O CONTROLE DO QUE JA
      *          FOI COMUNICADO (COAFCTL) FAZ A REEXECUCAO DO MES
      *          NUNCA COMUNICAR DUAS VEZES A MESMA OPERACAO OU O
      *          MESMO CLIENTE NA COMPETENCIA.
      * Tectonics: cobc
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial: a comunicacao era montada na
      *              mao a partir do relatorio do PROGFRAUDE.
      * 15/10/2026 - EM - Linhas de movimento acompanham MOVREG (77
      *              bytes); valor da operacao em 9(11)V99.
      * 15/10/2026 - EM - Linhas de movimento acompanham MOVREG
      *              (78 bytes).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOAF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVFECH-ARQ ASSIGN TO "MOVFECH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FECH.

           SELECT MOVIMENTO-ARQ ASSIGN TO "MOVIMENTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MOV.

           SELECT CTAMESTRE-ARQ ASSIGN TO "CTAMESTRE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-NUMERO
               FILE STATUS IS WS-STATUS-CTA.

           SELECT CLIMESTRE-ARQ ASSIGN TO "CLIMESTRE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CPFCNPJ
               FILE STATUS IS WS-STATUS-CLI.

           SELECT PARAMS-ARQ ASSIGN TO "PARAMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PAR.

           SELECT COAFSAI-ARQ ASSIGN TO "COAFSAI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SAI.

           SELECT COAFCTL-ARQ ASSIGN TO "COAFCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTL-CHAVE
               FILE STATUS IS WS-STATUS-CTL.
       DATA DIVISION.
       FILE SECTION.
       FD  MOVFECH-ARQ.
       01 FECH-REGISTRO             PIC X(78).

       FD  MOVIMENTO-ARQ.
       01 MOVLIN-REGISTRO           PIC X(78).

       FD  CTAMESTRE-ARQ.
       COPY CTAREG.

       FD  CLIMESTRE-ARQ.
       COPY CLIREG.

       FD  PARAMS-ARQ.
       COPY PARREG.

      * Comunicacao ao COAF, leiaute fixo de 120 posicoes: tipo 0
      * cabecalho, 1 operacao individual acima do limite, 2 cliente
      * com soma mensal acima do limite de agregacao, 9 rodape.
       FD  COAFSAI-ARQ.
       01 COA-REGISTRO.
          05 COA-TIPO-REG         PIC X(01).
             88 COA-CABECALHO          VALUE "0".
             88 COA-OPERACAO           VALUE "1".
             88 COA-AGREGADO           VALUE "2".
             88 COA-RODAPE             VALUE "9".
          05 COA-CORPO            PIC X(119).
       01 COA-CAB-REGISTRO.
          05 FILLER               PIC X(01).
          05 COA-CAB-INSTITUICAO  PIC X(08).
          05 COA-CAB-COMPETENCIA  PIC 9(06).
          05 COA-CAB-DATA-GERACAO PIC 9(08).
          05 COA-CAB-LEIAUTE      PIC X(04).
          05 FILLER               PIC X(93).
       01 COA-DET-REGISTRO.
          05 FILLER               PIC X(01).
          05 COA-DET-SEQ          PIC 9(06).
          05 COA-DET-CPFCNPJ      PIC 9(14).
          05 COA-DET-NOME         PIC X(30).
          05 COA-DET-CONTA        PIC 9(06).
          05 COA-DET-AGENCIA      PIC 9(04).
          05 COA-DET-DATA         PIC 9(08).
          05 COA-DET-HORA         PIC 9(08).
          05 COA-DET-NATUREZA     PIC X(01).
          05 COA-DET-CANAL        PIC X(01).
          05 COA-DET-VALOR        PIC 9(11)V99.
          05 COA-DET-QTD-OPER     PIC 9(04).
          05 COA-DET-REFERENCIA   PIC 9(10).
          05 COA-DET-COMPETENCIA  PIC 9(06).
          05 FILLER               PIC X(08).
       01 COA-ROD-REGISTRO.
          05 FILLER               PIC X(01).
          05 COA-ROD-QTD-OPERACAO PIC 9(06).
          05 COA-ROD-QTD-AGREGADO PIC 9(06).
          05 COA-ROD-QTD-REGISTROS PIC 9(06).
          05 COA-ROD-VALOR-TOTAL  PIC 9(13)V99.
          05 FILLER               PIC X(86).

      * Controle do que ja foi comunicado: operacao individual pela
      * identificacao do lancamento, cliente pelo CPF/CNPJ (ou conta
      * sem cliente) e competencia.
       FD  COAFCTL-ARQ.
       01 CTL-REGISTRO.
          05 CTL-CHAVE.
             10 CTL-TIPO          PIC X(01).
             10 CTL-IDENT         PIC X(33).
             10 CTL-IDENT-OPER REDEFINES CTL-IDENT.
                15 CTL-OPE-REFERENCIA PIC 9(10).
                15 CTL-OPE-CONTA      PIC 9(06).
                15 CTL-OPE-DATA       PIC 9(08).
                15 CTL-OPE-HORA       PIC 9(08).
                15 CTL-OPE-NATUREZA   PIC X(01).
             10 CTL-IDENT-AGREG REDEFINES CTL-IDENT.
                15 CTL-AGR-CPFCNPJ    PIC 9(14).
                15 CTL-AGR-CONTA      PIC 9(06).
                15 CTL-AGR-COMPETENCIA PIC 9(06).
                15 FILLER             PIC X(07).
          05 CTL-DATA-COMUNICACAO PIC 9(08).
          05 CTL-VALOR            PIC 9(11)V99.
       WORKING-STORAGE SECTION.
          01 WS-STATUS-FECH          PIC XX.
             88 ARQ-FECH-OK               VALUE "00".
             88 ARQ-FECH-FIM              VALUE "10".

          01 WS-STATUS-MOV           PIC XX.
             88 ARQ-MOV-OK                VALUE "00".
             88 ARQ-MOV-FIM               VALUE "10".

          01 WS-STATUS-CTA           PIC XX.
             88 ARQ-OK                    VALUE "00".

          01 WS-STATUS-CLI           PIC XX.
             88 ARQ-CLI-OK                VALUE "00".
          01 WS-CLIMESTRE-ABERTO     PIC X(01) VALUE "N".
             88 CLIMESTRE-ABERTO          VALUE "S".

          01 WS-STATUS-SAI           PIC XX.
             88 ARQ-SAI-OK                VALUE "00".
             88 ARQ-SAI-FIM               VALUE "10".

          01 WS-STATUS-CTL           PIC XX.
             88 ARQ-CTL-OK                VALUE "00".
             88 ARQ-CTL-DUPLICADO         VALUE "22".

       COPY PARAMW.

      * Area de decodificacao das linhas dos dois arquivos.
       COPY MOVREG.

          01 WS-COMPETENCIA          PIC 9(06).
          01 WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
             05 WS-COMP-ANO          PIC 9(04).
             05 WS-COMP-MES          PIC 9(02).

          01 WS-DATA-SISTEMA         PIC 9(08) VALUE ZEROS.
          01 WS-INSTITUICAO          PIC X(08) VALUE "BANCARIO".
          01 WS-LEIAUTE              PIC X(04) VALUE "V001".

      * Limites (padroes de programa na falta dos parametros).
          01 WS-LIMITE-OPERACAO      PIC 9(09)V99 VALUE 50000.00.
          01 WS-LIMITE-MES           PIC 9(11)V99 VALUE 100000.00.

      * Soma em especie do mes por cliente (CPF/CNPJ) ou, sem
      * cliente vinculado, por conta (CPF/CNPJ zero).
          01 WS-TAB-CLIENTES.
             05 WS-TAB-CLI-ENTRADA OCCURS 999 TIMES
                   INDEXED BY WS-CLI-IDX.
                10 WS-TAB-CLI-CPFCNPJ  PIC 9(14).
                10 WS-TAB-CLI-CONTA    PIC 9(06).
                10 WS-TAB-CLI-AGENCIA  PIC 9(04).
                10 WS-TAB-CLI-NOME     PIC X(30).
                10 WS-TAB-CLI-VALOR    PIC 9(11)V99.
                10 WS-TAB-CLI-QTD      PIC 9(04).
          01 WS-TAB-CLI-QTD-USO      PIC 9(04) VALUE 0.
          01 WS-TAB-CLI-ACHOU        PIC X(01).
             88 CLI-NA-TABELA             VALUE "S".
          01 WS-TAB-ESTOUROU         PIC X(01) VALUE "N".
             88 TAB-ESTOUROU              VALUE "S".

      * Titular da operacao em tratamento.
          01 WS-OPE-CPFCNPJ          PIC 9(14).
          01 WS-OPE-CONTA-GRUPO      PIC 9(06).
          01 WS-OPE-NOME             PIC X(30).
          01 WS-OPE-AGENCIA          PIC 9(04).
          01 WS-OPE-VALOR            PIC 9(11)V99.

          01 WS-CLI-SEQ              PIC 9(04).
          01 WS-SEQ-DETALHE          PIC 9(06) VALUE 0.

          01 WS-QTD-LIDOS            PIC 9(07) VALUE 0.
          01 WS-QTD-ESPECIE          PIC 9(06) VALUE 0.
          01 WS-QTD-OPERACAO         PIC 9(06) VALUE 0.
          01 WS-QTD-AGREGADO         PIC 9(06) VALUE 0.
          01 WS-QTD-JA-COMUNICADOS   PIC 9(06) VALUE 0.
          01 WS-QTD-CONTROLADOS      PIC 9(06) VALUE 0.
          01 WS-VALOR-TOTAL          PIC 9(13)V99 VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "===== COMUNICACAO DE OPERACOES EM ESPECIE - COAF "
               "====="
           DISPLAY "Competencia (AAAAMM): "
           ACCEPT WS-COMPETENCIA
           IF WS-COMP-ANO = 0 OR WS-COMP-MES < 1 OR WS-COMP-MES > 12
               DISPLAY "COMPETENCIA INVALIDA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM INICIALIZAR
           PERFORM VARRE-MOVFECH
           PERFORM VARRE-MOVIMENTO
           PERFORM GRAVA-AGREGADOS THRU GRAVA-AGREGADOS-EXIT
               VARYING WS-CLI-SEQ FROM 1 BY 1
               UNTIL WS-CLI-SEQ > WS-TAB-CLI-QTD-USO
           PERFORM GRAVA-RODAPE
           CLOSE COAFSAI-ARQ
           PERFORM REGISTRA-COMUNICADOS
           PERFORM FINALIZAR
           STOP RUN.

       INICIALIZAR.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
      * Parametros vigentes no fim da competencia.
           COMPUTE WS-PAR-DATA-REF = WS-COMPETENCIA * 100 + 31
           PERFORM CARREGA-PARAMETROS
           MOVE "COAF.LIMITE.OPER" TO WS-PAR-CHAVE-BUSCA
           PERFORM OBTEM-PARAMETRO
           IF PAR-ACHOU AND WS-PAR-VALOR-OBTIDO > 0
               MOVE WS-PAR-VALOR-OBTIDO TO WS-LIMITE-OPERACAO
           END-IF
           MOVE "COAF.LIMITE.MES" TO WS-PAR-CHAVE-BUSCA
           PERFORM OBTEM-PARAMETRO
           IF PAR-ACHOU AND WS-PAR-VALOR-OBTIDO > 0
               MOVE WS-PAR-VALOR-OBTIDO TO WS-LIMITE-MES
           END-IF

           OPEN INPUT CTAMESTRE-ARQ
           OPEN INPUT CLIMESTRE-ARQ
           IF ARQ-CLI-OK
               SET CLIMESTRE-ABERTO TO TRUE
           END-IF
      * Controle so e lido aqui; a gravacao vem depois do arquivo de
      * comunicacao fechado (REGISTRA-COMUNICADOS).
           OPEN I-O COAFCTL-ARQ
           IF NOT ARQ-CTL-OK
               CLOSE COAFCTL-ARQ
               OPEN OUTPUT COAFCTL-ARQ
               CLOSE COAFCTL-ARQ
               OPEN I-O COAFCTL-ARQ
           END-IF
           MOVE 0 TO RETURN-CODE

           OPEN OUTPUT COAFSAI-ARQ
           MOVE SPACES          TO COA-CAB-REGISTRO
           SET COA-CABECALHO    TO TRUE
           MOVE WS-INSTITUICAO  TO COA-CAB-INSTITUICAO
           MOVE WS-COMPETENCIA  TO COA-CAB-COMPETENCIA
           MOVE WS-DATA-SISTEMA TO COA-CAB-DATA-GERACAO
           MOVE WS-LEIAUTE      TO COA-CAB-LEIAUTE
           WRITE COA-REGISTRO.

       COPY PARLER.

       VARRE-MOVFECH.
           OPEN INPUT MOVFECH-ARQ
           IF ARQ-FECH-OK
               READ MOVFECH-ARQ
                   AT END SET ARQ-FECH-FIM TO TRUE
               END-READ
               PERFORM TRATA-FECH UNTIL ARQ-FECH-FIM
               CLOSE MOVFECH-ARQ
           END-IF.

       TRATA-FECH.
           MOVE FECH-REGISTRO TO MOV-REGISTRO
           PERFORM AVALIA-MOVIMENTO THRU AVALIA-MOVIMENTO-EXIT
           READ MOVFECH-ARQ
               AT END SET ARQ-FECH-FIM TO TRUE
           END-READ.

       VARRE-MOVIMENTO.
           OPEN INPUT MOVIMENTO-ARQ
           IF ARQ-MOV-OK
               READ MOVIMENTO-ARQ
                   AT END SET ARQ-MOV-FIM TO TRUE
               END-READ
               PERFORM TRATA-MOV UNTIL ARQ-MOV-FIM
               CLOSE MOVIMENTO-ARQ
           END-IF.

       TRATA-MOV.
           MOVE MOVLIN-REGISTRO TO MOV-REGISTRO
           PERFORM AVALIA-MOVIMENTO THRU AVALIA-MOVIMENTO-EXIT
           READ MOVIMENTO-ARQ
               AT END SET ARQ-MOV-FIM TO TRUE
           END-READ.

      * Especie: deposito/saque de boca de caixa (matricula em
      * MOV-CAIXA; canal em branco e linha anterior ao canal) ou
      * saque da rede de ATM.
       AVALIA-MOVIMENTO.
           ADD 1 TO WS-QTD-LIDOS
           IF MOV-DATA(1:6) NOT = WS-COMPETENCIA
               GO TO AVALIA-MOVIMENTO-EXIT
           END-IF
           IF MOV-CAIXA = SPACES
               GO TO AVALIA-MOVIMENTO-EXIT
           END-IF
           IF ((MOV-DEPOSITO OR MOV-SAQUE)
                   AND (MOV-CANAL-ATENDIMENTO OR MOV-CANAL = SPACE))
              OR (MOV-SAQUE AND MOV-CANAL-REDE-ATM)
               ADD 1 TO WS-QTD-ESPECIE
               MOVE MOV-VALOR TO WS-OPE-VALOR
               PERFORM IDENTIFICA-TITULAR
               PERFORM ACUMULA-CLIENTE
               IF WS-OPE-VALOR > WS-LIMITE-OPERACAO
                   PERFORM GRAVA-OPERACAO THRU GRAVA-OPERACAO-EXIT
               END-IF
           END-IF.

       AVALIA-MOVIMENTO-EXIT.
           EXIT.

       IDENTIFICA-TITULAR.
           MOVE 0      TO WS-OPE-CPFCNPJ
           MOVE MOV-CONTA   TO WS-OPE-CONTA-GRUPO
           MOVE MOV-AGENCIA TO WS-OPE-AGENCIA
           MOVE SPACES TO WS-OPE-NOME
           MOVE MOV-CONTA TO CTA-NUMERO
           READ CTAMESTRE-ARQ
               INVALID KEY CONTINUE
           END-READ
           IF ARQ-OK
               MOVE CTA-NOME TO WS-OPE-NOME
               IF CTA-CLIENTE > 0
                   MOVE CTA-CLIENTE TO WS-OPE-CPFCNPJ
                   MOVE 0           TO WS-OPE-CONTA-GRUPO
                   IF CLIMESTRE-ABERTO
                       MOVE CTA-CLIENTE TO CLI-CPFCNPJ
                       READ CLIMESTRE-ARQ
                           INVALID KEY CONTINUE
                       END-READ
                       IF ARQ-CLI-OK
                           MOVE CLI-NOME TO WS-OPE-NOME
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ACUMULA-CLIENTE.
           MOVE "N" TO WS-TAB-CLI-ACHOU
           SET WS-CLI-IDX TO 1
           PERFORM PROCURA-CLIENTE
               UNTIL WS-CLI-IDX > WS-TAB-CLI-QTD-USO OR CLI-NA-TABELA
           IF NOT CLI-NA-TABELA
               IF WS-TAB-CLI-QTD-USO < 999
                   ADD 1 TO WS-TAB-CLI-QTD-USO
                   SET WS-CLI-IDX TO WS-TAB-CLI-QTD-USO
                   MOVE WS-OPE-CPFCNPJ
                     TO WS-TAB-CLI-CPFCNPJ (WS-CLI-IDX)
                   MOVE WS-OPE-CONTA-GRUPO
                     TO WS-TAB-CLI-CONTA (WS-CLI-IDX)
                   MOVE WS-OPE-AGENCIA
                     TO WS-TAB-CLI-AGENCIA (WS-CLI-IDX)
                   MOVE WS-OPE-NOME TO WS-TAB-CLI-NOME (WS-CLI-IDX)
                   MOVE 0 TO WS-TAB-CLI-VALOR (WS-CLI-IDX)
                   MOVE 0 TO WS-TAB-CLI-QTD (WS-CLI-IDX)
                   SET CLI-NA-TABELA TO TRUE
               ELSE
                   IF NOT TAB-ESTOUROU
                       SET TAB-ESTOUROU TO TRUE
                       DISPLAY "TABELA DE CLIENTES CHEIA: AGREGACAO "
                           "INCOMPLETA, RETURN-CODE 4"
                   END-IF
               END-IF
           END-IF
           IF CLI-NA-TABELA
               ADD WS-OPE-VALOR TO WS-TAB-CLI-VALOR (WS-CLI-IDX)
               ADD 1            TO WS-TAB-CLI-QTD (WS-CLI-IDX)
           END-IF.

       PROCURA-CLIENTE.
           IF WS-TAB-CLI-CPFCNPJ (WS-CLI-IDX) = WS-OPE-CPFCNPJ
                   AND WS-TAB-CLI-CONTA (WS-CLI-IDX)
                       = WS-OPE-CONTA-GRUPO
               MOVE "S" TO WS-TAB-CLI-ACHOU
           ELSE
               SET WS-CLI-IDX UP BY 1
           END-IF.

      * Operacao individual: ja comunicada em execucao anterior da
      * competencia (COAFCTL) nao sai de novo.
       GRAVA-OPERACAO.
           MOVE "O"           TO CTL-TIPO
           MOVE MOV-REFERENCIA TO CTL-OPE-REFERENCIA
           MOVE MOV-CONTA     TO CTL-OPE-CONTA
           MOVE MOV-DATA      TO CTL-OPE-DATA
           MOVE MOV-HORA      TO CTL-OPE-HORA
           MOVE MOV-TIPO      TO CTL-OPE-NATUREZA
           READ COAFCTL-ARQ
               INVALID KEY CONTINUE
           END-READ
           IF ARQ-CTL-OK
               ADD 1 TO WS-QTD-JA-COMUNICADOS
               GO TO GRAVA-OPERACAO-EXIT
           END-IF

           ADD 1 TO WS-SEQ-DETALHE
           MOVE SPACES             TO COA-DET-REGISTRO
           SET COA-OPERACAO        TO TRUE
           MOVE WS-SEQ-DETALHE     TO COA-DET-SEQ
           MOVE WS-OPE-CPFCNPJ     TO COA-DET-CPFCNPJ
           MOVE WS-OPE-NOME        TO COA-DET-NOME
           MOVE MOV-CONTA          TO COA-DET-CONTA
           MOVE MOV-AGENCIA        TO COA-DET-AGENCIA
           MOVE MOV-DATA           TO COA-DET-DATA
           MOVE MOV-HORA           TO COA-DET-HORA
           MOVE MOV-TIPO           TO COA-DET-NATUREZA
           MOVE MOV-CANAL          TO COA-DET-CANAL
           MOVE WS-OPE-VALOR       TO COA-DET-VALOR
           MOVE 1                  TO COA-DET-QTD-OPER
           MOVE MOV-REFERENCIA     TO COA-DET-REFERENCIA
           MOVE WS-COMPETENCIA     TO COA-DET-COMPETENCIA
           WRITE COA-REGISTRO
           ADD 1 TO WS-QTD-OPERACAO
           ADD WS-OPE-VALOR TO WS-VALOR-TOTAL.

       GRAVA-OPERACAO-EXIT.
           EXIT.

      * Cliente acima do limite de agregacao no mes: um registro com
      * a soma e a quantidade de operacoes em especie.
       GRAVA-AGREGADOS.
           SET WS-CLI-IDX TO WS-CLI-SEQ
           IF WS-TAB-CLI-VALOR (WS-CLI-IDX) NOT > WS-LIMITE-MES
               GO TO GRAVA-AGREGADOS-EXIT
           END-IF
           MOVE "A" TO CTL-TIPO
           MOVE SPACES TO CTL-IDENT
           MOVE WS-TAB-CLI-CPFCNPJ (WS-CLI-IDX) TO CTL-AGR-CPFCNPJ
           MOVE WS-TAB-CLI-CONTA (WS-CLI-IDX)   TO CTL-AGR-CONTA
           MOVE WS-COMPETENCIA                  TO CTL-AGR-COMPETENCIA
           READ COAFCTL-ARQ
               INVALID KEY CONTINUE
           END-READ
           IF ARQ-CTL-OK
               ADD 1 TO WS-QTD-JA-COMUNICADOS
               GO TO GRAVA-AGREGADOS-EXIT
           END-IF

           ADD 1 TO WS-SEQ-DETALHE
           MOVE SPACES             TO COA-DET-REGISTRO
           SET COA-AGREGADO        TO TRUE
           MOVE WS-SEQ-DETALHE     TO COA-DET-SEQ
           MOVE WS-TAB-CLI-CPFCNPJ (WS-CLI-IDX) TO COA-DET-CPFCNPJ
           MOVE WS-TAB-CLI-NOME (WS-CLI-IDX)    TO COA-DET-NOME
           MOVE WS-TAB-CLI-CONTA (WS-CLI-IDX)   TO COA-DET-CONTA
           MOVE WS-TAB-CLI-AGENCIA (WS-CLI-IDX) TO COA-DET-AGENCIA
           COMPUTE COA-DET-DATA = WS-COMPETENCIA * 100
           MOVE 0                  TO COA-DET-HORA
           MOVE "E"                TO COA-DET-NATUREZA
           MOVE SPACE              TO COA-DET-CANAL
           MOVE WS-TAB-CLI-VALOR (WS-CLI-IDX)   TO COA-DET-VALOR
           MOVE WS-TAB-CLI-QTD (WS-CLI-IDX)     TO COA-DET-QTD-OPER
           MOVE 0                  TO COA-DET-REFERENCIA
           MOVE WS-COMPETENCIA     TO COA-DET-COMPETENCIA
           WRITE COA-REGISTRO
           ADD 1 TO WS-QTD-AGREGADO
           ADD WS-TAB-CLI-VALOR (WS-CLI-IDX) TO WS-VALOR-TOTAL.

       GRAVA-AGREGADOS-EXIT.
           EXIT.

       GRAVA-RODAPE.
           MOVE SPACES             TO COA-ROD-REGISTRO
           SET COA-RODAPE          TO TRUE
           MOVE WS-QTD-OPERACAO    TO COA-ROD-QTD-OPERACAO
           MOVE WS-QTD-AGREGADO    TO COA-ROD-QTD-AGREGADO
           COMPUTE COA-ROD-QTD-REGISTROS =
               WS-QTD-OPERACAO + WS-QTD-AGREGADO + 2
           MOVE WS-VALOR-TOTAL     TO COA-ROD-VALOR-TOTAL
           WRITE COA-REGISTRO.

      * O controle so e gravado com o arquivo de comunicacao completo
      * e fechado, relendo os detalhes gravados: execucao abortada
      * antes disso nao deixa operacao marcada como comunicada sem
      * ter saido no arquivo.
       REGISTRA-COMUNICADOS.
           OPEN INPUT COAFSAI-ARQ
           IF ARQ-SAI-OK
               READ COAFSAI-ARQ
                   AT END SET ARQ-SAI-FIM TO TRUE
               END-READ
               PERFORM REGISTRA-UM-COMUNICADO UNTIL ARQ-SAI-FIM
               CLOSE COAFSAI-ARQ
           END-IF.

       REGISTRA-UM-COMUNICADO.
           IF COA-OPERACAO OR COA-AGREGADO
               MOVE SPACES TO CTL-IDENT
               IF COA-OPERACAO
                   MOVE "O"                TO CTL-TIPO
                   MOVE COA-DET-REFERENCIA TO CTL-OPE-REFERENCIA
                   MOVE COA-DET-CONTA      TO CTL-OPE-CONTA
                   MOVE COA-DET-DATA       TO CTL-OPE-DATA
                   MOVE COA-DET-HORA       TO CTL-OPE-HORA
                   MOVE COA-DET-NATUREZA   TO CTL-OPE-NATUREZA
               ELSE
                   MOVE "A"                TO CTL-TIPO
                   MOVE COA-DET-CPFCNPJ    TO CTL-AGR-CPFCNPJ
                   MOVE COA-DET-CONTA      TO CTL-AGR-CONTA
                   MOVE COA-DET-COMPETENCIA TO CTL-AGR-COMPETENCIA
               END-IF
               MOVE WS-DATA-SISTEMA TO CTL-DATA-COMUNICACAO
               MOVE COA-DET-VALOR   TO CTL-VALOR
               WRITE CTL-REGISTRO
               IF ARQ-CTL-OK
                   ADD 1 TO WS-QTD-CONTROLADOS
               ELSE
                   IF NOT ARQ-CTL-DUPLICADO
                       DISPLAY "CONTROLE NAO GRAVADO (" WS-STATUS-CTL
                           "): DETALHE " COA-DET-SEQ
                   END-IF
               END-IF
           END-IF
           READ COAFSAI-ARQ
               AT END SET ARQ-SAI-FIM TO TRUE
           END-READ.

       FINALIZAR.
           CLOSE CTAMESTRE-ARQ
           IF CLIMESTRE-ABERTO
               CLOSE CLIMESTRE-ARQ
           END-IF
           CLOSE COAFCTL-ARQ
           IF TAB-ESTOUROU
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "COMPETENCIA..............: " WS-COMPETENCIA
           DISPLAY "LIMITE POR OPERACAO......: " WS-LIMITE-OPERACAO
           DISPLAY "LIMITE MENSAL (AGREGADO).: " WS-LIMITE-MES
           DISPLAY "LANCAMENTOS LIDOS........: " WS-QTD-LIDOS
           DISPLAY "OPERACOES EM ESPECIE.....: " WS-QTD-ESPECIE
           DISPLAY "OPERACOES COMUNICADAS....: " WS-QTD-OPERACAO
           DISPLAY "CLIENTES COMUNICADOS.....: " WS-QTD-AGREGADO
           DISPLAY "JA COMUNICADOS (IGNORADOS): " WS-QTD-JA-COMUNICADOS
           DISPLAY "VALOR TOTAL COMUNICADO...: " WS-VALOR-TOTAL
           DISPLAY "RETURN-CODE..............: " RETURN-CODE.

       END PROGRAM PROGCOAF.
