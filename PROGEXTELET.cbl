      ******************************************************************
      * Author: EQUIPE MANUTENCAO
      * Date: 15/10/2026
      * Purpose: EXTRATO ELETRONICO PARA EMPRESAS - PASSO DO CICLO QUE
      *          GERA, PARA CADA CONTA COM ADESAO ATIVA NO ARQUIVO
      *          EXTASSIN (VER EASREG), O EXTRATO DO DIA NO LAYOUT
      *          CNAB 240 DE EXTRATO PARA CONCILIACAO BANCARIA DA
      *          FEBRABAN (VER EELREG), PARA CARGA NO ERP DA EMPRESA:
      *          HEADER DE ARQUIVO, HEADER DE LOTE COM O SALDO
      *          INICIAL, UM DETALHE SEGMENTO E POR LANCAMENTO DO DIA
      *          (MOV-TIPO CONVERTIDO NA CATEGORIA PADRAO DE
      *          LANCAMENTO, CONTRAPARTE EM MOV-CONTA-CONTRA E A
      *          REFERENCIA DO LANCAMENTO COMO DOCUMENTO), TRAILER DE
      *          LOTE COM SALDO FINAL E TOTAIS DE DEBITO/CREDITO E
      *          TRAILER DE ARQUIVO. CADA CONTA SAI COMO UM ARQUIVO
      *          CNAB COMPLETO (HEADER A TRAILER DE ARQUIVO), EM
      *          SEQUENCIA NO EXTELET DO DIA, COM O NUMERO SEQUENCIAL
      *          DE ARQUIVO (NSA) CONTROLADO NO EXTECTRL; A TRANSMISSAO
      *          SEPARA OS ARQUIVOS PELOS HEADERS. SALDO FINAL =
      *          CTA-SALDO MENOS OS LANCAMENTOS JA DATADOS DO PROXIMO
      *          CICLO (HORARIO DE CORTE); SALDO INICIAL = SALDO FINAL
      *          MENOS O LIQUIDO DO DIA. A REEXECUCAO NA MESMA DATA
      *          REGERA O EXTELET INTEIRO COM OS MESMOS NSA.
      * Tectonics: cobc
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial. Codigo do banco no parametro
      *              BANCO.CODIGO (PARAMS).
      * 15/10/2026 - EM - Linhas de movimento acompanham MOVREG (77
      *              bytes); valores em S9(11)V99 e saldos e
      *              totais do extrato em S9(13)V99.
      * 15/10/2026 - EM - IOF (movimento "G") sai na categoria 110 IOF.
      * 15/10/2026 - EM - Linhas de movimento acompanham MOVREG
      *              (78 bytes).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGEXTELET.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTAMESTRE-ARQ ASSIGN TO "CTAMESTRE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-NUMERO
               FILE STATUS IS WS-STATUS-CTA.

           SELECT MOVIMENTO-ARQ ASSIGN TO "MOVIMENTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MOV.

           SELECT EXTASSIN-ARQ ASSIGN TO "EXTASSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EAS.

           SELECT EXTELET-ARQ ASSIGN TO "EXTELET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EEL.

           SELECT EXTECTRL-ARQ ASSIGN TO "EXTECTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ECE.

           SELECT PARAMS-ARQ ASSIGN TO "PARAMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PAR.

           SELECT DATAMOV-ARQ ASSIGN TO "DATAMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DTM.

           SELECT RUNCTRL-ARQ ASSIGN TO "RUNCTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RUN.
       DATA DIVISION.
       FILE SECTION.
       FD  CTAMESTRE-ARQ.
       COPY CTAREG.

       FD  MOVIMENTO-ARQ.
       01 MOVLIN-REGISTRO           PIC X(78).

      * Adesoes ao extrato eletronico (conta + convenio).
       FD  EXTASSIN-ARQ.
       COPY EASREG.

      * Arquivo de extrato CNAB 240 do dia: um arquivo completo por
      * conta com adesao ativa.
       FD  EXTELET-ARQ.
       COPY EELREG.

      * Controle do numero sequencial de arquivo (NSA): data do ciclo
      * da ultima geracao, NSA antes dela e ultimo NSA usado.
       FD  EXTECTRL-ARQ.
       01 ECE-REGISTRO.
          05 ECE-DATA-CICLO       PIC 9(08).
          05 ECE-NSA-ANTERIOR     PIC 9(06).
          05 ECE-NSA-ULTIMO       PIC 9(06).

       FD  PARAMS-ARQ.
       COPY PARREG.

      * Data de movimento do ciclo (PROGDATAMOV).
       FD  DATAMOV-ARQ.
       COPY DTMREG.

       FD  RUNCTRL-ARQ.
       COPY RUNREG.
       WORKING-STORAGE SECTION.
       COPY RUNW.

       COPY DATLERW.

       COPY PARAMW.

          01 WS-STATUS-CTA           PIC XX.
             88 ARQ-OK                    VALUE "00".

          01 WS-STATUS-MOV           PIC XX.
             88 ARQ-MOV-OK                VALUE "00".
             88 ARQ-MOV-FIM               VALUE "10".

          01 WS-STATUS-EAS           PIC XX.
             88 ARQ-EAS-OK                VALUE "00".
             88 ARQ-EAS-FIM               VALUE "10".

          01 WS-STATUS-EEL           PIC XX.
             88 ARQ-EEL-OK                VALUE "00".

          01 WS-STATUS-ECE           PIC XX.
             88 ARQ-ECE-OK                VALUE "00".

      * Area de decodificacao das linhas de MOVIMENTO.
       COPY MOVREG.

          01 WS-DATA-SISTEMA         PIC 9(08) VALUE ZEROS.

      * Datas no formato DDMMAAAA do CNAB.
          01 WS-DATA-CNAB.
             05 WS-CNAB-DIA          PIC 9(02).
             05 WS-CNAB-MES          PIC 9(02).
             05 WS-CNAB-ANO          PIC 9(04).
          01 WS-DATA-CNAB-NUM REDEFINES WS-DATA-CNAB PIC 9(08).
          01 WS-HORA-GERACAO.
             05 WS-HHMMSS-GERACAO    PIC 9(06).
             05 FILLER               PIC 9(02).

      * Identificacao do banco nos registros do arquivo.
          01 WS-EEL-BANCO            PIC 9(03) VALUE 0.
          01 WS-EEL-NOME-BANCO       PIC X(30)
                VALUE "SISTEMA DE SALDO BANCARIO".
          01 WS-EEL-VERSAO-ARQUIVO   PIC X(03) VALUE "089".
          01 WS-EEL-VERSAO-LOTE      PIC X(03) VALUE "033".

      * Numero sequencial de arquivo: reexecucao na mesma data parte
      * do mesmo NSA anterior, regerando os mesmos numeros.
          01 WS-NSA-ANTERIOR         PIC 9(06) VALUE 0.
          01 WS-NSA                  PIC 9(06) VALUE 0.

      * Posicoes 18 a 72 dos registros de lote, montadas por conta.
          01 WS-EEL-IDENTIFICACAO.
             05 WS-IDE-TIPO-INSCRICAO PIC 9(01).
             05 WS-IDE-INSCRICAO     PIC 9(14).
             05 WS-IDE-CONVENIO      PIC X(20).
             05 WS-IDE-AGENCIA       PIC 9(05).
             05 WS-IDE-DV-AGENCIA    PIC X(01).
             05 WS-IDE-CONTA         PIC 9(12).
             05 WS-IDE-DV-CONTA      PIC X(01).
             05 WS-IDE-DV-AG-CONTA   PIC X(01).

          01 WS-VALOR-EFEITO         PIC S9(11)V99.
          01 WS-VALOR-ABSOLUTO       PIC 9(11)V99.
          01 WS-NET-DIA              PIC S9(13)V99 VALUE 0.
          01 WS-NET-FUTURO           PIC S9(13)V99 VALUE 0.
          01 WS-SALDO-INICIAL        PIC S9(13)V99.
          01 WS-SALDO-FINAL          PIC S9(13)V99.
          01 WS-TOTAL-DEBITOS        PIC 9(13)V99 VALUE 0.
          01 WS-TOTAL-CREDITOS       PIC 9(13)V99 VALUE 0.
          01 WS-SEQ-REGISTRO         PIC 9(05) VALUE 0.

      * Lancamentos do dia da conta, ordenados por hora.
          01 WS-TAB-LANCAMENTOS.
             05 WS-TAB-LAN-ENTRADA OCCURS 999 TIMES
                   INDEXED BY WS-LAN-IDX.
                10 WS-TAB-LAN-HORA     PIC 9(08).
                10 WS-TAB-LAN-TIPO     PIC X(01).
                10 WS-TAB-LAN-CANAL    PIC X(01).
                10 WS-TAB-LAN-VALOR    PIC S9(11)V99.
                10 WS-TAB-LAN-CONTRA   PIC 9(06).
                10 WS-TAB-LAN-REF      PIC 9(10).
          01 WS-TAB-LAN-QTD          PIC 9(04) VALUE 0.
          01 WS-TAB-LAN-ESTOUROU     PIC X(01) VALUE "N".
             88 TAB-LAN-ESTOUROU          VALUE "S".
          01 WS-LAN-SEQ              PIC 9(04).
          01 WS-LAN-VARRE            PIC 9(04).
          01 WS-LAN-MENOR            PIC 9(04).
          01 WS-LAN-TEMP             PIC X(39).

      * Classificacao do lancamento no padrao do extrato.
          01 WS-CLS-TIPO-LANCAMENTO  PIC X(01).
          01 WS-CLS-CATEGORIA        PIC 9(03).
          01 WS-CLS-DESCRICAO        PIC X(25).

          01 WS-QTD-ADESOES          PIC 9(06) VALUE 0.
          01 WS-QTD-SUSPENSAS        PIC 9(06) VALUE 0.
          01 WS-QTD-SEM-CONTA        PIC 9(06) VALUE 0.
          01 WS-QTD-EXTRATOS         PIC 9(06) VALUE 0.
          01 WS-QTD-INCOMPLETOS      PIC 9(06) VALUE 0.
          01 WS-QTD-LANCAMENTOS      PIC 9(08) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           PERFORM OBTEM-DATA-MOVIMENTO
           IF WS-DATA-MOVIMENTO > 0
               MOVE WS-DATA-MOVIMENTO TO WS-DATA-SISTEMA
           END-IF
      * Registro em RUNCTRL para o resumo de saude; a reexecucao no
      * mesmo dia e permitida - o EXTELET e regerado inteiro, com os
      * mesmos NSA.
           MOVE "PROGEXTE" TO WS-RUN-PROGRAMA
           MOVE WS-DATA-SISTEMA TO WS-RUN-DATA-CICLO
           PERFORM VERIFICA-CICLO-JA-RODADO
           IF RUN-CONCLUIDO
               PERFORM SALTA-PASSO-CONCLUIDO
           END-IF
           PERFORM INICIALIZAR
           PERFORM PROCESSA-ADESOES
           PERFORM GRAVA-CONTROLE-NSA
           PERFORM FINALIZAR
           MOVE WS-QTD-EXTRATOS TO WS-RUN-QTD
           PERFORM GRAVA-RUN-CONTROLE
           STOP RUN.

       INICIALIZAR.
           MOVE 0 TO RETURN-CODE
           MOVE WS-DATA-SISTEMA TO WS-PAR-DATA-REF
           PERFORM CARREGA-PARAMETROS
           MOVE "BANCO.CODIGO" TO WS-PAR-CHAVE-BUSCA
           PERFORM OBTEM-PARAMETRO
           IF PAR-ACHOU
               MOVE WS-PAR-VALOR-OBTIDO TO WS-EEL-BANCO
           ELSE
               DISPLAY "AVISO: PARAMETRO BANCO.CODIGO AUSENTE - "
                   "CODIGO DO BANCO ZERO NO EXTELET"
           END-IF
           PERFORM LE-CONTROLE-NSA
           MOVE WS-DATA-SISTEMA(7:2) TO WS-CNAB-DIA
           MOVE WS-DATA-SISTEMA(5:2) TO WS-CNAB-MES
           MOVE WS-DATA-SISTEMA(1:4) TO WS-CNAB-ANO
           ACCEPT WS-HORA-GERACAO FROM TIME
           OPEN INPUT CTAMESTRE-ARQ
           OPEN OUTPUT EXTELET-ARQ.

      * Reexecucao na mesma data volta ao NSA de antes da primeira
      * geracao do dia; data nova parte do ultimo NSA usado.
       LE-CONTROLE-NSA.
           OPEN INPUT EXTECTRL-ARQ
           IF ARQ-ECE-OK
               READ EXTECTRL-ARQ
               IF ARQ-ECE-OK
                   IF ECE-DATA-CICLO = WS-DATA-SISTEMA
                       MOVE ECE-NSA-ANTERIOR TO WS-NSA-ANTERIOR
                   ELSE
                       MOVE ECE-NSA-ULTIMO TO WS-NSA-ANTERIOR
                   END-IF
               END-IF
               CLOSE EXTECTRL-ARQ
           END-IF
           MOVE WS-NSA-ANTERIOR TO WS-NSA.

       GRAVA-CONTROLE-NSA.
           MOVE WS-DATA-SISTEMA TO ECE-DATA-CICLO
           MOVE WS-NSA-ANTERIOR TO ECE-NSA-ANTERIOR
           MOVE WS-NSA          TO ECE-NSA-ULTIMO
           OPEN OUTPUT EXTECTRL-ARQ
           WRITE ECE-REGISTRO
           CLOSE EXTECTRL-ARQ.

       PROCESSA-ADESOES.
           OPEN INPUT EXTASSIN-ARQ
           IF NOT ARQ-EAS-OK
               DISPLAY "ADESOES (EXTASSIN) AUSENTE - NENHUM EXTRATO "
                   "ELETRONICO GERADO"
           ELSE
               READ EXTASSIN-ARQ
                   AT END SET ARQ-EAS-FIM TO TRUE
               END-READ
               PERFORM ATENDE-ADESAO UNTIL ARQ-EAS-FIM
               CLOSE EXTASSIN-ARQ
           END-IF.

       ATENDE-ADESAO.
           ADD 1 TO WS-QTD-ADESOES
           IF EAS-ATIVA
               PERFORM GERA-EXTRATO-ELETRONICO
                   THRU GERA-EXTRATO-ELETRONICO-EXIT
           ELSE
               ADD 1 TO WS-QTD-SUSPENSAS
           END-IF
           READ EXTASSIN-ARQ
               AT END SET ARQ-EAS-FIM TO TRUE
           END-READ.

      ******************************************************************
      * Um arquivo CNAB completo para a conta da adesao. Conta com
      * mais lancamentos no dia do que cabe na tabela nao sai: um
      * extrato truncado nao fecharia o saldo no ERP (RETURN-CODE 4).
      ******************************************************************
       GERA-EXTRATO-ELETRONICO.
           MOVE EAS-CONTA TO CTA-NUMERO
           READ CTAMESTRE-ARQ
           IF NOT ARQ-OK
               DISPLAY "ADESAO IGNORADA, CONTA INEXISTENTE: " EAS-CONTA
               ADD 1 TO WS-QTD-SEM-CONTA
               GO TO GERA-EXTRATO-ELETRONICO-EXIT
           END-IF

           PERFORM LEVANTA-MOVIMENTO-DIA
           IF TAB-LAN-ESTOUROU
               DISPLAY "CONTA " EAS-CONTA " COM MAIS DE 999 "
                   "LANCAMENTOS NO DIA - EXTRATO ELETRONICO NAO "
                   "GERADO"
               ADD 1 TO WS-QTD-INCOMPLETOS
               MOVE 4 TO RETURN-CODE
               GO TO GERA-EXTRATO-ELETRONICO-EXIT
           END-IF
           COMPUTE WS-SALDO-FINAL = CTA-SALDO - WS-NET-FUTURO
           COMPUTE WS-SALDO-INICIAL = WS-SALDO-FINAL - WS-NET-DIA
           PERFORM ORDENA-LANCAMENTOS
               VARYING WS-LAN-SEQ FROM 1 BY 1
               UNTIL WS-LAN-SEQ NOT < WS-TAB-LAN-QTD

           ADD 1 TO WS-NSA
           PERFORM MONTA-IDENTIFICACAO
           MOVE 0 TO WS-SEQ-REGISTRO
           MOVE 0 TO WS-TOTAL-DEBITOS
           MOVE 0 TO WS-TOTAL-CREDITOS
           PERFORM GRAVA-HEADER-ARQUIVO
           PERFORM GRAVA-HEADER-LOTE
           PERFORM GRAVA-DETALHE
               VARYING WS-LAN-SEQ FROM 1 BY 1
               UNTIL WS-LAN-SEQ > WS-TAB-LAN-QTD
           PERFORM GRAVA-TRAILER-LOTE
           PERFORM GRAVA-TRAILER-ARQUIVO
           ADD 1 TO WS-QTD-EXTRATOS
           ADD WS-TAB-LAN-QTD TO WS-QTD-LANCAMENTOS.
       GERA-EXTRATO-ELETRONICO-EXIT.
           EXIT.

      * Varredura do MOVIMENTO para a conta: lancamentos do dia vao
      * para a tabela e para o liquido do dia; os ja datados do
      * proximo ciclo (apos o horario de corte) so descontam do saldo.
       LEVANTA-MOVIMENTO-DIA.
           MOVE 0 TO WS-TAB-LAN-QTD
           MOVE "N" TO WS-TAB-LAN-ESTOUROU
           MOVE 0 TO WS-NET-DIA
           MOVE 0 TO WS-NET-FUTURO
           OPEN INPUT MOVIMENTO-ARQ
           IF ARQ-MOV-OK
               READ MOVIMENTO-ARQ
                   AT END SET ARQ-MOV-FIM TO TRUE
               END-READ
               PERFORM LEVANTA-UM-MOVIMENTO UNTIL ARQ-MOV-FIM
               CLOSE MOVIMENTO-ARQ
           END-IF.

       LEVANTA-UM-MOVIMENTO.
           MOVE MOVLIN-REGISTRO TO MOV-REGISTRO
           IF MOV-CONTA = EAS-CONTA AND NOT MOV-ABERTURA
                   AND NOT MOV-LIBERACAO-CHEQUE
                   AND NOT MOV-VARIACAO-CAMBIAL
                   AND MOV-DATA NOT < WS-DATA-SISTEMA
               IF MOV-DEPOSITO OR MOV-JUROS OR MOV-TRANSF-RECEBIDA
                       OR MOV-DEP-CHEQUE OR MOV-DEVOL-INTERBANCARIA
                       OR MOV-LIBERACAO-EMPRESTIMO OR MOV-RESGATE-CDB
                       OR MOV-ESTORNO
                       OR MOV-CREDITO-CONTESTACAO
                   MOVE MOV-VALOR TO WS-VALOR-EFEITO
               ELSE
                   COMPUTE WS-VALOR-EFEITO = MOV-VALOR * -1
               END-IF
               IF MOV-DATA > WS-DATA-SISTEMA
                   ADD WS-VALOR-EFEITO TO WS-NET-FUTURO
               ELSE
                   ADD WS-VALOR-EFEITO TO WS-NET-DIA
                   PERFORM GUARDA-LANCAMENTO
               END-IF
           END-IF
           READ MOVIMENTO-ARQ
               AT END SET ARQ-MOV-FIM TO TRUE
           END-READ.

       GUARDA-LANCAMENTO.
           IF WS-TAB-LAN-QTD < 999
               ADD 1 TO WS-TAB-LAN-QTD
               SET WS-LAN-IDX TO WS-TAB-LAN-QTD
               IF MOV-HORA IS NUMERIC
                   MOVE MOV-HORA TO WS-TAB-LAN-HORA (WS-LAN-IDX)
               ELSE
                   MOVE 0 TO WS-TAB-LAN-HORA (WS-LAN-IDX)
               END-IF
               MOVE MOV-TIPO       TO WS-TAB-LAN-TIPO (WS-LAN-IDX)
               MOVE MOV-CANAL      TO WS-TAB-LAN-CANAL (WS-LAN-IDX)
               MOVE WS-VALOR-EFEITO TO WS-TAB-LAN-VALOR (WS-LAN-IDX)
               IF MOV-CONTA-CONTRA IS NUMERIC
                   MOVE MOV-CONTA-CONTRA
                     TO WS-TAB-LAN-CONTRA (WS-LAN-IDX)
               ELSE
                   MOVE 0 TO WS-TAB-LAN-CONTRA (WS-LAN-IDX)
               END-IF
               MOVE MOV-REFERENCIA TO WS-TAB-LAN-REF (WS-LAN-IDX)
           ELSE
               SET TAB-LAN-ESTOUROU TO TRUE
           END-IF.

      * Selecao simples pela hora do lancamento (mesmo recorte do
      * PROGEXTLOTE): a posicao WS-LAN-SEQ recebe a menor hora entre
      * ela e o fim da tabela.
       ORDENA-LANCAMENTOS.
           MOVE WS-LAN-SEQ TO WS-LAN-MENOR
           PERFORM PROCURA-MENOR-HORA
               VARYING WS-LAN-VARRE FROM WS-LAN-SEQ BY 1
               UNTIL WS-LAN-VARRE > WS-TAB-LAN-QTD
           IF WS-LAN-MENOR NOT = WS-LAN-SEQ
               MOVE WS-TAB-LAN-ENTRADA (WS-LAN-SEQ) TO WS-LAN-TEMP
               MOVE WS-TAB-LAN-ENTRADA (WS-LAN-MENOR)
                 TO WS-TAB-LAN-ENTRADA (WS-LAN-SEQ)
               MOVE WS-LAN-TEMP TO WS-TAB-LAN-ENTRADA (WS-LAN-MENOR)
           END-IF.

       PROCURA-MENOR-HORA.
           IF WS-TAB-LAN-HORA (WS-LAN-VARRE)
                   < WS-TAB-LAN-HORA (WS-LAN-MENOR)
               MOVE WS-LAN-VARRE TO WS-LAN-MENOR
           END-IF.

      * Empresa identificada pelo CNPJ do titular (CTA-CLIENTE); um
      * CPF (ate 11 digitos) sai com tipo de inscricao 1.
       MONTA-IDENTIFICACAO.
           MOVE SPACES TO WS-EEL-IDENTIFICACAO
           IF CTA-CLIENTE > 99999999999
               MOVE 2 TO WS-IDE-TIPO-INSCRICAO
           ELSE
               MOVE 1 TO WS-IDE-TIPO-INSCRICAO
           END-IF
           MOVE CTA-CLIENTE  TO WS-IDE-INSCRICAO
           MOVE EAS-CONVENIO TO WS-IDE-CONVENIO
           MOVE CTA-AGENCIA  TO WS-IDE-AGENCIA
           MOVE CTA-NUMERO   TO WS-IDE-CONTA.

       GRAVA-HEADER-ARQUIVO.
           MOVE SPACES               TO EHA-REGISTRO
           MOVE WS-EEL-BANCO         TO EHA-BANCO
           MOVE 0                    TO EHA-LOTE
           MOVE "0"                  TO EHA-TIPO-REGISTRO
           MOVE WS-EEL-IDENTIFICACAO TO EHA-IDENTIFICACAO
           MOVE CTA-NOME             TO EHA-NOME-EMPRESA
           MOVE WS-EEL-NOME-BANCO    TO EHA-NOME-BANCO
           MOVE 2                    TO EHA-CODIGO-ARQUIVO
           MOVE WS-DATA-CNAB-NUM     TO EHA-DATA-GERACAO
           MOVE WS-HHMMSS-GERACAO    TO EHA-HORA-GERACAO
           MOVE WS-NSA               TO EHA-NSA
           MOVE WS-EEL-VERSAO-ARQUIVO TO EHA-VERSAO-LAYOUT
           MOVE 1600                 TO EHA-DENSIDADE
           WRITE EHA-REGISTRO.

       GRAVA-HEADER-LOTE.
           MOVE SPACES               TO EHL-REGISTRO
           MOVE WS-EEL-BANCO         TO EHL-BANCO
           MOVE 1                    TO EHL-LOTE
           MOVE "1"                  TO EHL-TIPO-REGISTRO
           MOVE "E"                  TO EHL-OPERACAO
           MOVE 4                    TO EHL-SERVICO
           MOVE 40                   TO EHL-FORMA-LANCAMENTO
           MOVE WS-EEL-VERSAO-LOTE   TO EHL-VERSAO-LAYOUT
           MOVE WS-EEL-IDENTIFICACAO TO EHL-IDENTIFICACAO
           MOVE CTA-NOME             TO EHL-NOME-EMPRESA
           MOVE WS-DATA-CNAB-NUM     TO EHL-DATA-SALDO
           IF WS-SALDO-INICIAL < 0
               COMPUTE EHL-VALOR-SALDO = WS-SALDO-INICIAL * -1
               MOVE "D" TO EHL-SITUACAO-SALDO
           ELSE
               MOVE WS-SALDO-INICIAL TO EHL-VALOR-SALDO
               MOVE "C" TO EHL-SITUACAO-SALDO
           END-IF
           MOVE "F"                  TO EHL-POSICAO-SALDO
           IF CTA-MOEDA = SPACES
               MOVE "BRL"            TO EHL-MOEDA
           ELSE
               MOVE CTA-MOEDA        TO EHL-MOEDA
           END-IF
           MOVE WS-NSA(2:5)          TO EHL-SEQ-EXTRATO
           WRITE EHL-REGISTRO.

       GRAVA-DETALHE.
           SET WS-LAN-IDX TO WS-LAN-SEQ
           PERFORM CLASSIFICA-LANCAMENTO
           ADD 1 TO WS-SEQ-REGISTRO
           MOVE SPACES               TO EDE-REGISTRO
           MOVE WS-EEL-BANCO         TO EDE-BANCO
           MOVE 1                    TO EDE-LOTE
           MOVE "3"                  TO EDE-TIPO-REGISTRO
           MOVE WS-SEQ-REGISTRO      TO EDE-SEQ-REGISTRO
           MOVE "E"                  TO EDE-SEGMENTO
           MOVE WS-EEL-IDENTIFICACAO TO EDE-IDENTIFICACAO
           MOVE CTA-NOME             TO EDE-NOME-EMPRESA
           MOVE "DPV"                TO EDE-NATUREZA
      * Contraparte (banco, agencia, conta) quando o lancamento tem
      * conta contra no proprio banco; sem ela, complemento em branco.
           IF WS-TAB-LAN-CONTRA (WS-LAN-IDX) > 0
               MOVE 1                TO EDE-TIPO-COMPLEMENTO
               MOVE WS-EEL-BANCO     TO EDE-CPL-BANCO
               MOVE 0                TO EDE-CPL-AGENCIA
               MOVE WS-TAB-LAN-CONTRA (WS-LAN-IDX) TO EDE-CPL-CONTA
           ELSE
               MOVE 0                TO EDE-TIPO-COMPLEMENTO
           END-IF
           MOVE "N"                  TO EDE-ISENCAO-CPMF
           MOVE WS-DATA-CNAB-NUM     TO EDE-DATA-CONTABIL
           MOVE WS-DATA-CNAB-NUM     TO EDE-DATA-LANCAMENTO
           IF WS-TAB-LAN-VALOR (WS-LAN-IDX) < 0
               COMPUTE WS-VALOR-ABSOLUTO =
                   WS-TAB-LAN-VALOR (WS-LAN-IDX) * -1
           ELSE
               MOVE WS-TAB-LAN-VALOR (WS-LAN-IDX) TO WS-VALOR-ABSOLUTO
           END-IF
           MOVE WS-VALOR-ABSOLUTO    TO EDE-VALOR
           MOVE WS-CLS-TIPO-LANCAMENTO TO EDE-TIPO-LANCAMENTO
           IF EDE-DEBITO
               ADD WS-VALOR-ABSOLUTO TO WS-TOTAL-DEBITOS
           ELSE
               ADD WS-VALOR-ABSOLUTO TO WS-TOTAL-CREDITOS
           END-IF
           MOVE WS-CLS-CATEGORIA     TO EDE-CATEGORIA
      * Historico interno do banco: tipo + canal do lancamento.
           MOVE "00"                 TO EDE-HISTORICO-BANCO(1:2)
           MOVE WS-TAB-LAN-TIPO (WS-LAN-IDX)
             TO EDE-HISTORICO-BANCO(3:1)
           MOVE WS-TAB-LAN-CANAL (WS-LAN-IDX)
             TO EDE-HISTORICO-BANCO(4:1)
           MOVE WS-CLS-DESCRICAO     TO EDE-DESCRICAO
           MOVE WS-TAB-LAN-REF (WS-LAN-IDX) TO EDE-DOCUMENTO(1:10)
           WRITE EDE-REGISTRO.

      ******************************************************************
      * MOV-TIPO na categoria padrao de lancamento do extrato
      * (1xx debito, 2xx credito). O sentido vem do efeito no saldo:
      * o estorno "W" e debito ou credito conforme o que desfaz.
      ******************************************************************
       CLASSIFICA-LANCAMENTO.
           IF WS-TAB-LAN-VALOR (WS-LAN-IDX) < 0
               MOVE "D" TO WS-CLS-TIPO-LANCAMENTO
           ELSE
               MOVE "C" TO WS-CLS-TIPO-LANCAMENTO
           END-IF
           MOVE WS-TAB-LAN-TIPO (WS-LAN-IDX) TO MOV-TIPO
           EVALUATE TRUE
               WHEN MOV-DEPOSITO
                   MOVE 201 TO WS-CLS-CATEGORIA
                   MOVE "DEPOSITO" TO WS-CLS-DESCRICAO
               WHEN MOV-DEP-CHEQUE
                   MOVE 201 TO WS-CLS-CATEGORIA
                   MOVE "DEPOSITO EM CHEQUE" TO WS-CLS-DESCRICAO
               WHEN MOV-JUROS
                   MOVE 205 TO WS-CLS-CATEGORIA
                   MOVE "JUROS CREDITADOS" TO WS-CLS-DESCRICAO
               WHEN MOV-TRANSF-RECEBIDA
                   IF WS-TAB-LAN-CANAL (WS-LAN-IDX) = "I"
                       MOVE 209 TO WS-CLS-CATEGORIA
                       MOVE "TED RECEBIDA" TO WS-CLS-DESCRICAO
                   ELSE
                       MOVE 213 TO WS-CLS-CATEGORIA
                       MOVE "TRANSFERENCIA RECEBIDA"
                         TO WS-CLS-DESCRICAO
                   END-IF
               WHEN MOV-DEVOL-INTERBANCARIA
                   MOVE 215 TO WS-CLS-CATEGORIA
                   MOVE "DEVOLUCAO DE TED" TO WS-CLS-DESCRICAO
               WHEN MOV-LIBERACAO-EMPRESTIMO
                   MOVE 207 TO WS-CLS-CATEGORIA
                   MOVE "LIBERACAO DE EMPRESTIMO" TO WS-CLS-DESCRICAO
               WHEN MOV-RESGATE-CDB
                   MOVE 206 TO WS-CLS-CATEGORIA
                   MOVE "RESGATE DE CDB" TO WS-CLS-DESCRICAO
               WHEN MOV-CREDITO-CONTESTACAO
                   MOVE 205 TO WS-CLS-CATEGORIA
                   MOVE "CREDITO DE CONTESTACAO" TO WS-CLS-DESCRICAO
               WHEN MOV-ESTORNO
                   IF WS-CLS-TIPO-LANCAMENTO = "D"
                       MOVE 103 TO WS-CLS-CATEGORIA
                   ELSE
                       MOVE 204 TO WS-CLS-CATEGORIA
                   END-IF
                   MOVE "ESTORNO" TO WS-CLS-DESCRICAO
               WHEN MOV-SAQUE
                   IF WS-TAB-LAN-CANAL (WS-LAN-IDX) = "R"
                       MOVE 114 TO WS-CLS-CATEGORIA
                       MOVE "SAQUE ELETRONICO" TO WS-CLS-DESCRICAO
                   ELSE
                       MOVE 104 TO WS-CLS-CATEGORIA
                       MOVE "SAQUE / DEBITO" TO WS-CLS-DESCRICAO
                   END-IF
               WHEN MOV-TARIFA
                   MOVE 105 TO WS-CLS-CATEGORIA
                   MOVE "TARIFA" TO WS-CLS-DESCRICAO
               WHEN MOV-PAGAMENTO
                   MOVE 112 TO WS-CLS-CATEGORIA
                   MOVE "PAGAMENTO" TO WS-CLS-DESCRICAO
               WHEN MOV-ENCARGO
                   MOVE 102 TO WS-CLS-CATEGORIA
                   MOVE "ENCARGOS" TO WS-CLS-DESCRICAO
               WHEN MOV-TRANSF-ENVIADA
                   EVALUATE WS-TAB-LAN-CANAL (WS-LAN-IDX)
                       WHEN "F"
                           MOVE 113 TO WS-CLS-CATEGORIA
                           MOVE "PAGAMENTO DE SALARIOS"
                             TO WS-CLS-DESCRICAO
                       WHEN "I"
                           MOVE 120 TO WS-CLS-CATEGORIA
                           MOVE "TED ENVIADA" TO WS-CLS-DESCRICAO
                       WHEN OTHER
                           MOVE 117 TO WS-CLS-CATEGORIA
                           MOVE "TRANSFERENCIA ENVIADA"
                             TO WS-CLS-DESCRICAO
                   END-EVALUATE
               WHEN MOV-CHEQUE-DEVOLVIDO
                   MOVE 119 TO WS-CLS-CATEGORIA
                   MOVE "CHEQUE DEPOSITADO DEVOLV"
                     TO WS-CLS-DESCRICAO
               WHEN MOV-IR-RETIDO
                   MOVE 111 TO WS-CLS-CATEGORIA
                   MOVE "IMPOSTO DE RENDA RETIDO" TO WS-CLS-DESCRICAO
               WHEN MOV-CHEQUE-PAGO
                   MOVE 101 TO WS-CLS-CATEGORIA
                   MOVE "CHEQUE COMPENSADO" TO WS-CLS-DESCRICAO
               WHEN MOV-RECOLHIMENTO
                   MOVE 104 TO WS-CLS-CATEGORIA
                   MOVE "RECOLHIMENTO AO TESOURO" TO WS-CLS-DESCRICAO
               WHEN MOV-APLICACAO-CDB
                   MOVE 106 TO WS-CLS-CATEGORIA
                   MOVE "APLICACAO EM CDB" TO WS-CLS-DESCRICAO
               WHEN MOV-AMORTIZACAO-EMPRESTIMO
                   MOVE 107 TO WS-CLS-CATEGORIA
                   MOVE "AMORTIZACAO EMPRESTIMO" TO WS-CLS-DESCRICAO
               WHEN MOV-IOF
                   MOVE 110 TO WS-CLS-CATEGORIA
                   MOVE "IOF" TO WS-CLS-DESCRICAO
               WHEN OTHER
                   IF WS-CLS-TIPO-LANCAMENTO = "D"
                       MOVE 104 TO WS-CLS-CATEGORIA
                   ELSE
                       MOVE 205 TO WS-CLS-CATEGORIA
                   END-IF
                   MOVE "LANCAMENTO" TO WS-CLS-DESCRICAO
           END-EVALUATE.

      * Saldo final e totais; o limite e as retencoes de cheque do
      * mestre vao nos campos de limite e saldo bloqueado.
       GRAVA-TRAILER-LOTE.
           MOVE SPACES               TO ETL-REGISTRO
           MOVE WS-EEL-BANCO         TO ETL-BANCO
           MOVE 1                    TO ETL-LOTE
           MOVE "5"                  TO ETL-TIPO-REGISTRO
           MOVE WS-EEL-IDENTIFICACAO TO ETL-IDENTIFICACAO
           MOVE CTA-SALDO-PENDENTE   TO ETL-BLOQUEADO-ACIMA
           MOVE CTA-LIMITE-CREDITO   TO ETL-LIMITE
           MOVE 0                    TO ETL-BLOQUEADO-ATE
           MOVE WS-DATA-CNAB-NUM     TO ETL-DATA-SALDO
           IF WS-SALDO-FINAL < 0
               COMPUTE ETL-VALOR-SALDO = WS-SALDO-FINAL * -1
               MOVE "D" TO ETL-SITUACAO-SALDO
           ELSE
               MOVE WS-SALDO-FINAL TO ETL-VALOR-SALDO
               MOVE "C" TO ETL-SITUACAO-SALDO
           END-IF
           MOVE "F"                  TO ETL-POSICAO-SALDO
           COMPUTE ETL-QTD-REGISTROS = WS-TAB-LAN-QTD + 2
           MOVE WS-TOTAL-DEBITOS     TO ETL-TOTAL-DEBITOS
           MOVE WS-TOTAL-CREDITOS    TO ETL-TOTAL-CREDITOS
           WRITE ETL-REGISTRO.

       GRAVA-TRAILER-ARQUIVO.
           MOVE SPACES               TO ETA-REGISTRO
           MOVE WS-EEL-BANCO         TO ETA-BANCO
           MOVE 9999                 TO ETA-LOTE
           MOVE "9"                  TO ETA-TIPO-REGISTRO
           MOVE 1                    TO ETA-QTD-LOTES
           COMPUTE ETA-QTD-REGISTROS = WS-TAB-LAN-QTD + 4
           MOVE 1                    TO ETA-QTD-CONTAS
           WRITE ETA-REGISTRO.

       FINALIZAR.
           CLOSE CTAMESTRE-ARQ
           CLOSE EXTELET-ARQ
           DISPLAY "===== EXTRATO ELETRONICO (CNAB 240) ====="
           DISPLAY "DATA DO CICLO........: " WS-DATA-SISTEMA
           DISPLAY "ADESOES LIDAS........: " WS-QTD-ADESOES
           DISPLAY "ADESOES SUSPENSAS....: " WS-QTD-SUSPENSAS
           DISPLAY "ADESOES SEM CONTA....: " WS-QTD-SEM-CONTA
           DISPLAY "EXTRATOS GERADOS.....: " WS-QTD-EXTRATOS
           DISPLAY "EXTRATOS NAO GERADOS.: " WS-QTD-INCOMPLETOS
           DISPLAY "LANCAMENTOS..........: " WS-QTD-LANCAMENTOS
           DISPLAY "NSA ANTERIOR / ULTIMO: " WS-NSA-ANTERIOR
               " / " WS-NSA
           DISPLAY "RETURN-CODE..........: " RETURN-CODE.


       COPY DATLER.

       COPY PARLER.

       COPY RUNCTL.
       END PROGRAM PROGEXTELET.
