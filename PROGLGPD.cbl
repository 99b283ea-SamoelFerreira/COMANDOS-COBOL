      ******************************************************************
      * Author: EQUIPE MANUTENCAO
      * Date: 15/10/2026
      * Purpose: RELATORIO DO TITULAR DE DADOS PESSOAIS (LGPD) - PARA
      *          UM CPF/CNPJ INFORMADO, JUNTA TUDO O QUE O SISTEMA
      *          GUARDA SOBRE A PESSOA:
      *            - CADASTRO DO CLIENTE (CLIMESTRE);
      *            - CONTAS EM QUE E PRIMEIRO TITULAR (CTA-CLIENTE) OU
      *              COTITULAR (TITULAR), COM OS CAMPOS DO CTAMESTRE;
      *            - CHAVES DO DIRETORIO (CHAVEDIR) DESSAS CONTAS;
      *            - AVISOS EXPEDIDOS PARA ESSAS CONTAS (AVISOS, DO
      *              PROGAVISO - INFORMAR NO DD AS GERACOES DESEJADAS);
      *            - HISTORICO DE ACESSO AOS DADOS NO PERIODO
      *              INFORMADO (ACESSLOG, VER ACSREG), PELO CPF/CNPJ
      *              OU POR QUALQUER CONTA DA PESSOA.
      *          GRAVA A VERSAO IMPRESSA (LGPDREL) E O ARQUIVO
      *          ESTRUTURADO PARA ENTREGA AO CLIENTE (LGPDDAD), EM
      *          LEIAUTE FIXO: CABECALHO, CLIENTE, CONTAS, CHAVES,
      *          AVISOS, ACESSOS E RODAPE COM AS QUANTIDADES. SO PARA
      *          OPERADOR DO COMPLIANCE (SIGN-ON NO OPERMESTRE,
      *          PERFIL M); A PROPRIA EMISSAO FICA NO LOG DE ACESSO.
      *          RETURN-CODE: 0 - RELATORIO COMPLETO; 4 - TABELA DE
      *          CONTAS CHEIA (RELATORIO INCOMPLETO); 8 - ARQUIVO
      *          ILEGIVEL. ARQUIVO AUSENTE (NUNCA CRIADO) SO E
      *          INFORMADO. RODA SOB DEMANDA, FORA DO CICLO.
      * Tectonics: cobc
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGLGPD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIMESTRE-ARQ ASSIGN TO "CLIMESTRE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CPFCNPJ
               FILE STATUS IS WS-STATUS-CLI.

           SELECT CTAMESTRE-ARQ ASSIGN TO "CTAMESTRE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-NUMERO
               FILE STATUS IS WS-STATUS-CTA.

           SELECT TITULAR-ARQ ASSIGN TO "TITULAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CHAVE
               FILE STATUS IS WS-STATUS-TIT.

           SELECT CHAVEDIR-ARQ ASSIGN TO "CHAVEDIR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALI-CHAVE
               FILE STATUS IS WS-STATUS-ALI.

           SELECT AVISOS-ARQ ASSIGN TO "AVISOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AVI.

           SELECT ACESSLOG-ARQ ASSIGN TO "ACESSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ACS.

           SELECT OPERMESTRE-ARQ ASSIGN TO "OPERMESTRE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-MATRICULA
               FILE STATUS IS WS-STATUS-OPE.

           SELECT LGPDREL-ARQ ASSIGN TO "LGPDREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REL.

           SELECT LGPDDAD-ARQ ASSIGN TO "LGPDDAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DAD.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIMESTRE-ARQ.
       COPY CLIREG.

       FD  CTAMESTRE-ARQ.
       COPY CTAREG.

      * Titulares das contas (PROGCLIMANUT).
       FD  TITULAR-ARQ.
       COPY TITREG.

      * Diretorio de chaves (PROGCHAVE).
       FD  CHAVEDIR-ARQ.
       COPY ALIREG.

      * Avisos ao cliente (PROGAVISO).
       FD  AVISOS-ARQ.
       01 AVI-REGISTRO.
          05 AVI-CONTA            PIC 9(06).
          05 AVI-NOME             PIC X(30).
          05 AVI-ENDERECO         PIC X(40).
          05 AVI-EMAIL            PIC X(40).
          05 AVI-EVENTO           PIC X(20).
          05 AVI-VALOR            PIC S9(11)V99 SIGN LEADING SEPARATE.
          05 AVI-DATA             PIC 9(08).

      * Log de acesso a dados de cliente; lido no relatorio e
      * acrescido com a propria emissao (ACSGRAVA).
       FD  ACESSLOG-ARQ.
       COPY ACSREG.

      * Mestre de operadores (PROGOPER).
       FD  OPERMESTRE-ARQ.
       COPY OPEREG.

       FD  LGPDREL-ARQ.
       01 REL-LINHA                 PIC X(80).

      * Arquivo estruturado do titular, leiaute fixo de 200 posicoes:
      * tipo 0 cabecalho, 1 cliente, 2 conta, 3 chave do diretorio,
      * 4 aviso expedido, 5 acesso aos dados, 9 rodape.
       FD  LGPDDAD-ARQ.
       01 LGD-REGISTRO.
          05 LGD-TIPO-REG         PIC X(01).
             88 LGD-CABECALHO          VALUE "0".
             88 LGD-CLIENTE            VALUE "1".
             88 LGD-CONTA              VALUE "2".
             88 LGD-CHAVE              VALUE "3".
             88 LGD-AVISO              VALUE "4".
             88 LGD-ACESSO             VALUE "5".
             88 LGD-RODAPE             VALUE "9".
          05 LGD-CORPO            PIC X(199).
       01 LGD-CAB-REGISTRO.
          05 FILLER               PIC X(01).
          05 LGD-CAB-INSTITUICAO  PIC X(08).
          05 LGD-CAB-CPFCNPJ      PIC 9(14).
          05 LGD-CAB-DATA-GERACAO PIC 9(08).
          05 LGD-CAB-HORA-GERACAO PIC 9(08).
          05 LGD-CAB-DATA-INICIAL PIC 9(08).
          05 LGD-CAB-DATA-FINAL   PIC 9(08).
          05 LGD-CAB-MATRICULA    PIC X(08).
          05 LGD-CAB-LEIAUTE      PIC X(04).
          05 FILLER               PIC X(133).
       01 LGD-CLI-REGISTRO.
          05 FILLER               PIC X(01).
          05 LGD-CLI-CPFCNPJ      PIC 9(14).
          05 LGD-CLI-NOME         PIC X(30).
          05 LGD-CLI-ENDERECO     PIC X(40).
          05 LGD-CLI-EMAIL        PIC X(40).
          05 LGD-CLI-SITUACAO     PIC X(01).
          05 LGD-CLI-DATA-OBITO   PIC 9(08).
          05 LGD-CLI-CERTIDAO     PIC X(32).
          05 FILLER               PIC X(34).
       01 LGD-CTA-REGISTRO.
          05 FILLER               PIC X(01).
          05 LGD-CTA-NUMERO       PIC 9(06).
          05 LGD-CTA-PAPEL        PIC X(01).
          05 LGD-CTA-AGENCIA      PIC 9(04).
          05 LGD-CTA-PRODUTO      PIC X(02).
          05 LGD-CTA-STATUS       PIC X(01).
          05 LGD-CTA-MOEDA        PIC X(03).
          05 LGD-CTA-NOME         PIC X(30).
          05 LGD-CTA-ENDERECO     PIC X(40).
          05 LGD-CTA-EMAIL        PIC X(40).
          05 LGD-CTA-SALDO        PIC S9(11)V99 SIGN LEADING SEPARATE.
          05 LGD-CTA-LIMITE       PIC 9(11)V99.
          05 LGD-CTA-DATA-ENCERR  PIC 9(08).
          05 FILLER               PIC X(37).
       01 LGD-ALI-REGISTRO.
          05 FILLER               PIC X(01).
          05 LGD-ALI-CHAVE        PIC X(40).
          05 LGD-ALI-TIPO         PIC X(01).
          05 LGD-ALI-CONTA        PIC 9(06).
          05 LGD-ALI-DATA-CADASTRO PIC 9(08).
          05 FILLER               PIC X(144).
       01 LGD-AVI-REGISTRO.
          05 FILLER               PIC X(01).
          05 LGD-AVI-CONTA        PIC 9(06).
          05 LGD-AVI-NOME         PIC X(30).
          05 LGD-AVI-ENDERECO     PIC X(40).
          05 LGD-AVI-EMAIL        PIC X(40).
          05 LGD-AVI-EVENTO       PIC X(20).
          05 LGD-AVI-VALOR        PIC S9(11)V99 SIGN LEADING SEPARATE.
          05 LGD-AVI-DATA         PIC 9(08).
          05 FILLER               PIC X(41).
       01 LGD-ACS-REGISTRO.
          05 FILLER               PIC X(01).
          05 LGD-ACS-DATA         PIC 9(08).
          05 LGD-ACS-HORA         PIC 9(08).
          05 LGD-ACS-MATRICULA    PIC X(08).
          05 LGD-ACS-PROGRAMA     PIC X(08).
          05 LGD-ACS-CPFCNPJ      PIC 9(14).
          05 LGD-ACS-CONTA        PIC 9(06).
          05 LGD-ACS-CONSULTA     PIC X(20).
          05 FILLER               PIC X(127).
       01 LGD-ROD-REGISTRO.
          05 FILLER               PIC X(01).
          05 LGD-ROD-QTD-CLIENTE  PIC 9(06).
          05 LGD-ROD-QTD-CONTAS   PIC 9(06).
          05 LGD-ROD-QTD-CHAVES   PIC 9(06).
          05 LGD-ROD-QTD-AVISOS   PIC 9(06).
          05 LGD-ROD-QTD-ACESSOS  PIC 9(06).
          05 LGD-ROD-QTD-REGISTROS PIC 9(06).
          05 LGD-ROD-COMPLETO     PIC X(01).
          05 FILLER               PIC X(162).
       WORKING-STORAGE SECTION.
       COPY OPSIGNW.

       COPY ACSW.

          01 WS-STATUS-CLI           PIC XX.
             88 ARQ-CLI-OK                VALUE "00".
             88 ARQ-CLI-NAO-ENCONTRADO    VALUE "23".

          01 WS-STATUS-CTA           PIC XX.
             88 ARQ-CTA-OK                VALUE "00".
             88 ARQ-CTA-FIM               VALUE "10".
             88 ARQ-CTA-AUSENTE           VALUE "35".

          01 WS-STATUS-TIT           PIC XX.
             88 ARQ-TIT-OK                VALUE "00".
             88 ARQ-TIT-FIM               VALUE "10".
             88 ARQ-TIT-AUSENTE           VALUE "35".

          01 WS-STATUS-ALI           PIC XX.
             88 ARQ-ALI-OK                VALUE "00".
             88 ARQ-ALI-FIM               VALUE "10".
             88 ARQ-ALI-AUSENTE           VALUE "35".

          01 WS-STATUS-AVI           PIC XX.
             88 ARQ-AVI-OK                VALUE "00".
             88 ARQ-AVI-FIM               VALUE "10".
             88 ARQ-AVI-AUSENTE           VALUE "35".

          01 WS-STATUS-REL           PIC XX.
             88 ARQ-REL-OK                VALUE "00".

          01 WS-STATUS-DAD           PIC XX.
             88 ARQ-DAD-OK                VALUE "00".

      * Parametros da consulta.
          01 WS-CPFCNPJ-ENTRADA      PIC X(14).
          01 WS-CPFCNPJ-NUM REDEFINES WS-CPFCNPJ-ENTRADA PIC 9(14).
          01 WS-CPFCNPJ              PIC 9(14).
          01 WS-DATA-INICIAL         PIC 9(08).
          01 WS-DATA-FINAL           PIC 9(08).
          01 WS-ENTRADA-VALIDA       PIC X(01).
             88 ENTRADA-VALIDA            VALUE "S".

          01 WS-DATA-SISTEMA         PIC 9(08) VALUE ZEROS.
          01 WS-HORA-SISTEMA         PIC 9(08) VALUE ZEROS.
          01 WS-INSTITUICAO          PIC X(08) VALUE "BANCARIO".
          01 WS-LEIAUTE              PIC X(04) VALUE "V001".

      * Contas da pessoa: primeiro titular pelo CTA-CLIENTE ou
      * cotitular pelo TITULAR, com o papel (P, S ou C - ver TITREG).
          01 WS-TAB-CONTAS.
             05 WS-TAB-CTA-ENTRADA OCCURS 99 TIMES
                   INDEXED BY WS-CTA-IDX.
                10 WS-TAB-CTA-NUMERO    PIC 9(06).
                10 WS-TAB-CTA-PAPEL     PIC X(01).
          01 WS-TAB-CTA-QTD          PIC 9(04) VALUE 0.
          01 WS-TAB-CTA-ACHOU        PIC X(01).
             88 CTA-NA-TABELA             VALUE "S".
          01 WS-TAB-CTA-CHEIA        PIC X(01) VALUE "N".
             88 TAB-CTA-CHEIA             VALUE "S".
          01 WS-CONTA-BUSCA          PIC 9(06).
          01 WS-PAPEL-BUSCA          PIC X(01).

          01 WS-ARQUIVO-ILEGIVEL     PIC X(01) VALUE "N".
             88 ARQUIVO-ILEGIVEL          VALUE "S".

          01 WS-QTD-CLIENTE          PIC 9(06) VALUE 0.
          01 WS-QTD-CONTAS           PIC 9(06) VALUE 0.
          01 WS-QTD-CHAVES           PIC 9(06) VALUE 0.
          01 WS-QTD-AVISOS           PIC 9(06) VALUE 0.
          01 WS-QTD-ACESSOS          PIC 9(06) VALUE 0.
          01 WS-QTD-REGISTROS        PIC 9(06) VALUE 0.
          01 WS-QTD-SECAO            PIC 9(06) VALUE 0.

      * Linhas formatadas do relatorio impresso.
          01 WS-LIN-CABECALHO.
             05 FILLER               PIC X(40)
                   VALUE "*** DADOS PESSOAIS DO TITULAR - CPF/CNPJ".
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-CAB-CPFCNPJ       PIC 9(14).
             05 FILLER               PIC X(11) VALUE " EMITIDO EM".
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-CAB-DATA          PIC 9(08).

          01 WS-LIN-PERIODO.
             05 FILLER               PIC X(30)
                   VALUE "    HISTORICO DE ACESSO DE ".
             05 WS-PER-DATA-INI      PIC 9(08).
             05 FILLER               PIC X(03) VALUE " A ".
             05 WS-PER-DATA-FIM      PIC 9(08).
             05 FILLER               PIC X(11) VALUE " - OPERADOR".
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-PER-MATRICULA     PIC X(08).

          01 WS-LIN-SECAO.
             05 FILLER               PIC X(04) VALUE "=== ".
             05 WS-SEC-TITULO        PIC X(40).
             05 FILLER               PIC X(04) VALUE " ===".

          01 WS-LIN-CAMPO.
             05 WS-CPO-ROTULO        PIC X(20).
             05 WS-CPO-VALOR         PIC X(60).

          01 WS-LIN-CONTA.
             05 FILLER               PIC X(06) VALUE "CONTA ".
             05 WS-LCT-NUMERO        PIC 9(06).
             05 FILLER               PIC X(09) VALUE " AGENCIA ".
             05 WS-LCT-AGENCIA       PIC 9(04).
             05 FILLER               PIC X(09) VALUE " PRODUTO ".
             05 WS-LCT-PRODUTO       PIC X(02).
             05 FILLER               PIC X(08) VALUE " STATUS ".
             05 WS-LCT-STATUS        PIC X(01).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-LCT-PAPEL         PIC X(20).

          01 WS-LIN-VALORES.
             05 FILLER               PIC X(20)
                   VALUE "  SALDO............:".
             05 WS-LVL-SALDO         PIC Z(10)9.99-.
             05 FILLER               PIC X(09) VALUE " LIMITE: ".
             05 WS-LVL-LIMITE        PIC Z(10)9.99.
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-LVL-MOEDA         PIC X(03).

          01 WS-LIN-TIT-CHAVES.
             05 FILLER               PIC X(40)
                   VALUE "TIPO     CHAVE                         ".
             05 FILLER               PIC X(30)
                   VALUE "          CONTA  CADASTRO".

          01 WS-LIN-CHAVE.
             05 WS-LCH-TIPO          PIC X(08).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-LCH-CHAVE         PIC X(40).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-LCH-CONTA         PIC 9(06).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-LCH-DATA          PIC 9(08).

          01 WS-LIN-TIT-AVISOS.
             05 FILLER               PIC X(40)
                   VALUE "DATA     CONTA  EVENTO               ".
             05 FILLER               PIC X(20)
                   VALUE "      VALOR".

          01 WS-LIN-AVISO.
             05 WS-LAV-DATA          PIC 9(08).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-LAV-CONTA         PIC 9(06).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-LAV-EVENTO        PIC X(20).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-LAV-VALOR         PIC Z(10)9.99-.

          01 WS-LIN-TIT-ACESSOS.
             05 FILLER               PIC X(40)
                   VALUE "DATA     HORA   MATRICUL PROGRAMA CONTA ".
             05 FILLER               PIC X(36)
                   VALUE " CPF/CNPJ       CONSULTA".

          01 WS-LIN-ACESSO.
             05 WS-LAC-DATA          PIC 9(08).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-LAC-HORA          PIC 9(06).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-LAC-MATRICULA     PIC X(08).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-LAC-PROGRAMA      PIC X(08).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-LAC-CONTA         PIC 9(06).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-LAC-CPFCNPJ       PIC 9(14).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-LAC-CONSULTA      PIC X(20).

          01 WS-LIN-QTD-SECAO.
             05 FILLER               PIC X(24)
                   VALUE "   REGISTROS NA SECAO..:".
             05 WS-QSE-QTD           PIC Z(5)9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "===== RELATORIO DO TITULAR DE DADOS PESSOAIS "
               "(LGPD) ====="
           OPEN I-O OPERMESTRE-ARQ
           IF NOT ARQ-OPE-OK
               DISPLAY "MESTRE DE OPERADORES (OPERMESTRE) "
                   "INDISPONIVEL - CADASTRE PELO PROGOPER"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "M" TO WS-OP-PERFIL-EXIGIDO
           PERFORM IDENTIFICA-OPERADOR
               THRU IDENTIFICA-OPERADOR-EXIT
           CLOSE OPERMESTRE-ARQ
           IF NOT OPERADOR-AUTENTICADO
               DISPLAY "ACESSO NEGADO. ENCERRANDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "N" TO WS-ENTRADA-VALIDA
           PERFORM LE-CPFCNPJ UNTIL ENTRADA-VALIDA
           DISPLAY "Acessos desde (AAAAMMDD, 0 = sem limite): "
           ACCEPT WS-DATA-INICIAL
           DISPLAY "Acessos ate   (AAAAMMDD, 0 = sem limite): "
           ACCEPT WS-DATA-FINAL
           IF WS-DATA-FINAL = 0
               MOVE 99999999 TO WS-DATA-FINAL
           END-IF
           IF WS-DATA-INICIAL > WS-DATA-FINAL
               DISPLAY "Periodo invalido: data inicial depois da "
                   "final."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM INICIALIZAR
           PERFORM IMPRIME-CLIENTE
      * Contas do cotitular antes da varredura do mestre: a secao de
      * contas sai numa passada so do CTAMESTRE.
           PERFORM CARREGA-COTITULARIDADES
           PERFORM IMPRIME-CONTAS
           PERFORM IMPRIME-CHAVES
           PERFORM IMPRIME-AVISOS
           PERFORM IMPRIME-ACESSOS
           PERFORM FINALIZAR
           STOP RUN.

       LE-CPFCNPJ.
           DISPLAY "CPF/CNPJ do titular (14 digitos): "
           ACCEPT WS-CPFCNPJ-ENTRADA
           IF WS-CPFCNPJ-ENTRADA IS NUMERIC
                   AND WS-CPFCNPJ-NUM > 0
               MOVE WS-CPFCNPJ-NUM TO WS-CPFCNPJ
               MOVE "S" TO WS-ENTRADA-VALIDA
           ELSE
               DISPLAY "CPF/CNPJ invalido! Digite somente numeros, "
                   "maior que zero"
           END-IF.

       INICIALIZAR.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE "PROGLGPD" TO WS-ACS-PROGRAMA
           OPEN OUTPUT LGPDREL-ARQ
           IF NOT ARQ-REL-OK
               DISPLAY "ERRO AO ABRIR LGPDREL - STATUS "
                   WS-STATUS-REL
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT LGPDDAD-ARQ
           IF NOT ARQ-DAD-OK
               DISPLAY "ERRO AO ABRIR LGPDDAD - STATUS "
                   WS-STATUS-DAD
               CLOSE LGPDREL-ARQ
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-CPFCNPJ      TO WS-CAB-CPFCNPJ
           MOVE WS-DATA-SISTEMA TO WS-CAB-DATA
           WRITE REL-LINHA FROM WS-LIN-CABECALHO
           MOVE WS-DATA-INICIAL TO WS-PER-DATA-INI
           MOVE WS-DATA-FINAL   TO WS-PER-DATA-FIM
           MOVE WS-OP-MATRICULA TO WS-PER-MATRICULA
           WRITE REL-LINHA FROM WS-LIN-PERIODO

           MOVE SPACES          TO LGD-CAB-REGISTRO
           SET LGD-CABECALHO    TO TRUE
           MOVE WS-INSTITUICAO  TO LGD-CAB-INSTITUICAO
           MOVE WS-CPFCNPJ      TO LGD-CAB-CPFCNPJ
           MOVE WS-DATA-SISTEMA TO LGD-CAB-DATA-GERACAO
           MOVE WS-HORA-SISTEMA TO LGD-CAB-HORA-GERACAO
           MOVE WS-DATA-INICIAL TO LGD-CAB-DATA-INICIAL
           MOVE WS-DATA-FINAL   TO LGD-CAB-DATA-FINAL
           MOVE WS-OP-MATRICULA TO LGD-CAB-MATRICULA
           MOVE WS-LEIAUTE      TO LGD-CAB-LEIAUTE
           PERFORM GRAVA-DADO.

       GRAVA-DADO.
           WRITE LGD-REGISTRO
           ADD 1 TO WS-QTD-REGISTROS.

       ABRE-SECAO.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           WRITE REL-LINHA FROM WS-LIN-SECAO
           MOVE 0 TO WS-QTD-SECAO.

       FECHA-SECAO.
           MOVE WS-QTD-SECAO TO WS-QSE-QTD
           WRITE REL-LINHA FROM WS-LIN-QTD-SECAO.

       IMPRIME-CAMPO.
           WRITE REL-LINHA FROM WS-LIN-CAMPO.

      ******************************************************************
      * Cadastro do cliente.
      ******************************************************************
       IMPRIME-CLIENTE.
           MOVE "CADASTRO DO CLIENTE (CLIMESTRE)" TO WS-SEC-TITULO
           PERFORM ABRE-SECAO
           OPEN INPUT CLIMESTRE-ARQ
           IF NOT ARQ-CLI-OK
               DISPLAY "MESTRE DE CLIENTES (CLIMESTRE) INDISPONIVEL ("
                   WS-STATUS-CLI ")"
               MOVE "(CLIMESTRE INDISPONIVEL)" TO REL-LINHA
               WRITE REL-LINHA
               SET ARQUIVO-ILEGIVEL TO TRUE
           ELSE
               MOVE WS-CPFCNPJ TO CLI-CPFCNPJ
               READ CLIMESTRE-ARQ
                   INVALID KEY CONTINUE
               END-READ
               IF ARQ-CLI-OK
                   PERFORM GRAVA-CLIENTE
               ELSE
                   IF NOT ARQ-CLI-NAO-ENCONTRADO
                       DISPLAY "ERRO NA LEITURA DO CLIMESTRE - STATUS "
                           WS-STATUS-CLI
                       SET ARQUIVO-ILEGIVEL TO TRUE
                   END-IF
                   MOVE "(CPF/CNPJ SEM CADASTRO DE CLIENTE)"
                       TO REL-LINHA
                   WRITE REL-LINHA
               END-IF
               CLOSE CLIMESTRE-ARQ
           END-IF
           PERFORM FECHA-SECAO.

       GRAVA-CLIENTE.
           ADD 1 TO WS-QTD-CLIENTE
           ADD 1 TO WS-QTD-SECAO
           MOVE SPACES TO WS-LIN-CAMPO
           MOVE "CPF/CNPJ.........: " TO WS-CPO-ROTULO
           MOVE CLI-CPFCNPJ           TO WS-CPO-VALOR
           PERFORM IMPRIME-CAMPO
           MOVE "NOME.............: " TO WS-CPO-ROTULO
           MOVE CLI-NOME              TO WS-CPO-VALOR
           PERFORM IMPRIME-CAMPO
           MOVE "ENDERECO.........: " TO WS-CPO-ROTULO
           MOVE CLI-ENDERECO          TO WS-CPO-VALOR
           PERFORM IMPRIME-CAMPO
           MOVE "E-MAIL...........: " TO WS-CPO-ROTULO
           MOVE CLI-EMAIL             TO WS-CPO-VALOR
           PERFORM IMPRIME-CAMPO
           IF CLI-FALECIDO
               MOVE "OBITO............: " TO WS-CPO-ROTULO
               MOVE SPACES                TO WS-CPO-VALOR
               MOVE CLI-DATA-OBITO        TO WS-CPO-VALOR(1:8)
               MOVE CLI-CERTIDAO-OBITO    TO WS-CPO-VALOR(10:32)
               PERFORM IMPRIME-CAMPO
           END-IF

           MOVE SPACES             TO LGD-CLI-REGISTRO
           SET LGD-CLIENTE         TO TRUE
           MOVE CLI-CPFCNPJ        TO LGD-CLI-CPFCNPJ
           MOVE CLI-NOME           TO LGD-CLI-NOME
           MOVE CLI-ENDERECO       TO LGD-CLI-ENDERECO
           MOVE CLI-EMAIL          TO LGD-CLI-EMAIL
           MOVE CLI-SITUACAO       TO LGD-CLI-SITUACAO
           MOVE 0                  TO LGD-CLI-DATA-OBITO
           IF CLI-FALECIDO
               MOVE CLI-DATA-OBITO     TO LGD-CLI-DATA-OBITO
               MOVE CLI-CERTIDAO-OBITO TO LGD-CLI-CERTIDAO
           END-IF
           PERFORM GRAVA-DADO.

      ******************************************************************
      * Contas em que a pessoa e cotitular (TITULAR). Arquivo
      * ausente: so as contas do CTA-CLIENTE entram.
      ******************************************************************
       CARREGA-COTITULARIDADES.
           OPEN INPUT TITULAR-ARQ
           IF ARQ-TIT-AUSENTE
               DISPLAY "TITULARES (TITULAR) AUSENTE - SO CONTAS DO "
                   "PRIMEIRO TITULAR"
           ELSE
               IF NOT ARQ-TIT-OK
                   DISPLAY "TITULARES (TITULAR) INDISPONIVEL ("
                       WS-STATUS-TIT ")"
                   SET ARQUIVO-ILEGIVEL TO TRUE
               ELSE
                   PERFORM LE-TITULAR
                   PERFORM AVALIA-TITULAR UNTIL ARQ-TIT-FIM
                   CLOSE TITULAR-ARQ
               END-IF
           END-IF.

       LE-TITULAR.
           READ TITULAR-ARQ NEXT RECORD
               AT END SET ARQ-TIT-FIM TO TRUE
           END-READ
           IF NOT ARQ-TIT-FIM AND NOT ARQ-TIT-OK
               DISPLAY "ERRO NA LEITURA DO TITULAR - STATUS "
                   WS-STATUS-TIT
               SET ARQUIVO-ILEGIVEL TO TRUE
               SET ARQ-TIT-FIM TO TRUE
           END-IF.

       AVALIA-TITULAR.
           IF TIT-CPFCNPJ = WS-CPFCNPJ
               MOVE TIT-CONTA TO WS-CONTA-BUSCA
               MOVE TIT-PAPEL TO WS-PAPEL-BUSCA
               PERFORM GUARDA-CONTA
           END-IF
           PERFORM LE-TITULAR.

       GUARDA-CONTA.
           PERFORM LOCALIZA-CONTA
           IF NOT CTA-NA-TABELA
               IF WS-TAB-CTA-QTD < 99
                   ADD 1 TO WS-TAB-CTA-QTD
                   SET WS-CTA-IDX TO WS-TAB-CTA-QTD
                   MOVE WS-CONTA-BUSCA
                       TO WS-TAB-CTA-NUMERO (WS-CTA-IDX)
                   MOVE WS-PAPEL-BUSCA
                       TO WS-TAB-CTA-PAPEL (WS-CTA-IDX)
                   SET CTA-NA-TABELA TO TRUE
               ELSE
                   IF NOT TAB-CTA-CHEIA
                       SET TAB-CTA-CHEIA TO TRUE
                       DISPLAY "TABELA DE CONTAS CHEIA (99) - "
                           "RELATORIO INCOMPLETO"
                   END-IF
               END-IF
           END-IF.

       LOCALIZA-CONTA.
           MOVE "N" TO WS-TAB-CTA-ACHOU
           SET WS-CTA-IDX TO 1
           PERFORM PROCURA-CONTA
               UNTIL WS-CTA-IDX > WS-TAB-CTA-QTD OR CTA-NA-TABELA.

       PROCURA-CONTA.
           IF WS-TAB-CTA-NUMERO (WS-CTA-IDX) = WS-CONTA-BUSCA
               MOVE "S" TO WS-TAB-CTA-ACHOU
           ELSE
               SET WS-CTA-IDX UP BY 1
           END-IF.

      ******************************************************************
      * Contas: uma passada pelo mestre. Entra a conta cujo cliente
      * e a pessoa (primeiro titular) ou ja guardada pelo TITULAR.
      ******************************************************************
       IMPRIME-CONTAS.
           MOVE "CONTAS (CTAMESTRE)" TO WS-SEC-TITULO
           PERFORM ABRE-SECAO
           OPEN INPUT CTAMESTRE-ARQ
           IF NOT ARQ-CTA-OK
               DISPLAY "ARQUIVO DE CONTAS (CTAMESTRE) INDISPONIVEL ("
                   WS-STATUS-CTA ")"
               MOVE "(CTAMESTRE INDISPONIVEL)" TO REL-LINHA
               WRITE REL-LINHA
               SET ARQUIVO-ILEGIVEL TO TRUE
           ELSE
               PERFORM LE-CTAMESTRE
               PERFORM AVALIA-CONTA THRU AVALIA-CONTA-EXIT
                   UNTIL ARQ-CTA-FIM
               CLOSE CTAMESTRE-ARQ
           END-IF
           PERFORM FECHA-SECAO.

       LE-CTAMESTRE.
           READ CTAMESTRE-ARQ NEXT RECORD
               AT END SET ARQ-CTA-FIM TO TRUE
           END-READ
           IF NOT ARQ-CTA-FIM AND NOT ARQ-CTA-OK
               DISPLAY "ERRO NA LEITURA DO CTAMESTRE - STATUS "
                   WS-STATUS-CTA
               SET ARQUIVO-ILEGIVEL TO TRUE
               SET ARQ-CTA-FIM TO TRUE
           END-IF.

       AVALIA-CONTA.
           MOVE CTA-NUMERO TO WS-CONTA-BUSCA
      * Primeiro titular prevalece sobre o papel do TITULAR.
           IF CTA-CLIENTE = WS-CPFCNPJ
               MOVE "P" TO WS-PAPEL-BUSCA
               PERFORM GUARDA-CONTA
               IF CTA-NA-TABELA
                   MOVE "P" TO WS-TAB-CTA-PAPEL (WS-CTA-IDX)
               END-IF
           ELSE
               PERFORM LOCALIZA-CONTA
           END-IF
           IF NOT CTA-NA-TABELA
               GO TO AVALIA-CONTA-EXIT
           END-IF
           PERFORM GRAVA-CONTA.
       AVALIA-CONTA-EXIT.
           PERFORM LE-CTAMESTRE.

       GRAVA-CONTA.
           ADD 1 TO WS-QTD-CONTAS
           ADD 1 TO WS-QTD-SECAO
           MOVE CTA-NUMERO   TO WS-LCT-NUMERO
           MOVE CTA-AGENCIA  TO WS-LCT-AGENCIA
           MOVE CTA-PRODUTO  TO WS-LCT-PRODUTO
           MOVE CTA-STATUS   TO WS-LCT-STATUS
           EVALUATE WS-TAB-CTA-PAPEL (WS-CTA-IDX)
               WHEN "P"
                   MOVE "PRIMEIRO TITULAR"   TO WS-LCT-PAPEL
               WHEN "S"
                   MOVE "SOLIDARIO (E/OU)"   TO WS-LCT-PAPEL
               WHEN "C"
                   MOVE "CONJUNTO (E)"       TO WS-LCT-PAPEL
               WHEN OTHER
                   MOVE "PAPEL DESCONHECIDO" TO WS-LCT-PAPEL
           END-EVALUATE
           WRITE REL-LINHA FROM WS-LIN-CONTA
           MOVE SPACES TO WS-LIN-CAMPO
           MOVE "  NOME...........: " TO WS-CPO-ROTULO
           MOVE CTA-NOME              TO WS-CPO-VALOR
           PERFORM IMPRIME-CAMPO
           MOVE "  ENDERECO.......: " TO WS-CPO-ROTULO
           MOVE CTA-ENDERECO          TO WS-CPO-VALOR
           PERFORM IMPRIME-CAMPO
           MOVE "  E-MAIL.........: " TO WS-CPO-ROTULO
           MOVE CTA-EMAIL             TO WS-CPO-VALOR
           PERFORM IMPRIME-CAMPO
           MOVE CTA-SALDO            TO WS-LVL-SALDO
           MOVE CTA-LIMITE-CREDITO   TO WS-LVL-LIMITE
           MOVE CTA-MOEDA            TO WS-LVL-MOEDA
           WRITE REL-LINHA FROM WS-LIN-VALORES
           IF CTA-ENCERRADA
               MOVE "  ENCERRADA EM...: " TO WS-CPO-ROTULO
               MOVE CTA-DATA-ENCERRAMENTO TO WS-CPO-VALOR
               PERFORM IMPRIME-CAMPO
           END-IF

           MOVE SPACES                TO LGD-CTA-REGISTRO
           SET LGD-CONTA              TO TRUE
           MOVE CTA-NUMERO            TO LGD-CTA-NUMERO
           MOVE WS-TAB-CTA-PAPEL (WS-CTA-IDX) TO LGD-CTA-PAPEL
           MOVE CTA-AGENCIA           TO LGD-CTA-AGENCIA
           MOVE CTA-PRODUTO           TO LGD-CTA-PRODUTO
           MOVE CTA-STATUS            TO LGD-CTA-STATUS
           MOVE CTA-MOEDA             TO LGD-CTA-MOEDA
           MOVE CTA-NOME              TO LGD-CTA-NOME
           MOVE CTA-ENDERECO          TO LGD-CTA-ENDERECO
           MOVE CTA-EMAIL             TO LGD-CTA-EMAIL
           MOVE CTA-SALDO             TO LGD-CTA-SALDO
           MOVE CTA-LIMITE-CREDITO    TO LGD-CTA-LIMITE
           MOVE 0                     TO LGD-CTA-DATA-ENCERR
           IF CTA-ENCERRADA
               MOVE CTA-DATA-ENCERRAMENTO TO LGD-CTA-DATA-ENCERR
           END-IF
           PERFORM GRAVA-DADO.

      ******************************************************************
      * Chaves do diretorio que apontam para as contas da pessoa.
      ******************************************************************
       IMPRIME-CHAVES.
           MOVE "CHAVES DO DIRETORIO (CHAVEDIR)" TO WS-SEC-TITULO
           PERFORM ABRE-SECAO
           WRITE REL-LINHA FROM WS-LIN-TIT-CHAVES
           OPEN INPUT CHAVEDIR-ARQ
           IF ARQ-ALI-AUSENTE
               MOVE "(CHAVEDIR AUSENTE - NENHUMA CHAVE CADASTRADA)"
                   TO REL-LINHA
               WRITE REL-LINHA
           ELSE
               IF NOT ARQ-ALI-OK
                   DISPLAY "DIRETORIO DE CHAVES (CHAVEDIR) "
                       "INDISPONIVEL (" WS-STATUS-ALI ")"
                   MOVE "(CHAVEDIR INDISPONIVEL)" TO REL-LINHA
                   WRITE REL-LINHA
                   SET ARQUIVO-ILEGIVEL TO TRUE
               ELSE
                   PERFORM LE-CHAVEDIR
                   PERFORM AVALIA-CHAVE UNTIL ARQ-ALI-FIM
                   CLOSE CHAVEDIR-ARQ
               END-IF
           END-IF
           PERFORM FECHA-SECAO.

       LE-CHAVEDIR.
           READ CHAVEDIR-ARQ NEXT RECORD
               AT END SET ARQ-ALI-FIM TO TRUE
           END-READ
           IF NOT ARQ-ALI-FIM AND NOT ARQ-ALI-OK
               DISPLAY "ERRO NA LEITURA DO CHAVEDIR - STATUS "
                   WS-STATUS-ALI
               SET ARQUIVO-ILEGIVEL TO TRUE
               SET ARQ-ALI-FIM TO TRUE
           END-IF.

       AVALIA-CHAVE.
           MOVE ALI-CONTA TO WS-CONTA-BUSCA
           PERFORM LOCALIZA-CONTA
           IF CTA-NA-TABELA
               PERFORM GRAVA-CHAVE
           END-IF
           PERFORM LE-CHAVEDIR.

       GRAVA-CHAVE.
           ADD 1 TO WS-QTD-CHAVES
           ADD 1 TO WS-QTD-SECAO
           EVALUATE TRUE
               WHEN ALI-TIPO-CPF
                   MOVE "CPF/CNPJ" TO WS-LCH-TIPO
               WHEN ALI-TIPO-TELEFONE
                   MOVE "TELEFONE" TO WS-LCH-TIPO
               WHEN ALI-TIPO-EMAIL
                   MOVE "E-MAIL"   TO WS-LCH-TIPO
               WHEN OTHER
                   MOVE ALI-TIPO   TO WS-LCH-TIPO
           END-EVALUATE
           MOVE ALI-CHAVE         TO WS-LCH-CHAVE
           MOVE ALI-CONTA         TO WS-LCH-CONTA
           MOVE ALI-DATA-CADASTRO TO WS-LCH-DATA
           WRITE REL-LINHA FROM WS-LIN-CHAVE

           MOVE SPACES            TO LGD-ALI-REGISTRO
           SET LGD-CHAVE          TO TRUE
           MOVE ALI-CHAVE         TO LGD-ALI-CHAVE
           MOVE ALI-TIPO          TO LGD-ALI-TIPO
           MOVE ALI-CONTA         TO LGD-ALI-CONTA
           MOVE ALI-DATA-CADASTRO TO LGD-ALI-DATA-CADASTRO
           PERFORM GRAVA-DADO.

      ******************************************************************
      * Avisos expedidos para as contas da pessoa, com o nome e o
      * contato usados na expedicao.
      ******************************************************************
       IMPRIME-AVISOS.
           MOVE "AVISOS EXPEDIDOS (AVISOS)" TO WS-SEC-TITULO
           PERFORM ABRE-SECAO
           WRITE REL-LINHA FROM WS-LIN-TIT-AVISOS
           OPEN INPUT AVISOS-ARQ
           IF ARQ-AVI-AUSENTE
               MOVE "(AVISOS AUSENTE - NENHUM AVISO NO ARQUIVO)"
                   TO REL-LINHA
               WRITE REL-LINHA
           ELSE
               IF NOT ARQ-AVI-OK
                   DISPLAY "ARQUIVO DE AVISOS (AVISOS) INDISPONIVEL ("
                       WS-STATUS-AVI ")"
                   MOVE "(AVISOS INDISPONIVEL)" TO REL-LINHA
                   WRITE REL-LINHA
                   SET ARQUIVO-ILEGIVEL TO TRUE
               ELSE
                   PERFORM LE-AVISO
                   PERFORM AVALIA-AVISO UNTIL ARQ-AVI-FIM
                   CLOSE AVISOS-ARQ
               END-IF
           END-IF
           PERFORM FECHA-SECAO.

       LE-AVISO.
           READ AVISOS-ARQ
               AT END SET ARQ-AVI-FIM TO TRUE
           END-READ
           IF NOT ARQ-AVI-FIM AND NOT ARQ-AVI-OK
               DISPLAY "ERRO NA LEITURA DO AVISOS - STATUS "
                   WS-STATUS-AVI
               SET ARQUIVO-ILEGIVEL TO TRUE
               SET ARQ-AVI-FIM TO TRUE
           END-IF.

       AVALIA-AVISO.
           MOVE AVI-CONTA TO WS-CONTA-BUSCA
           PERFORM LOCALIZA-CONTA
           IF CTA-NA-TABELA
               PERFORM GRAVA-AVISO
           END-IF
           PERFORM LE-AVISO.

       GRAVA-AVISO.
           ADD 1 TO WS-QTD-AVISOS
           ADD 1 TO WS-QTD-SECAO
           MOVE AVI-DATA   TO WS-LAV-DATA
           MOVE AVI-CONTA  TO WS-LAV-CONTA
           MOVE AVI-EVENTO TO WS-LAV-EVENTO
           MOVE AVI-VALOR  TO WS-LAV-VALOR
           WRITE REL-LINHA FROM WS-LIN-AVISO
           MOVE SPACES TO WS-LIN-CAMPO
           MOVE "  ENVIADO A......: " TO WS-CPO-ROTULO
           MOVE AVI-NOME              TO WS-CPO-VALOR
           PERFORM IMPRIME-CAMPO
           MOVE "  ENDERECO.......: " TO WS-CPO-ROTULO
           MOVE AVI-ENDERECO          TO WS-CPO-VALOR
           PERFORM IMPRIME-CAMPO
           MOVE "  E-MAIL.........: " TO WS-CPO-ROTULO
           MOVE AVI-EMAIL             TO WS-CPO-VALOR
           PERFORM IMPRIME-CAMPO

           MOVE SPACES        TO LGD-AVI-REGISTRO
           SET LGD-AVISO      TO TRUE
           MOVE AVI-CONTA     TO LGD-AVI-CONTA
           MOVE AVI-NOME      TO LGD-AVI-NOME
           MOVE AVI-ENDERECO  TO LGD-AVI-ENDERECO
           MOVE AVI-EMAIL     TO LGD-AVI-EMAIL
           MOVE AVI-EVENTO    TO LGD-AVI-EVENTO
           MOVE AVI-VALOR     TO LGD-AVI-VALOR
           MOVE AVI-DATA      TO LGD-AVI-DATA
           PERFORM GRAVA-DADO.

      ******************************************************************
      * Acessos aos dados no periodo: pelo CPF/CNPJ ou por qualquer
      * conta da pessoa (pontos de consulta que so conhecem a conta
      * gravam CPF/CNPJ zero).
      ******************************************************************
       IMPRIME-ACESSOS.
           MOVE "ACESSOS AOS DADOS (ACESSLOG)" TO WS-SEC-TITULO
           PERFORM ABRE-SECAO
           WRITE REL-LINHA FROM WS-LIN-TIT-ACESSOS
           OPEN INPUT ACESSLOG-ARQ
           IF WS-STATUS-ACS = "35"
               MOVE "(ACESSLOG AUSENTE - NENHUM ACESSO REGISTRADO)"
                   TO REL-LINHA
               WRITE REL-LINHA
           ELSE
               IF NOT ARQ-ACS-OK
                   DISPLAY "LOG DE ACESSO (ACESSLOG) INDISPONIVEL ("
                       WS-STATUS-ACS ")"
                   MOVE "(ACESSLOG INDISPONIVEL)" TO REL-LINHA
                   WRITE REL-LINHA
                   SET ARQUIVO-ILEGIVEL TO TRUE
               ELSE
                   PERFORM LE-ACESSO
                   PERFORM AVALIA-ACESSO THRU AVALIA-ACESSO-EXIT
                       UNTIL ARQ-ACS-FIM
                   CLOSE ACESSLOG-ARQ
               END-IF
           END-IF
           PERFORM FECHA-SECAO.

       LE-ACESSO.
           READ ACESSLOG-ARQ
               AT END SET ARQ-ACS-FIM TO TRUE
           END-READ
           IF NOT ARQ-ACS-FIM AND NOT ARQ-ACS-OK
               DISPLAY "ERRO NA LEITURA DO ACESSLOG - STATUS "
                   WS-STATUS-ACS
               SET ARQUIVO-ILEGIVEL TO TRUE
               SET ARQ-ACS-FIM TO TRUE
           END-IF.

       AVALIA-ACESSO.
           IF ACS-DATA < WS-DATA-INICIAL OR ACS-DATA > WS-DATA-FINAL
               GO TO AVALIA-ACESSO-EXIT
           END-IF
           IF ACS-CPFCNPJ NOT = WS-CPFCNPJ
               IF ACS-CONTA = 0
                   GO TO AVALIA-ACESSO-EXIT
               END-IF
               MOVE ACS-CONTA TO WS-CONTA-BUSCA
               PERFORM LOCALIZA-CONTA
               IF NOT CTA-NA-TABELA
                   GO TO AVALIA-ACESSO-EXIT
               END-IF
           END-IF
           PERFORM GRAVA-ACESSO.
       AVALIA-ACESSO-EXIT.
           PERFORM LE-ACESSO.

       GRAVA-ACESSO.
           ADD 1 TO WS-QTD-ACESSOS
           ADD 1 TO WS-QTD-SECAO
           MOVE ACS-DATA         TO WS-LAC-DATA
           MOVE ACS-HORA(1:6)    TO WS-LAC-HORA
           MOVE ACS-MATRICULA    TO WS-LAC-MATRICULA
           MOVE ACS-PROGRAMA     TO WS-LAC-PROGRAMA
           MOVE ACS-CONTA        TO WS-LAC-CONTA
           MOVE ACS-CPFCNPJ      TO WS-LAC-CPFCNPJ
           MOVE ACS-CONSULTA     TO WS-LAC-CONSULTA
           WRITE REL-LINHA FROM WS-LIN-ACESSO

           MOVE SPACES           TO LGD-ACS-REGISTRO
           SET LGD-ACESSO        TO TRUE
           MOVE ACS-DATA         TO LGD-ACS-DATA
           MOVE ACS-HORA         TO LGD-ACS-HORA
           MOVE ACS-MATRICULA    TO LGD-ACS-MATRICULA
           MOVE ACS-PROGRAMA     TO LGD-ACS-PROGRAMA
           MOVE ACS-CPFCNPJ      TO LGD-ACS-CPFCNPJ
           MOVE ACS-CONTA        TO LGD-ACS-CONTA
           MOVE ACS-CONSULTA     TO LGD-ACS-CONSULTA
           PERFORM GRAVA-DADO.

      ******************************************************************
      * Rodape, registro da propria emissao no log de acesso e resumo.
      ******************************************************************
       FINALIZAR.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           IF TAB-CTA-CHEIA OR ARQUIVO-ILEGIVEL
               MOVE "*** RELATORIO INCOMPLETO - VER SYSOUT DA EMISSAO"
                   TO REL-LINHA
           ELSE
               MOVE "*** FIM DO RELATORIO" TO REL-LINHA
           END-IF
           WRITE REL-LINHA
           CLOSE LGPDREL-ARQ

           MOVE SPACES            TO LGD-ROD-REGISTRO
           SET LGD-RODAPE         TO TRUE
           MOVE WS-QTD-CLIENTE    TO LGD-ROD-QTD-CLIENTE
           MOVE WS-QTD-CONTAS     TO LGD-ROD-QTD-CONTAS
           MOVE WS-QTD-CHAVES     TO LGD-ROD-QTD-CHAVES
           MOVE WS-QTD-AVISOS     TO LGD-ROD-QTD-AVISOS
           MOVE WS-QTD-ACESSOS    TO LGD-ROD-QTD-ACESSOS
           ADD 1 TO WS-QTD-REGISTROS
           MOVE WS-QTD-REGISTROS  TO LGD-ROD-QTD-REGISTROS
           IF TAB-CTA-CHEIA OR ARQUIVO-ILEGIVEL
               MOVE "N" TO LGD-ROD-COMPLETO
           ELSE
               MOVE "S" TO LGD-ROD-COMPLETO
           END-IF
           WRITE LGD-REGISTRO
           CLOSE LGPDDAD-ARQ

      * A emissao tambem e acesso aos dados da pessoa.
           MOVE WS-OP-MATRICULA   TO ACS-MATRICULA
           MOVE WS-CPFCNPJ        TO ACS-CPFCNPJ
           MOVE 0                 TO ACS-CONTA
           MOVE "RELATORIO TITULAR" TO ACS-CONSULTA
           PERFORM REGISTRA-ACESSO

           MOVE 0 TO RETURN-CODE
           IF TAB-CTA-CHEIA
               MOVE 4 TO RETURN-CODE
           END-IF
           IF ARQUIVO-ILEGIVEL
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "CPF/CNPJ.....................: " WS-CPFCNPJ
           DISPLAY "CADASTRO DE CLIENTE..........: " WS-QTD-CLIENTE
           DISPLAY "CONTAS.......................: " WS-QTD-CONTAS
           DISPLAY "CHAVES DO DIRETORIO..........: " WS-QTD-CHAVES
           DISPLAY "AVISOS EXPEDIDOS.............: " WS-QTD-AVISOS
           DISPLAY "ACESSOS NO PERIODO...........: " WS-QTD-ACESSOS
           DISPLAY "RELATORIO GRAVADO EM LGPDREL; ARQUIVO DO TITULAR "
               "EM LGPDDAD."
           DISPLAY "RETURN-CODE..................: " RETURN-CODE.

       COPY ACSGRAVA.

       COPY OPSIGN.

       END PROGRAM PROGLGPD.
