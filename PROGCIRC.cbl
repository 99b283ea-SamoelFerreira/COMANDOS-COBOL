      ******************************************************************
      * Author: EQUIPE MANUTENCAO
      * Date: 15/10/2026
      * Purpose: CIRCULARIZACAO DE SALDOS PARA A AUDITORIA EXTERNA -
      *          EXECUTADO PELO OPERADOR DEPOIS DO FECHAMENTO DE ANO
      *          (PROGEOY). O SALDO DE CADA CONTA NA DATA-BASE (31/12
      *          DO ANO-BASE INFORMADO) E O DO LANCAMENTO DE ABERTURA
      *          ("A") QUE O FECHAMENTO DAQUELE ANO GRAVOU, PROCURADO
      *          EM MOVARQV, MOVFECH E MOVIMENTO; SEM ELE A SELECAO E
      *          RECUSADA.
      *          TRES MODOS:
      *            S - SELECAO DA AMOSTRA E EMISSAO DAS CARTAS: TODA
      *                CONTA COM SALDO ACIMA DA MATERIALIDADE, TODA
      *                CONTA DEVEDORA E UM SORTEIO ESTRATIFICADO DAS
      *                DEMAIS POR FAIXA DE SALDO (PARAMETROS CIRC.*,
      *                VER APLICA-PARAMETROS). A CARTA (CIRCARTA) TRAZ
      *                SALDO, LIMITE DE CHEQUE ESPECIAL, CDBS APLICADOS
      *                E CREDITO PARCELADO EM ABERTO NA DATA-BASE, COM
      *                O ENDERECO DO CADASTRO UNICO (CLIMESTRE); CADA
      *                CARTA E REGISTRADA NO CONTROLE CIRCCTL (CIRREG).
      *            R - REGISTRO DAS RESPOSTAS (CIRCRESP, VER CRSREG).
      *            X - LISTA DE EXCECOES (CIRCEXC) PARA OS AUDITORES:
      *                CARTAS SEM RESPOSTA E CARTAS COM DIVERGENCIA.
      *          O SORTEIO E REPRODUTIVEL: A MESMA SEMENTE SOBRE O
      *          MESMO MESTRE SELECIONA AS MESMAS CONTAS.
      *          RETURN-CODE: 0 OK, 4 AMOSTRA OU CARTA INCOMPLETA
      *          (TABELA CHEIA, POSICOES INDISPONIVEIS) OU RESPOSTA
      *          REJEITADA, 8 AMOSTRA DO ANO JA SELECIONADA, ARQUIVO
      *          DE ENTRADA AUSENTE OU FECHAMENTO DO ANO-BASE NAO
      *          ENCONTRADO, 12 SAIDA NAO ABERTA.
      * Tectonics: cobc
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      * 15/10/2026 - EM - Saldo na data-base passa a vir do lancamento
      *              de abertura ("A") gravado pelo fechamento do
      *              ano-base (PROGEOY), lido de MOVARQV, MOVFECH e
      *              MOVIMENTO e casado com o mestre pela conta;
      *              CTA-SALDO-ANTERIOR e recarimbado pela
      *              conciliacao diaria e trazia o saldo da vespera.
      *              Sem o fechamento do ano-base a selecao e
      *              recusada (RC 8); conta sem abertura (aberta
      *              depois da data-base) fica fora da populacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCIRC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTAMESTRE-ARQ ASSIGN TO "CTAMESTRE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CTA-NUMERO
               FILE STATUS IS WS-STATUS-CTA.

           SELECT CLIMESTRE-ARQ ASSIGN TO "CLIMESTRE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CPFCNPJ
               FILE STATUS IS WS-STATUS-CLI.

           SELECT CDBAPL-ARQ ASSIGN TO "CDBAPL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CDB-NUMERO
               FILE STATUS IS WS-STATUS-CDB.

           SELECT EMPCON-ARQ ASSIGN TO "EMPCON"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-CONTRATO
               FILE STATUS IS WS-STATUS-EMP.

           SELECT EMPPAR-ARQ ASSIGN TO "EMPPAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EPA-CHAVE
               FILE STATUS IS WS-STATUS-EPA.

           SELECT CIRCCTL-ARQ ASSIGN TO "CIRCCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIR-CHAVE
               FILE STATUS IS WS-STATUS-CIR.

           SELECT CIRCRESP-ARQ ASSIGN TO "CIRCRESP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CRS.

           SELECT CIRCARTA-ARQ ASSIGN TO "CIRCARTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CAR.

           SELECT CIRCEXC-ARQ ASSIGN TO "CIRCEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXC.

           SELECT PARAMS-ARQ ASSIGN TO "PARAMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PAR.

           SELECT DATAMOV-ARQ ASSIGN TO "DATAMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DTM.

           SELECT MOVARQV-ARQ ASSIGN TO "MOVARQV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ARQV.

           SELECT MOVFECH-ARQ ASSIGN TO "MOVFECH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FECH.

           SELECT MOVIMENTO-ARQ ASSIGN TO "MOVIMENTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MOV.
       DATA DIVISION.
       FILE SECTION.
       FD  CTAMESTRE-ARQ.
       COPY CTAREG.

      * Cadastro unico: nome e endereco do destinatario da carta.
       FD  CLIMESTRE-ARQ.
       COPY CLIREG.

      * Aplicacoes em CDB e credito parcelado (PROGEMPCON).
       FD  CDBAPL-ARQ.
       COPY CDBREG.

       FD  EMPCON-ARQ.
       COPY EMPREG.

       FD  EMPPAR-ARQ.
       COPY EPAREG.

      * Controle das cartas enviadas e das respostas.
       FD  CIRCCTL-ARQ.
       COPY CIRREG.

      * Respostas digitadas a partir das cartas devolvidas.
       FD  CIRCRESP-ARQ.
       COPY CRSREG.

      * Cartas de confirmacao, uma apos a outra.
       FD  CIRCARTA-ARQ.
       01 CAR-LINHA                 PIC X(80).

      * Lista de excecoes para os auditores.
       FD  CIRCEXC-ARQ.
       01 EXC-LINHA                 PIC X(80).

       FD  PARAMS-ARQ.
       COPY PARREG.

      * Data de movimento do ciclo (PROGDATAMOV).
       FD  DATAMOV-ARQ.
       COPY DTMREG.

      * Historico, periodos fechados e movimento corrente: fonte dos
      * lancamentos de abertura com o saldo na data-base.
       FD  MOVARQV-ARQ.
       01 ARQV-REGISTRO             PIC X(78).

       FD  MOVFECH-ARQ.
       01 FECH-REGISTRO             PIC X(78).

       FD  MOVIMENTO-ARQ.
       01 MOVLIN-REGISTRO           PIC X(78).
       WORKING-STORAGE SECTION.
       COPY DATLERW.

       COPY PARAMW.

          01 WS-STATUS-CTA           PIC XX.
             88 ARQ-OK                    VALUE "00".
             88 ARQ-FIM-CTA               VALUE "10".

          01 WS-STATUS-CLI           PIC XX.
             88 ARQ-CLI-OK                VALUE "00".
          01 WS-CLIMESTRE-ABERTO     PIC X(01) VALUE "N".
             88 CLIMESTRE-ABERTO          VALUE "S".

          01 WS-STATUS-CDB           PIC XX.
             88 ARQ-CDB-OK                VALUE "00".
             88 ARQ-CDB-FIM               VALUE "10".

          01 WS-STATUS-EMP           PIC XX.
             88 ARQ-EMP-OK                VALUE "00".
             88 ARQ-EMP-FIM               VALUE "10".

          01 WS-STATUS-EPA           PIC XX.
             88 ARQ-EPA-OK                VALUE "00".
             88 ARQ-EPA-FIM               VALUE "10".
          01 WS-EMPPAR-ABERTO        PIC X(01) VALUE "N".
             88 EMPPAR-ABERTO             VALUE "S".

          01 WS-STATUS-CIR           PIC XX.
             88 ARQ-CIR-OK                VALUE "00".
             88 ARQ-CIR-FIM               VALUE "10".

          01 WS-STATUS-CRS           PIC XX.
             88 ARQ-CRS-OK                VALUE "00".
             88 ARQ-CRS-FIM               VALUE "10".

          01 WS-STATUS-CAR           PIC XX.
             88 ARQ-CAR-OK                VALUE "00".

          01 WS-STATUS-EXC           PIC XX.
             88 ARQ-EXC-OK                VALUE "00".

          01 WS-STATUS-ARQV          PIC XX.
             88 ARQ-ARQV-OK               VALUE "00".
          01 WS-STATUS-FECH          PIC XX.
             88 ARQ-FECH-OK               VALUE "00".
          01 WS-STATUS-MOV           PIC XX.
             88 ARQ-MOV-OK                VALUE "00".

      * Area de decodificacao das linhas de movimento.
       COPY MOVREG.

      * Leitura do bloco de aberturas do fechamento do ano-base: os
      * tres arquivos de movimento lidos em sequencia (1 MOVARQV,
      * 2 MOVFECH, 3 MOVIMENTO) como se fossem um so.
          01 WS-ABE-ARQUIVO          PIC 9(01) VALUE 1.
             88 ABE-FIM                   VALUE 4.
          01 WS-ABE-ARQUIVO-ABERTO   PIC X(01) VALUE "N".
             88 ABE-ARQUIVO-ABERTO        VALUE "S".
          01 WS-ABE-LINHA-LIDA       PIC X(01) VALUE "N".
             88 ABE-LINHA-LIDA            VALUE "S".
          01 WS-ABE-BLOCO            PIC X(01) VALUE "N".
             88 ABE-BLOCO-LIDO            VALUE "S".
          01 WS-ABE-ACHOU            PIC X(01) VALUE "N".
             88 ABE-ACHOU                 VALUE "S".
             88 ABE-ESGOTADO              VALUE "N".
          01 WS-ABE-CONTA            PIC 9(06) VALUE ZEROS.
          01 WS-ABE-SALDO            PIC S9(11)V99 VALUE ZEROS.
          01 WS-DATA-LIMITE-ABE      PIC 9(08) VALUE ZEROS.

      * Saldo da conta do mestre na data-base.
          01 WS-SALDO-BASE           PIC S9(11)V99 VALUE ZEROS.
          01 WS-TEM-SALDO-BASE       PIC X(01) VALUE "N".
             88 TEM-SALDO-BASE            VALUE "S".

          01 WS-DATA-SISTEMA         PIC 9(08) VALUE ZEROS.

      * Modo de execucao e ano-base informados pelo operador.
          01 WS-MODO                 PIC X(01) VALUE SPACE.
             88 MODO-SELECAO              VALUE "S".
             88 MODO-RESPOSTAS            VALUE "R".
             88 MODO-EXCECOES             VALUE "X".
          01 WS-MODO-VALIDO          PIC X(01) VALUE "N".
             88 MODO-VALIDO               VALUE "S".
          01 WS-ANO-DIGITADO         PIC X(04) VALUE SPACES.
          01 WS-ANO-DIGITADO-NUM REDEFINES WS-ANO-DIGITADO
                                     PIC 9(04).
          01 WS-ANO-VALIDO           PIC X(01) VALUE "N".
             88 ANO-VALIDO                VALUE "S".
          01 WS-ANO-BASE             PIC 9(04) VALUE ZEROS.
          01 WS-ANO-SISTEMA          PIC 9(04) VALUE ZEROS.
          01 WS-DATA-BASE            PIC 9(08) VALUE ZEROS.
          01 WS-AMOSTRA-EXISTENTE    PIC X(01) VALUE "N".
             88 AMOSTRA-EXISTENTE         VALUE "S".

      * Regras da amostra (parametros CIRC.*, ver APLICA-PARAMETROS).
          01 WS-CIR-MATERIALIDADE    PIC 9(11)V99 VALUE 100000.00.
          01 WS-CIR-FAIXA1           PIC 9(11)V99 VALUE 1000.00.
          01 WS-CIR-FAIXA2           PIC 9(11)V99 VALUE 10000.00.
          01 WS-CIR-PCT              PIC 9(03) VALUE 10.

      * Sorteio: gerador congruencial multiplicativo (Park-Miller,
      * multiplicador 16807, modulo 2147483647). Em cada faixa a
      * conta e sorteada com probabilidade (faltam) / (restantes), o
      * que seleciona exatamente o tamanho de amostra da faixa numa
      * unica passada pelo mestre.
          01 WS-SEMENTE              PIC 9(10) VALUE ZEROS.
          01 WS-SEMENTE-INICIAL      PIC 9(10) VALUE ZEROS.
          01 WS-PRODUTO-RND          PIC 9(15) VALUE ZEROS.
          01 WS-QUOC-RND             PIC 9(15) VALUE ZEROS.
          01 WS-ALEATORIO            PIC 9(01)V9(09) VALUE ZEROS.
          01 WS-RESTANTES            PIC S9(07) VALUE ZEROS.
          01 WS-FALTAM               PIC S9(07) VALUE ZEROS.

      * Classificacao da conta na data-base.
          01 WS-ESTRATO              PIC X(01) VALUE SPACE.
             88 ESTRATO-MATERIAL          VALUE "M".
             88 ESTRATO-DEVEDORA          VALUE "D".
          01 WS-FAIXA                PIC 9(01) VALUE ZEROS.
          01 WS-CONTA-ELEGIVEL       PIC X(01) VALUE "N".
             88 CONTA-ELEGIVEL            VALUE "S".

      * Populacao e amostra por faixa de saldo.
          01 WS-TAB-FAIXAS.
             05 WS-TAB-FX-ENTRADA OCCURS 3 TIMES.
                10 WS-FX-POPULACAO       PIC 9(06).
                10 WS-FX-AMOSTRA         PIC 9(06).
                10 WS-FX-VISTAS          PIC 9(06).
                10 WS-FX-SORTEADAS       PIC 9(06).

      * Contas selecionadas, na ordem do mestre.
          01 WS-TAB-SELECAO.
             05 WS-TAB-SEL-ENTRADA OCCURS 999 TIMES
                   INDEXED BY WS-SEL-IDX.
                10 WS-TAB-SEL-CONTA      PIC 9(06).
                10 WS-TAB-SEL-ESTRATO    PIC X(01).
                10 WS-TAB-SEL-AGENCIA    PIC 9(04).
                10 WS-TAB-SEL-SALDO      PIC S9(11)V99.
                10 WS-TAB-SEL-LIMITE     PIC 9(11)V99.
                10 WS-TAB-SEL-CLIENTE    PIC 9(14).
                10 WS-TAB-SEL-NOME       PIC X(30).
                10 WS-TAB-SEL-ENDERECO   PIC X(40).
                10 WS-TAB-SEL-TOTAL-CDB  PIC 9(11)V99.
                10 WS-TAB-SEL-TOTAL-EMP  PIC 9(11)V99.
          01 WS-TAB-SEL-QTD          PIC 9(04) VALUE 0.
          01 WS-SEL-ACHOU            PIC X(01).
             88 SEL-ACHOU                 VALUE "S".
          01 WS-CONTA-BUSCA          PIC 9(06).

      * CDBs aplicados das contas selecionadas, valorizados na
      * data-base (mesma conta do PROGPOSCLI).
          01 WS-TAB-CDB.
             05 WS-TAB-CDB-ENTRADA OCCURS 999 TIMES
                   INDEXED BY WS-CDB-IDX.
                10 WS-TAB-CDB-CONTA      PIC 9(06).
                10 WS-TAB-CDB-NUMERO     PIC 9(10).
                10 WS-TAB-CDB-APLICACAO  PIC 9(08).
                10 WS-TAB-CDB-VENCIMENTO PIC 9(08).
                10 WS-TAB-CDB-PRINCIPAL  PIC 9(09)V99.
                10 WS-TAB-CDB-VALOR      PIC 9(09)V99.
          01 WS-TAB-CDB-QTD          PIC 9(04) VALUE 0.

      * Contratos de credito parcelado em aberto na data-base.
          01 WS-TAB-EMP.
             05 WS-TAB-EMP-ENTRADA OCCURS 999 TIMES
                   INDEXED BY WS-EMP-IDX.
                10 WS-TAB-EMP-CONTA      PIC 9(06).
                10 WS-TAB-EMP-CONTRATO   PIC 9(10).
                10 WS-TAB-EMP-CONTRATACAO PIC 9(08).
                10 WS-TAB-EMP-PARCELA    PIC 9(07)V99.
                10 WS-TAB-EMP-ABERTAS    PIC 9(03).
                10 WS-TAB-EMP-ABERTO     PIC 9(11)V99.
          01 WS-TAB-EMP-QTD          PIC 9(04) VALUE 0.

      * Valorizacao do CDB e saldo do contrato.
          01 WS-DATA-ATE-CDB         PIC 9(08).
          01 WS-MESES                PIC S9(05).
          01 WS-ANO-AUX1             PIC 9(04).
          01 WS-MES-AUX1             PIC 9(02).
          01 WS-ANO-AUX2             PIC 9(04).
          01 WS-MES-AUX2             PIC 9(02).
          01 WS-FATOR                PIC 9(05)V9(08).
          01 WS-VALOR-ATUALIZADO     PIC 9(09)V99.
          01 WS-ABERTO-CONTRATO      PIC 9(11)V99.
          01 WS-QTD-PARC-ABERTAS     PIC 9(03).

      * Destinatario da carta.
          01 WS-DEST-NOME            PIC X(30).
          01 WS-DEST-ENDERECO        PIC X(40).

          01 WS-QTD-CONTAS           PIC 9(06) VALUE 0.
          01 WS-QTD-POPULACAO        PIC 9(06) VALUE 0.
          01 WS-QTD-MATERIAIS        PIC 9(06) VALUE 0.
          01 WS-QTD-DEVEDORAS        PIC 9(06) VALUE 0.
          01 WS-QTD-FORA-TABELA      PIC 9(06) VALUE 0.
          01 WS-QTD-SEM-SALDO-BASE   PIC 9(06) VALUE 0.
          01 WS-QTD-CDB-FORA         PIC 9(06) VALUE 0.
          01 WS-QTD-EMP-FORA         PIC 9(06) VALUE 0.
          01 WS-QTD-CARTAS           PIC 9(06) VALUE 0.
          01 WS-QTD-SEM-ENDERECO     PIC 9(06) VALUE 0.
          01 WS-QTD-NAO-REGISTRADAS  PIC 9(06) VALUE 0.
          01 WS-QTD-ITENS            PIC 9(04) VALUE 0.
          01 WS-POSICOES-INCOMPLETAS PIC X(01) VALUE "N".
             88 POSICOES-INCOMPLETAS      VALUE "S".

          01 WS-QTD-RESP-LIDAS       PIC 9(06) VALUE 0.
          01 WS-QTD-RESP-CONFIRMA    PIC 9(06) VALUE 0.
          01 WS-QTD-RESP-DIVERGE     PIC 9(06) VALUE 0.
          01 WS-QTD-RESP-SUBSTITUI   PIC 9(06) VALUE 0.
          01 WS-QTD-RESP-REJEITADAS  PIC 9(06) VALUE 0.
          01 WS-MOTIVO-REJEICAO      PIC X(30).

          01 WS-QTD-ENVIADAS         PIC 9(06) VALUE 0.
          01 WS-QTD-CONFIRMADAS      PIC 9(06) VALUE 0.
          01 WS-QTD-DIVERGENTES      PIC 9(06) VALUE 0.
          01 WS-QTD-SEM-RESPOSTA     PIC 9(06) VALUE 0.
          01 WS-DIFERENCA            PIC S9(11)V99.

      * Linhas formatadas da carta.
          01 WS-LINHA                PIC X(80).

          01 WS-LIN-SEPARADOR        PIC X(80) VALUE ALL "=".

          01 WS-LIN-CARTA-TITULO.
             05 FILLER               PIC X(40)
                VALUE "CONFIRMACAO DE SALDOS PARA A AUDITORIA -".
             05 FILLER               PIC X(12) VALUE " DATA-BASE: ".
             05 WS-CTI-DATA-BASE     PIC 9(08).

          01 WS-LIN-DEST-NOME.
             05 FILLER               PIC X(04) VALUE "A/C ".
             05 WS-DNO-NOME          PIC X(30).

          01 WS-LIN-DEST-ENDERECO.
             05 FILLER               PIC X(04) VALUE SPACES.
             05 WS-DEN-ENDERECO      PIC X(40).

          01 WS-LIN-DEST-CONTA.
             05 FILLER               PIC X(06) VALUE "CONTA ".
             05 WS-DCO-CONTA         PIC 9(06).
             05 FILLER               PIC X(09) VALUE " AGENCIA ".
             05 WS-DCO-AGENCIA       PIC 9(04).
             05 FILLER               PIC X(28)
                VALUE "   REFERENCIA DA RESPOSTA: ".
             05 WS-DCO-REF-ANO       PIC 9(04).
             05 FILLER               PIC X(01) VALUE "/".
             05 WS-DCO-REF-CONTA     PIC 9(06).

          01 WS-LIN-TEXTO-1.
             05 FILLER               PIC X(40) VALUE
                "POR SOLICITACAO DE NOSSOS AUDITORES INDE".
             05 FILLER               PIC X(33) VALUE
                "PENDENTES, PEDIMOS A GENTILEZA DE".
          01 WS-LIN-TEXTO-2.
             05 FILLER               PIC X(40) VALUE
                "CONFERIR AS POSICOES ABAIXO, EXISTENTES ".
             05 FILLER               PIC X(35) VALUE
                "NA DATA-BASE, E DEVOLVER ESTA CARTA".
          01 WS-LIN-TEXTO-3.
             05 FILLER               PIC X(40) VALUE
                "ASSINADA DIRETAMENTE AOS AUDITORES, MESM".
             05 FILLER               PIC X(26) VALUE
                "O QUE OS VALORES CONFIRAM.".

          01 WS-LIN-VALOR.
             05 WS-VAL-ROTULO        PIC X(34).
             05 WS-VAL-VALOR         PIC -Z(10)9.99.

          01 WS-LIN-SECAO.
             05 FILLER               PIC X(04) VALUE "=== ".
             05 WS-SEC-TITULO        PIC X(40).
             05 FILLER               PIC X(04) VALUE " ===".

          01 WS-LIN-TIT-CDB.
             05 FILLER               PIC X(40) VALUE
                "APLICACAO  APLICADO   VENCTO      PRINCI".
             05 FILLER               PIC X(18) VALUE
                "PAL     VALOR BASE".

          01 WS-LIN-CDB.
             05 WS-LCD-NUMERO        PIC 9(10).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-LCD-APLICACAO     PIC 9(08).
             05 FILLER               PIC X(03) VALUE SPACES.
             05 WS-LCD-VENCIMENTO    PIC 9(08).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-LCD-PRINCIPAL     PIC Z(8)9.99.
             05 FILLER               PIC X(03) VALUE SPACES.
             05 WS-LCD-VALOR         PIC Z(8)9.99.

          01 WS-LIN-TIT-EMP.
             05 FILLER               PIC X(40) VALUE
                "CONTRATO   CONTRAT.      PARCELA   QTD  ".
             05 FILLER               PIC X(13) VALUE
                "    EM ABERTO".

          01 WS-LIN-EMP.
             05 WS-LEM-CONTRATO      PIC 9(10).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-LEM-CONTRATACAO   PIC 9(08).
             05 FILLER               PIC X(03) VALUE SPACES.
             05 WS-LEM-PARCELA       PIC Z(6)9.99.
             05 FILLER               PIC X(03) VALUE SPACES.
             05 WS-LEM-ABERTAS       PIC ZZ9.
             05 FILLER               PIC X(03) VALUE SPACES.
             05 WS-LEM-ABERTO        PIC Z(8)9.99.

          01 WS-LIN-NENHUM           PIC X(40)
             VALUE "  NENHUMA POSICAO NA DATA-BASE".

          01 WS-LIN-RESPOSTA-1.
             05 FILLER               PIC X(40) VALUE
                "(  ) AS POSICOES CONFEREM    (  ) NAO CO".
             05 FILLER               PIC X(36) VALUE
                "NFEREM - SALDO CORRETO: ____________".
          01 WS-LIN-RESPOSTA-2.
             05 FILLER               PIC X(40) VALUE
                "OBSERVACOES: ___________________________".
             05 FILLER               PIC X(38) VALUE
                "______________________________________".
          01 WS-LIN-RESPOSTA-3.
             05 FILLER               PIC X(40) VALUE
                "ASSINATURA: ____________________________".
             05 FILLER               PIC X(32) VALUE
                "______  DATA: ____/____/________".

      * Linhas formatadas da lista de excecoes.
          01 WS-LIN-EXC-CABECALHO.
             05 FILLER               PIC X(40)
                VALUE "*** CIRCULARIZACAO DE SALDOS - EXCECOES ".
             05 FILLER               PIC X(11) VALUE "DATA-BASE ".
             05 WS-ECA-DATA-BASE     PIC 9(08).
             05 FILLER               PIC X(09) VALUE " EMISSAO ".
             05 WS-ECA-EMISSAO       PIC 9(08).
             05 FILLER               PIC X(04) VALUE " ***".

          01 WS-LIN-EXC-TITULO.
             05 FILLER               PIC X(40) VALUE
                "CONTA  AGEN E SITUACAO ENVIO        SALD".
             05 FILLER               PIC X(39) VALUE
                "O CARTA SALDO INFORMADO       DIFERENCA".

          01 WS-LIN-EXC.
             05 WS-LEX-CONTA         PIC 9(06).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-LEX-AGENCIA       PIC 9(04).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-LEX-ESTRATO       PIC X(01).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-LEX-SITUACAO      PIC X(08).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-LEX-ENVIO         PIC 9(08).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-LEX-SALDO         PIC -Z(10)9.99.
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-LEX-INFORMADO     PIC -Z(10)9.99 BLANK WHEN ZERO.
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-LEX-DIFERENCA     PIC -Z(10)9.99 BLANK WHEN ZERO.

          01 WS-LIN-EXC-OBS.
             05 FILLER               PIC X(07) VALUE SPACES.
             05 FILLER               PIC X(23)
                VALUE "OBSERVACAO DO CLIENTE: ".
             05 WS-LOB-OBSERVACAO    PIC X(40).

          01 WS-LIN-EXC-TOTAL.
             05 WS-ETO-ROTULO        PIC X(34).
             05 WS-ETO-QTD           PIC Z(5)9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           PERFORM OBTEM-DATA-MOVIMENTO
           IF WS-DATA-MOVIMENTO > 0
               MOVE WS-DATA-MOVIMENTO TO WS-DATA-SISTEMA
           END-IF
           MOVE WS-DATA-SISTEMA(1:4) TO WS-ANO-SISTEMA
           DISPLAY "===== CIRCULARIZACAO DE SALDOS ====="
           DISPLAY "DATA DO SISTEMA: " WS-DATA-SISTEMA
           MOVE 0 TO RETURN-CODE
           PERFORM SOLICITA-MODO UNTIL MODO-VALIDO
           PERFORM SOLICITA-ANO-BASE UNTIL ANO-VALIDO
           COMPUTE WS-DATA-BASE = WS-ANO-BASE * 10000 + 1231
           DISPLAY "DATA-BASE: " WS-DATA-BASE
           PERFORM ABRE-CONTROLE
           EVALUATE TRUE
               WHEN MODO-SELECAO
                   PERFORM VERIFICA-AMOSTRA-EXISTENTE
                   IF AMOSTRA-EXISTENTE
                       DISPLAY "AMOSTRA DO ANO-BASE " WS-ANO-BASE
                           " JA SELECIONADA - USE O MODO R PARA AS "
                           "RESPOSTAS E O MODO X PARA AS EXCECOES"
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM SELECIONA-AMOSTRA
                   END-IF
               WHEN MODO-RESPOSTAS
                   PERFORM REGISTRA-RESPOSTAS
               WHEN MODO-EXCECOES
                   PERFORM LISTA-EXCECOES
           END-EVALUATE
           CLOSE CIRCCTL-ARQ
           STOP RUN.

       COPY DATLER.

       SOLICITA-MODO.
           DISPLAY "Modo (S = selecao e cartas, R = respostas, "
               "X = excecoes): "
           ACCEPT WS-MODO
           IF MODO-SELECAO OR MODO-RESPOSTAS OR MODO-EXCECOES
               MOVE "S" TO WS-MODO-VALIDO
           ELSE
               DISPLAY "Modo invalido! Digite S, R ou X"
           END-IF.

      * Ano-base da circularizacao: o do ultimo fechamento de ano, no
      * maximo o ano corrente.
       SOLICITA-ANO-BASE.
           DISPLAY "Ano-base (AAAA): "
           ACCEPT WS-ANO-DIGITADO
           IF WS-ANO-DIGITADO IS NUMERIC
                   AND WS-ANO-DIGITADO-NUM > 1900
                   AND WS-ANO-DIGITADO-NUM NOT > WS-ANO-SISTEMA
               MOVE WS-ANO-DIGITADO-NUM TO WS-ANO-BASE
               MOVE "S" TO WS-ANO-VALIDO
           ELSE
               DISPLAY "Ano-base invalido! Digite AAAA ate "
                   WS-ANO-SISTEMA
           END-IF.

      * O controle e criado na primeira selecao; nos modos R e X ele
      * precisa existir.
       ABRE-CONTROLE.
           OPEN I-O CIRCCTL-ARQ
           IF NOT ARQ-CIR-OK
               IF MODO-SELECAO
                   CLOSE CIRCCTL-ARQ
                   OPEN OUTPUT CIRCCTL-ARQ
                   CLOSE CIRCCTL-ARQ
                   OPEN I-O CIRCCTL-ARQ
               ELSE
                   DISPLAY "CONTROLE DA CIRCULARIZACAO (CIRCCTL) "
                       "AUSENTE - NENHUMA AMOSTRA SELECIONADA"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       VERIFICA-AMOSTRA-EXISTENTE.
           MOVE "N" TO WS-AMOSTRA-EXISTENTE
           MOVE WS-ANO-BASE TO CIR-ANO-BASE
           MOVE 0           TO CIR-CONTA
           START CIRCCTL-ARQ KEY NOT < CIR-CHAVE
           IF ARQ-CIR-OK
               READ CIRCCTL-ARQ NEXT RECORD
                   AT END SET ARQ-CIR-FIM TO TRUE
               END-READ
               IF ARQ-CIR-OK AND CIR-ANO-BASE = WS-ANO-BASE
                   MOVE "S" TO WS-AMOSTRA-EXISTENTE
               END-IF
           END-IF.

      ******************************************************************
      * Modo S - selecao da amostra e emissao das cartas.
      ******************************************************************
       SELECIONA-AMOSTRA.
           PERFORM APLICA-PARAMETROS
           PERFORM CONTA-POPULACAO
           PERFORM CALCULA-AMOSTRA-FAIXA
               VARYING WS-FAIXA FROM 1 BY 1 UNTIL WS-FAIXA > 3
           PERFORM SORTEIA-AMOSTRA
           PERFORM CARREGA-CDB-AMOSTRA
           PERFORM CARREGA-EMPRESTIMOS-AMOSTRA
           PERFORM EMITE-CARTAS
           PERFORM RESUMO-SELECAO.

       APLICA-PARAMETROS.
           MOVE WS-DATA-BASE TO WS-PAR-DATA-REF
           PERFORM CARREGA-PARAMETROS
           MOVE "CIRC.MATERIALIDADE" TO WS-PAR-CHAVE-BUSCA
           PERFORM OBTEM-PARAMETRO
           IF PAR-ACHOU
               MOVE WS-PAR-VALOR-OBTIDO TO WS-CIR-MATERIALIDADE
           END-IF
           MOVE "CIRC.FAIXA1" TO WS-PAR-CHAVE-BUSCA
           PERFORM OBTEM-PARAMETRO
           IF PAR-ACHOU
               MOVE WS-PAR-VALOR-OBTIDO TO WS-CIR-FAIXA1
           END-IF
           MOVE "CIRC.FAIXA2" TO WS-PAR-CHAVE-BUSCA
           PERFORM OBTEM-PARAMETRO
           IF PAR-ACHOU
               MOVE WS-PAR-VALOR-OBTIDO TO WS-CIR-FAIXA2
           END-IF
           IF WS-CIR-FAIXA1 NOT < WS-CIR-FAIXA2
                   OR WS-CIR-FAIXA2 NOT < WS-CIR-MATERIALIDADE
               DISPLAY "CIRC.FAIXA1/CIRC.FAIXA2 FORA DE ORDEM COM A "
                   "MATERIALIDADE - FAIXAS EM TERCOS DELA"
               COMPUTE WS-CIR-FAIXA1 ROUNDED =
                   WS-CIR-MATERIALIDADE / 3
               COMPUTE WS-CIR-FAIXA2 ROUNDED =
                   WS-CIR-MATERIALIDADE * 2 / 3
           END-IF
           MOVE "CIRC.AMOSTRA.PCT" TO WS-PAR-CHAVE-BUSCA
           PERFORM OBTEM-PARAMETRO
           IF PAR-ACHOU
               IF WS-PAR-VALOR-OBTIDO > 100
                   DISPLAY "CIRC.AMOSTRA.PCT ACIMA DE 100 - MANTIDO "
                       "O PADRAO DE " WS-CIR-PCT
               ELSE
                   MOVE WS-PAR-VALOR-OBTIDO TO WS-CIR-PCT
               END-IF
           END-IF
      * Semente padrao: o proprio ano-base. Zero nao gera sequencia.
           MOVE WS-ANO-BASE TO WS-SEMENTE
           MOVE "CIRC.SEMENTE" TO WS-PAR-CHAVE-BUSCA
           PERFORM OBTEM-PARAMETRO
           IF PAR-ACHOU
               IF WS-PAR-VALOR-OBTIDO < 1
                   DISPLAY "CIRC.SEMENTE ZERADA - USADO O ANO-BASE"
               ELSE
                   MOVE WS-PAR-VALOR-OBTIDO TO WS-SEMENTE
               END-IF
           END-IF
           MOVE WS-SEMENTE TO WS-SEMENTE-INICIAL
           DISPLAY "MATERIALIDADE.................: "
               WS-CIR-MATERIALIDADE
           DISPLAY "FAIXAS DE SALDO (ATE).........: " WS-CIR-FAIXA1
               " / " WS-CIR-FAIXA2
           DISPLAY "PERCENTUAL DA AMOSTRA.........: " WS-CIR-PCT
           DISPLAY "SEMENTE DO SORTEIO............: "
               WS-SEMENTE-INICIAL.

      * Primeira passada: tamanho de cada estrato na data-base. Sem
      * o bloco de aberturas do fechamento do ano-base nao ha saldo
      * na data-base a confirmar: a selecao e recusada, em vez de
      * sair com o saldo atual das contas.
       CONTA-POPULACAO.
           MOVE ZEROS TO WS-TAB-FAIXAS
           OPEN INPUT CTAMESTRE-ARQ
           IF NOT ARQ-OK
               DISPLAY "MESTRE DE CONTAS INDISPONIVEL ("
                   WS-STATUS-CTA ") - NENHUMA CARTA EMITIDA"
               CLOSE CIRCCTL-ARQ
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM INICIA-ABERTURAS
           IF ABE-ESGOTADO
               DISPLAY "FECHAMENTO DO ANO-BASE " WS-ANO-BASE
                   " (LANCAMENTOS DE ABERTURA DO PROGEOY) NAO "
                   "ENCONTRADO - NENHUMA CARTA EMITIDA"
               CLOSE CTAMESTRE-ARQ
               CLOSE CIRCCTL-ARQ
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ CTAMESTRE-ARQ NEXT RECORD
               AT END SET ARQ-FIM-CTA TO TRUE
           END-READ
           PERFORM CONTA-UMA-CONTA UNTIL NOT ARQ-OK
           PERFORM ENCERRA-ABERTURAS
           CLOSE CTAMESTRE-ARQ.

       CONTA-UMA-CONTA.
           ADD 1 TO WS-QTD-CONTAS
           PERFORM OBTEM-SALDO-BASE
           IF NOT TEM-SALDO-BASE
               ADD 1 TO WS-QTD-SEM-SALDO-BASE
           END-IF
           PERFORM CLASSIFICA-CONTA
           IF CONTA-ELEGIVEL
               ADD 1 TO WS-QTD-POPULACAO
               IF WS-FAIXA > 0
                   ADD 1 TO WS-FX-POPULACAO (WS-FAIXA)
               END-IF
           END-IF
           READ CTAMESTRE-ARQ NEXT RECORD
               AT END SET ARQ-FIM-CTA TO TRUE
           END-READ.

      * Conta encerrada ate a data-base fica fora; encerrada depois
      * dela ainda tinha saldo a confirmar. Conta sem lancamento de
      * abertura no fechamento do ano-base (aberta depois dele) tambem
      * fica fora. Devedora e acima da materialidade entram sempre
      * (faixa zero); as demais vao para a faixa do saldo.
       CLASSIFICA-CONTA.
           MOVE "S" TO WS-CONTA-ELEGIVEL
           IF CTA-ENCERRADA
                   AND CTA-DATA-ENCERRAMENTO NOT > WS-DATA-BASE
               MOVE "N" TO WS-CONTA-ELEGIVEL
           END-IF
           IF NOT TEM-SALDO-BASE
               MOVE "N" TO WS-CONTA-ELEGIVEL
           END-IF
           MOVE 0 TO WS-FAIXA
           EVALUATE TRUE
               WHEN WS-SALDO-BASE < 0
                   MOVE "D" TO WS-ESTRATO
               WHEN WS-SALDO-BASE > WS-CIR-MATERIALIDADE
                   MOVE "M" TO WS-ESTRATO
               WHEN WS-SALDO-BASE NOT > WS-CIR-FAIXA1
                   MOVE "1" TO WS-ESTRATO
                   MOVE 1   TO WS-FAIXA
               WHEN WS-SALDO-BASE NOT > WS-CIR-FAIXA2
                   MOVE "2" TO WS-ESTRATO
                   MOVE 2   TO WS-FAIXA
               WHEN OTHER
                   MOVE "3" TO WS-ESTRATO
                   MOVE 3   TO WS-FAIXA
           END-EVALUATE.

      * Tamanho da amostra da faixa: o percentual da populacao,
      * arredondado, e pelo menos uma conta de faixa nao vazia.
       CALCULA-AMOSTRA-FAIXA.
           COMPUTE WS-FX-AMOSTRA (WS-FAIXA) ROUNDED =
               WS-FX-POPULACAO (WS-FAIXA) * WS-CIR-PCT / 100
           IF WS-FX-AMOSTRA (WS-FAIXA) = 0
                   AND WS-FX-POPULACAO (WS-FAIXA) > 0
                   AND WS-CIR-PCT > 0
               MOVE 1 TO WS-FX-AMOSTRA (WS-FAIXA)
           END-IF.

      * Segunda passada: selecao integral e sorteio por faixa.
       SORTEIA-AMOSTRA.
           OPEN INPUT CTAMESTRE-ARQ
           PERFORM INICIA-ABERTURAS
           READ CTAMESTRE-ARQ NEXT RECORD
               AT END SET ARQ-FIM-CTA TO TRUE
           END-READ
           PERFORM SORTEIA-UMA-CONTA UNTIL NOT ARQ-OK
           PERFORM ENCERRA-ABERTURAS
           CLOSE CTAMESTRE-ARQ.

       SORTEIA-UMA-CONTA.
           PERFORM OBTEM-SALDO-BASE
           PERFORM CLASSIFICA-CONTA
           IF CONTA-ELEGIVEL
               IF WS-FAIXA = 0
                   IF ESTRATO-DEVEDORA
                       ADD 1 TO WS-QTD-DEVEDORAS
                   ELSE
                       ADD 1 TO WS-QTD-MATERIAIS
                   END-IF
                   PERFORM GUARDA-SELECIONADA
               ELSE
                   PERFORM SORTEIA-NA-FAIXA
               END-IF
           END-IF
           READ CTAMESTRE-ARQ NEXT RECORD
               AT END SET ARQ-FIM-CTA TO TRUE
           END-READ.

       SORTEIA-NA-FAIXA.
           COMPUTE WS-RESTANTES = WS-FX-POPULACAO (WS-FAIXA)
                                - WS-FX-VISTAS (WS-FAIXA)
           COMPUTE WS-FALTAM    = WS-FX-AMOSTRA (WS-FAIXA)
                                - WS-FX-SORTEADAS (WS-FAIXA)
           IF WS-FALTAM > 0 AND WS-RESTANTES > 0
               PERFORM PROXIMO-ALEATORIO
               IF WS-RESTANTES * WS-ALEATORIO < WS-FALTAM
                   ADD 1 TO WS-FX-SORTEADAS (WS-FAIXA)
                   PERFORM GUARDA-SELECIONADA
               END-IF
           END-IF
           ADD 1 TO WS-FX-VISTAS (WS-FAIXA).

       PROXIMO-ALEATORIO.
           COMPUTE WS-PRODUTO-RND = WS-SEMENTE * 16807
           DIVIDE WS-PRODUTO-RND BY 2147483647
               GIVING WS-QUOC-RND
               REMAINDER WS-SEMENTE
           COMPUTE WS-ALEATORIO = WS-SEMENTE / 2147483647.

       GUARDA-SELECIONADA.
           IF WS-TAB-SEL-QTD < 999
               ADD 1 TO WS-TAB-SEL-QTD
               SET WS-SEL-IDX TO WS-TAB-SEL-QTD
               MOVE CTA-NUMERO         TO WS-TAB-SEL-CONTA (WS-SEL-IDX)
               MOVE WS-ESTRATO
                 TO WS-TAB-SEL-ESTRATO (WS-SEL-IDX)
               MOVE CTA-AGENCIA
                 TO WS-TAB-SEL-AGENCIA (WS-SEL-IDX)
               MOVE WS-SALDO-BASE      TO WS-TAB-SEL-SALDO (WS-SEL-IDX)
               MOVE CTA-LIMITE-CREDITO
                 TO WS-TAB-SEL-LIMITE (WS-SEL-IDX)
               MOVE CTA-CLIENTE
                 TO WS-TAB-SEL-CLIENTE (WS-SEL-IDX)
               MOVE CTA-NOME           TO WS-TAB-SEL-NOME (WS-SEL-IDX)
               MOVE CTA-ENDERECO
                 TO WS-TAB-SEL-ENDERECO (WS-SEL-IDX)
               MOVE 0 TO WS-TAB-SEL-TOTAL-CDB (WS-SEL-IDX)
               MOVE 0 TO WS-TAB-SEL-TOTAL-EMP (WS-SEL-IDX)
           ELSE
               ADD 1 TO WS-QTD-FORA-TABELA
               DISPLAY "TABELA DA AMOSTRA CHEIA - CONTA SEM CARTA: "
                   CTA-NUMERO " ESTRATO " WS-ESTRATO
           END-IF.

       PROCURA-SELECIONADA.
           MOVE "N" TO WS-SEL-ACHOU
           SET WS-SEL-IDX TO 1
           PERFORM PROCURA-SELECIONADA-VARRE
               UNTIL WS-SEL-IDX > WS-TAB-SEL-QTD OR SEL-ACHOU.

       PROCURA-SELECIONADA-VARRE.
           IF WS-TAB-SEL-CONTA (WS-SEL-IDX) = WS-CONTA-BUSCA
               MOVE "S" TO WS-SEL-ACHOU
           ELSE
               SET WS-SEL-IDX UP BY 1
           END-IF.

      ******************************************************************
      * Saldo na data-base: o lancamento de abertura ("A") que o
      * PROGEOY grava por conta, em ordem de conta, ao fechar o
      * ano-base - datado do proprio fechamento (31/12 do ano-base ou
      * os dias seguintes). CTA-SALDO-ANTERIOR nao serve: a
      * conciliacao diaria (PROGRECON) o recarimba a cada ciclo. O
      * bloco de aberturas abre o movimento do ano seguinte e, com os
      * cortes e fechamentos posteriores, passa para MOVFECH e depois
      * para MOVARQV; os tres sao lidos em sequencia e casados com o
      * mestre pela conta. A leitura para no fim do bloco.
      ******************************************************************
       INICIA-ABERTURAS.
           COMPUTE WS-DATA-LIMITE-ABE = WS-DATA-BASE + 10000
           MOVE 1   TO WS-ABE-ARQUIVO
           MOVE "N" TO WS-ABE-ARQUIVO-ABERTO
           MOVE "N" TO WS-ABE-BLOCO
           PERFORM PROXIMA-ABERTURA.

      * Conta do mestre e bloco de aberturas estao na mesma ordem.
       OBTEM-SALDO-BASE.
           PERFORM PROXIMA-ABERTURA
               UNTIL ABE-ESGOTADO OR WS-ABE-CONTA NOT < CTA-NUMERO
           IF ABE-ACHOU AND WS-ABE-CONTA = CTA-NUMERO
               MOVE "S"          TO WS-TEM-SALDO-BASE
               MOVE WS-ABE-SALDO TO WS-SALDO-BASE
           ELSE
               MOVE "N"          TO WS-TEM-SALDO-BASE
               MOVE 0            TO WS-SALDO-BASE
           END-IF.

       PROXIMA-ABERTURA.
           MOVE "N" TO WS-ABE-ACHOU
           PERFORM LE-LINHA-ABERTURA UNTIL ABE-ACHOU OR ABE-FIM
           IF ABE-ACHOU
               MOVE MOV-CONTA TO WS-ABE-CONTA
               MOVE MOV-VALOR TO WS-ABE-SALDO
           END-IF.

       LE-LINHA-ABERTURA.
           MOVE "N" TO WS-ABE-LINHA-LIDA
           IF NOT ABE-ARQUIVO-ABERTO
               PERFORM ABRE-ARQUIVO-ABERTURA
           END-IF
           IF ABE-ARQUIVO-ABERTO
               PERFORM LE-ARQUIVO-ABERTURA
           ELSE
               ADD 1 TO WS-ABE-ARQUIVO
           END-IF
           IF ABE-LINHA-LIDA
               IF MOV-ABERTURA AND MOV-DATA NOT < WS-DATA-BASE
                       AND MOV-DATA < WS-DATA-LIMITE-ABE
                   MOVE "S" TO WS-ABE-ACHOU
                   MOVE "S" TO WS-ABE-BLOCO
               ELSE
                   IF ABE-BLOCO-LIDO
                       PERFORM ENCERRA-ABERTURAS
                   END-IF
               END-IF
           END-IF.

      * Arquivo ausente e simplesmente pulado.
       ABRE-ARQUIVO-ABERTURA.
           EVALUATE WS-ABE-ARQUIVO
               WHEN 1
                   OPEN INPUT MOVARQV-ARQ
                   IF ARQ-ARQV-OK
                       MOVE "S" TO WS-ABE-ARQUIVO-ABERTO
                   END-IF
               WHEN 2
                   OPEN INPUT MOVFECH-ARQ
                   IF ARQ-FECH-OK
                       MOVE "S" TO WS-ABE-ARQUIVO-ABERTO
                   END-IF
               WHEN 3
                   OPEN INPUT MOVIMENTO-ARQ
                   IF ARQ-MOV-OK
                       MOVE "S" TO WS-ABE-ARQUIVO-ABERTO
                   END-IF
           END-EVALUATE.

       LE-ARQUIVO-ABERTURA.
           EVALUATE WS-ABE-ARQUIVO
               WHEN 1
                   READ MOVARQV-ARQ
                       AT END CONTINUE
                   END-READ
                   IF ARQ-ARQV-OK
                       MOVE ARQV-REGISTRO TO MOV-REGISTRO
                       MOVE "S" TO WS-ABE-LINHA-LIDA
                   END-IF
               WHEN 2
                   READ MOVFECH-ARQ
                       AT END CONTINUE
                   END-READ
                   IF ARQ-FECH-OK
                       MOVE FECH-REGISTRO TO MOV-REGISTRO
                       MOVE "S" TO WS-ABE-LINHA-LIDA
                   END-IF
               WHEN 3
                   READ MOVIMENTO-ARQ
                       AT END CONTINUE
                   END-READ
                   IF ARQ-MOV-OK
                       MOVE MOVLIN-REGISTRO TO MOV-REGISTRO
                       MOVE "S" TO WS-ABE-LINHA-LIDA
                   END-IF
           END-EVALUATE
           IF NOT ABE-LINHA-LIDA
               PERFORM FECHA-ARQUIVO-ABERTURA
               ADD 1 TO WS-ABE-ARQUIVO
           END-IF.

       FECHA-ARQUIVO-ABERTURA.
           EVALUATE WS-ABE-ARQUIVO
               WHEN 1
                   CLOSE MOVARQV-ARQ
               WHEN 2
                   CLOSE MOVFECH-ARQ
               WHEN 3
                   CLOSE MOVIMENTO-ARQ
           END-EVALUATE
           MOVE "N" TO WS-ABE-ARQUIVO-ABERTO.

       ENCERRA-ABERTURAS.
           IF ABE-ARQUIVO-ABERTO
               PERFORM FECHA-ARQUIVO-ABERTURA
           END-IF
           SET ABE-FIM TO TRUE.

      ******************************************************************
      * CDBs ainda aplicados e ja existentes na data-base, valorizados
      * ate ela (ou ate o vencimento, se anterior).
      ******************************************************************
       CARREGA-CDB-AMOSTRA.
           OPEN INPUT CDBAPL-ARQ
           IF ARQ-CDB-OK
               READ CDBAPL-ARQ NEXT RECORD
                   AT END SET ARQ-CDB-FIM TO TRUE
               END-READ
               PERFORM AVALIA-CDB UNTIL NOT ARQ-CDB-OK
               CLOSE CDBAPL-ARQ
           ELSE
               DISPLAY "APLICACOES EM CDB (CDBAPL) INDISPONIVEIS ("
                   WS-STATUS-CDB ") - CARTAS SEM CDB"
               MOVE "S" TO WS-POSICOES-INCOMPLETAS
           END-IF.

       AVALIA-CDB.
           IF CDB-APLICADO AND CDB-DATA-APLICACAO NOT > WS-DATA-BASE
               MOVE CDB-CONTA TO WS-CONTA-BUSCA
               PERFORM PROCURA-SELECIONADA
               IF SEL-ACHOU
                   PERFORM CALCULA-VALOR-CDB
                   ADD WS-VALOR-ATUALIZADO
                     TO WS-TAB-SEL-TOTAL-CDB (WS-SEL-IDX)
                   IF WS-TAB-CDB-QTD < 999
                       ADD 1 TO WS-TAB-CDB-QTD
                       SET WS-CDB-IDX TO WS-TAB-CDB-QTD
                       MOVE CDB-CONTA
                         TO WS-TAB-CDB-CONTA (WS-CDB-IDX)
                       MOVE CDB-NUMERO
                         TO WS-TAB-CDB-NUMERO (WS-CDB-IDX)
                       MOVE CDB-DATA-APLICACAO
                         TO WS-TAB-CDB-APLICACAO (WS-CDB-IDX)
                       MOVE CDB-DATA-VENCIMENTO
                         TO WS-TAB-CDB-VENCIMENTO (WS-CDB-IDX)
                       MOVE CDB-PRINCIPAL
                         TO WS-TAB-CDB-PRINCIPAL (WS-CDB-IDX)
                       MOVE WS-VALOR-ATUALIZADO
                         TO WS-TAB-CDB-VALOR (WS-CDB-IDX)
                   ELSE
                       ADD 1 TO WS-QTD-CDB-FORA
                       DISPLAY "TABELA DE CDB CHEIA - APLICACAO SO NO "
                           "TOTAL DA CARTA: " CDB-NUMERO
                   END-IF
               END-IF
           END-IF
           READ CDBAPL-ARQ NEXT RECORD
               AT END SET ARQ-CDB-FIM TO TRUE
           END-READ.

       CALCULA-VALOR-CDB.
           MOVE WS-DATA-BASE TO WS-DATA-ATE-CDB
           IF CDB-DATA-VENCIMENTO < WS-DATA-ATE-CDB
               MOVE CDB-DATA-VENCIMENTO TO WS-DATA-ATE-CDB
           END-IF
           MOVE WS-DATA-ATE-CDB(1:4)     TO WS-ANO-AUX1
           MOVE WS-DATA-ATE-CDB(5:2)     TO WS-MES-AUX1
           MOVE CDB-DATA-APLICACAO(1:4)  TO WS-ANO-AUX2
           MOVE CDB-DATA-APLICACAO(5:2)  TO WS-MES-AUX2
           COMPUTE WS-MESES =
               (WS-ANO-AUX1 * 12) + WS-MES-AUX1
               - (WS-ANO-AUX2 * 12) - WS-MES-AUX2
           IF WS-MESES < 0
               MOVE 0 TO WS-MESES
           END-IF
           COMPUTE WS-FATOR ROUNDED =
               (1 + CDB-TAXA) ** WS-MESES
           COMPUTE WS-VALOR-ATUALIZADO ROUNDED =
               CDB-PRINCIPAL * WS-FATOR.

      ******************************************************************
      * Credito parcelado contratado ate a data-base: em aberto nela =
      * parcelas ainda nao pagas mais as pagas com vencimento depois
      * da data-base.
      ******************************************************************
       CARREGA-EMPRESTIMOS-AMOSTRA.
           OPEN INPUT EMPCON-ARQ
           IF ARQ-EMP-OK
               OPEN INPUT EMPPAR-ARQ
               IF ARQ-EPA-OK
                   SET EMPPAR-ABERTO TO TRUE
               ELSE
                   DISPLAY "PARCELAS (EMPPAR) INDISPONIVEIS ("
                       WS-STATUS-EPA ") - CARTAS SEM CREDITO "
                       "PARCELADO"
                   MOVE "S" TO WS-POSICOES-INCOMPLETAS
               END-IF
               READ EMPCON-ARQ NEXT RECORD
                   AT END SET ARQ-EMP-FIM TO TRUE
               END-READ
               PERFORM AVALIA-CONTRATO
                   UNTIL NOT ARQ-EMP-OK OR NOT EMPPAR-ABERTO
               CLOSE EMPCON-ARQ
               IF EMPPAR-ABERTO
                   CLOSE EMPPAR-ARQ
               END-IF
           ELSE
               DISPLAY "CONTRATOS (EMPCON) INDISPONIVEIS ("
                   WS-STATUS-EMP ") - CARTAS SEM CREDITO PARCELADO"
               MOVE "S" TO WS-POSICOES-INCOMPLETAS
           END-IF.

       AVALIA-CONTRATO.
           IF EMP-DATA-CONTRATACAO NOT > WS-DATA-BASE
               MOVE EMP-CONTA TO WS-CONTA-BUSCA
               PERFORM PROCURA-SELECIONADA
               IF SEL-ACHOU
                   PERFORM SOMA-PARCELAS-EM-ABERTO
                   IF WS-ABERTO-CONTRATO > 0
                       PERFORM GUARDA-CONTRATO
                   END-IF
               END-IF
           END-IF
           READ EMPCON-ARQ NEXT RECORD
               AT END SET ARQ-EMP-FIM TO TRUE
           END-READ.

       GUARDA-CONTRATO.
           ADD WS-ABERTO-CONTRATO TO WS-TAB-SEL-TOTAL-EMP (WS-SEL-IDX)
           IF WS-TAB-EMP-QTD < 999
               ADD 1 TO WS-TAB-EMP-QTD
               SET WS-EMP-IDX TO WS-TAB-EMP-QTD
               MOVE EMP-CONTA      TO WS-TAB-EMP-CONTA (WS-EMP-IDX)
               MOVE EMP-CONTRATO   TO WS-TAB-EMP-CONTRATO (WS-EMP-IDX)
               MOVE EMP-DATA-CONTRATACAO
                 TO WS-TAB-EMP-CONTRATACAO (WS-EMP-IDX)
               MOVE EMP-VALOR-PARCELA
                 TO WS-TAB-EMP-PARCELA (WS-EMP-IDX)
               MOVE WS-QTD-PARC-ABERTAS
                 TO WS-TAB-EMP-ABERTAS (WS-EMP-IDX)
               MOVE WS-ABERTO-CONTRATO
                 TO WS-TAB-EMP-ABERTO (WS-EMP-IDX)
           ELSE
               ADD 1 TO WS-QTD-EMP-FORA
               DISPLAY "TABELA DE CONTRATOS CHEIA - CONTRATO SO NO "
                   "TOTAL DA CARTA: " EMP-CONTRATO
           END-IF.

       SOMA-PARCELAS-EM-ABERTO.
           MOVE 0 TO WS-ABERTO-CONTRATO
           MOVE 0 TO WS-QTD-PARC-ABERTAS
           MOVE EMP-CONTRATO TO EPA-CONTRATO
           MOVE 0 TO EPA-PARCELA
           START EMPPAR-ARQ KEY NOT < EPA-CHAVE
           IF ARQ-EPA-OK
               READ EMPPAR-ARQ NEXT RECORD
                   AT END SET ARQ-EPA-FIM TO TRUE
               END-READ
               PERFORM SOMA-UMA-PARCELA
                   UNTIL NOT ARQ-EPA-OK
                      OR EPA-CONTRATO NOT = EMP-CONTRATO
           END-IF.

       SOMA-UMA-PARCELA.
           IF NOT EPA-PAGA OR EPA-VENCIMENTO > WS-DATA-BASE
               ADD EPA-VALOR TO WS-ABERTO-CONTRATO
               ADD 1 TO WS-QTD-PARC-ABERTAS
           END-IF
           READ EMPPAR-ARQ NEXT RECORD
               AT END SET ARQ-EPA-FIM TO TRUE
           END-READ.

      ******************************************************************
      * Uma carta por conta selecionada, registrada no controle como
      * enviada. Destinatario: o cadastro unico do titular (CLIMESTRE)
      * quando a conta esta vinculada; senao o cadastro da conta.
      ******************************************************************
       EMITE-CARTAS.
           OPEN OUTPUT CIRCARTA-ARQ
           IF NOT ARQ-CAR-OK
               DISPLAY "ARQUIVO DE CARTAS (CIRCARTA) NAO ABERTO ("
                   WS-STATUS-CAR ") - NENHUMA CARTA EMITIDA"
               CLOSE CIRCCTL-ARQ
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CLIMESTRE-ARQ
           IF ARQ-CLI-OK
               SET CLIMESTRE-ABERTO TO TRUE
           ELSE
               DISPLAY "MESTRE DE CLIENTES (CLIMESTRE) AUSENTE - "
                   "ENDERECO SAIRA DO CADASTRO DA CONTA"
           END-IF
           PERFORM EMITE-UMA-CARTA
               VARYING WS-SEL-IDX FROM 1 BY 1
               UNTIL WS-SEL-IDX > WS-TAB-SEL-QTD
           IF CLIMESTRE-ABERTO
               CLOSE CLIMESTRE-ARQ
           END-IF
           CLOSE CIRCARTA-ARQ.

       EMITE-UMA-CARTA.
           PERFORM OBTEM-DESTINATARIO
           MOVE WS-LIN-SEPARADOR TO WS-LINHA
           PERFORM EMITE-LINHA-CARTA
           MOVE WS-DATA-BASE TO WS-CTI-DATA-BASE
           MOVE WS-LIN-CARTA-TITULO TO WS-LINHA
           PERFORM EMITE-LINHA-CARTA
           PERFORM EMITE-BRANCO-CARTA
           MOVE WS-DEST-NOME TO WS-DNO-NOME
           MOVE WS-LIN-DEST-NOME TO WS-LINHA
           PERFORM EMITE-LINHA-CARTA
           MOVE WS-DEST-ENDERECO TO WS-DEN-ENDERECO
           MOVE WS-LIN-DEST-ENDERECO TO WS-LINHA
           PERFORM EMITE-LINHA-CARTA
           MOVE WS-TAB-SEL-CONTA (WS-SEL-IDX)   TO WS-DCO-CONTA
           MOVE WS-TAB-SEL-AGENCIA (WS-SEL-IDX) TO WS-DCO-AGENCIA
           MOVE WS-ANO-BASE                     TO WS-DCO-REF-ANO
           MOVE WS-TAB-SEL-CONTA (WS-SEL-IDX)   TO WS-DCO-REF-CONTA
           MOVE WS-LIN-DEST-CONTA TO WS-LINHA
           PERFORM EMITE-LINHA-CARTA
           PERFORM EMITE-BRANCO-CARTA
           MOVE WS-LIN-TEXTO-1 TO WS-LINHA
           PERFORM EMITE-LINHA-CARTA
           MOVE WS-LIN-TEXTO-2 TO WS-LINHA
           PERFORM EMITE-LINHA-CARTA
           MOVE WS-LIN-TEXTO-3 TO WS-LINHA
           PERFORM EMITE-LINHA-CARTA
           PERFORM EMITE-BRANCO-CARTA
           MOVE "SALDO EM CONTA CORRENTE.........: " TO WS-VAL-ROTULO
           MOVE WS-TAB-SEL-SALDO (WS-SEL-IDX) TO WS-VAL-VALOR
           MOVE WS-LIN-VALOR TO WS-LINHA
           PERFORM EMITE-LINHA-CARTA
           MOVE "LIMITE DE CHEQUE ESPECIAL.......: " TO WS-VAL-ROTULO
           MOVE WS-TAB-SEL-LIMITE (WS-SEL-IDX) TO WS-VAL-VALOR
           MOVE WS-LIN-VALOR TO WS-LINHA
           PERFORM EMITE-LINHA-CARTA
           PERFORM EMITE-CDB-CARTA
           PERFORM EMITE-EMP-CARTA
           PERFORM EMITE-BRANCO-CARTA
           MOVE WS-LIN-RESPOSTA-1 TO WS-LINHA
           PERFORM EMITE-LINHA-CARTA
           PERFORM EMITE-BRANCO-CARTA
           MOVE WS-LIN-RESPOSTA-2 TO WS-LINHA
           PERFORM EMITE-LINHA-CARTA
           PERFORM EMITE-BRANCO-CARTA
           MOVE WS-LIN-RESPOSTA-3 TO WS-LINHA
           PERFORM EMITE-LINHA-CARTA
           ADD 1 TO WS-QTD-CARTAS
           PERFORM REGISTRA-CARTA.

       OBTEM-DESTINATARIO.
           MOVE WS-TAB-SEL-NOME (WS-SEL-IDX)     TO WS-DEST-NOME
           MOVE WS-TAB-SEL-ENDERECO (WS-SEL-IDX) TO WS-DEST-ENDERECO
           IF CLIMESTRE-ABERTO AND WS-TAB-SEL-CLIENTE (WS-SEL-IDX) > 0
               MOVE WS-TAB-SEL-CLIENTE (WS-SEL-IDX) TO CLI-CPFCNPJ
               READ CLIMESTRE-ARQ
               IF ARQ-CLI-OK
                   MOVE CLI-NOME TO WS-DEST-NOME
                   IF CLI-ENDERECO NOT = SPACES
                       MOVE CLI-ENDERECO TO WS-DEST-ENDERECO
                   END-IF
               END-IF
           END-IF
           IF WS-DEST-ENDERECO = SPACES
               ADD 1 TO WS-QTD-SEM-ENDERECO
               DISPLAY "CONTA SEM ENDERECO PARA A CARTA: "
                   WS-TAB-SEL-CONTA (WS-SEL-IDX)
           END-IF.

       EMITE-CDB-CARTA.
           MOVE "APLICACOES EM CDB" TO WS-SEC-TITULO
           PERFORM EMITE-SECAO-CARTA
           MOVE WS-LIN-TIT-CDB TO WS-LINHA
           PERFORM EMITE-LINHA-CARTA
           MOVE 0 TO WS-QTD-ITENS
           PERFORM EMITE-UM-CDB
               VARYING WS-CDB-IDX FROM 1 BY 1
               UNTIL WS-CDB-IDX > WS-TAB-CDB-QTD
           PERFORM EMITE-NENHUM-CARTA
           MOVE "TOTAL EM CDB NA DATA-BASE.......: " TO WS-VAL-ROTULO
           MOVE WS-TAB-SEL-TOTAL-CDB (WS-SEL-IDX) TO WS-VAL-VALOR
           MOVE WS-LIN-VALOR TO WS-LINHA
           PERFORM EMITE-LINHA-CARTA.

       EMITE-UM-CDB.
           IF WS-TAB-CDB-CONTA (WS-CDB-IDX) =
                   WS-TAB-SEL-CONTA (WS-SEL-IDX)
               ADD 1 TO WS-QTD-ITENS
               MOVE WS-TAB-CDB-NUMERO (WS-CDB-IDX)     TO WS-LCD-NUMERO
               MOVE WS-TAB-CDB-APLICACAO (WS-CDB-IDX)
                 TO WS-LCD-APLICACAO
               MOVE WS-TAB-CDB-VENCIMENTO (WS-CDB-IDX)
                 TO WS-LCD-VENCIMENTO
               MOVE WS-TAB-CDB-PRINCIPAL (WS-CDB-IDX)
                 TO WS-LCD-PRINCIPAL
               MOVE WS-TAB-CDB-VALOR (WS-CDB-IDX)      TO WS-LCD-VALOR
               MOVE WS-LIN-CDB TO WS-LINHA
               PERFORM EMITE-LINHA-CARTA
           END-IF.

       EMITE-EMP-CARTA.
           MOVE "CREDITO PARCELADO" TO WS-SEC-TITULO
           PERFORM EMITE-SECAO-CARTA
           MOVE WS-LIN-TIT-EMP TO WS-LINHA
           PERFORM EMITE-LINHA-CARTA
           MOVE 0 TO WS-QTD-ITENS
           PERFORM EMITE-UM-CONTRATO
               VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-TAB-EMP-QTD
           PERFORM EMITE-NENHUM-CARTA
           MOVE "TOTAL EM ABERTO NA DATA-BASE....: " TO WS-VAL-ROTULO
           MOVE WS-TAB-SEL-TOTAL-EMP (WS-SEL-IDX) TO WS-VAL-VALOR
           MOVE WS-LIN-VALOR TO WS-LINHA
           PERFORM EMITE-LINHA-CARTA.

       EMITE-UM-CONTRATO.
           IF WS-TAB-EMP-CONTA (WS-EMP-IDX) =
                   WS-TAB-SEL-CONTA (WS-SEL-IDX)
               ADD 1 TO WS-QTD-ITENS
               MOVE WS-TAB-EMP-CONTRATO (WS-EMP-IDX)
                 TO WS-LEM-CONTRATO
               MOVE WS-TAB-EMP-CONTRATACAO (WS-EMP-IDX)
                 TO WS-LEM-CONTRATACAO
               MOVE WS-TAB-EMP-PARCELA (WS-EMP-IDX)  TO WS-LEM-PARCELA
               MOVE WS-TAB-EMP-ABERTAS (WS-EMP-IDX)  TO WS-LEM-ABERTAS
               MOVE WS-TAB-EMP-ABERTO (WS-EMP-IDX)   TO WS-LEM-ABERTO
               MOVE WS-LIN-EMP TO WS-LINHA
               PERFORM EMITE-LINHA-CARTA
           END-IF.

       EMITE-LINHA-CARTA.
           WRITE CAR-LINHA FROM WS-LINHA.

       EMITE-BRANCO-CARTA.
           MOVE SPACES TO WS-LINHA
           PERFORM EMITE-LINHA-CARTA.

       EMITE-SECAO-CARTA.
           PERFORM EMITE-BRANCO-CARTA
           MOVE WS-LIN-SECAO TO WS-LINHA
           PERFORM EMITE-LINHA-CARTA.

       EMITE-NENHUM-CARTA.
           IF WS-QTD-ITENS = 0
               MOVE WS-LIN-NENHUM TO WS-LINHA
               PERFORM EMITE-LINHA-CARTA
           END-IF.

       REGISTRA-CARTA.
           MOVE WS-ANO-BASE                   TO CIR-ANO-BASE
           MOVE WS-TAB-SEL-CONTA (WS-SEL-IDX) TO CIR-CONTA
           MOVE WS-TAB-SEL-ESTRATO (WS-SEL-IDX) TO CIR-ESTRATO
           MOVE WS-TAB-SEL-AGENCIA (WS-SEL-IDX) TO CIR-AGENCIA
           MOVE WS-TAB-SEL-SALDO (WS-SEL-IDX)   TO CIR-SALDO
           MOVE WS-TAB-SEL-LIMITE (WS-SEL-IDX)  TO CIR-LIMITE-CREDITO
           MOVE WS-TAB-SEL-TOTAL-CDB (WS-SEL-IDX) TO CIR-TOTAL-CDB
           MOVE WS-TAB-SEL-TOTAL-EMP (WS-SEL-IDX)
             TO CIR-TOTAL-EMPRESTIMO
           MOVE WS-DATA-SISTEMA TO CIR-DATA-ENVIO
           MOVE "E"             TO CIR-SITUACAO
           MOVE 0               TO CIR-DATA-RESPOSTA
           MOVE 0               TO CIR-SALDO-INFORMADO
           MOVE SPACES          TO CIR-OBSERVACAO
           WRITE CIR-REGISTRO
               INVALID KEY
                   ADD 1 TO WS-QTD-NAO-REGISTRADAS
                   DISPLAY "CARTA NAO REGISTRADA NO CONTROLE ("
                       WS-STATUS-CIR "): CONTA " CIR-CONTA
           END-WRITE.

       RESUMO-SELECAO.
           DISPLAY "===== AMOSTRA DA CIRCULARIZACAO ====="
           DISPLAY "CONTAS NO MESTRE..............: " WS-QTD-CONTAS
           DISPLAY "SEM SALDO NA DATA-BASE........: "
               WS-QTD-SEM-SALDO-BASE
           DISPLAY "CONTAS NA POPULACAO...........: " WS-QTD-POPULACAO
           DISPLAY "ACIMA DA MATERIALIDADE........: " WS-QTD-MATERIAIS
           DISPLAY "DEVEDORAS.....................: " WS-QTD-DEVEDORAS
           PERFORM RESUMO-FAIXA
               VARYING WS-FAIXA FROM 1 BY 1 UNTIL WS-FAIXA > 3
           DISPLAY "CARTAS EMITIDAS...............: " WS-QTD-CARTAS
           DISPLAY "CARTAS SEM ENDERECO...........: "
               WS-QTD-SEM-ENDERECO
           DISPLAY "CONTAS SEM CARTA (TAB. CHEIA).: " WS-QTD-FORA-TABELA
           DISPLAY "CARTAS NAO REGISTRADAS........: "
               WS-QTD-NAO-REGISTRADAS
           IF WS-QTD-FORA-TABELA > 0 OR WS-QTD-CDB-FORA > 0
                   OR WS-QTD-EMP-FORA > 0 OR WS-QTD-NAO-REGISTRADAS > 0
                   OR POSICOES-INCOMPLETAS
               MOVE 4 TO RETURN-CODE
           END-IF.

       RESUMO-FAIXA.
           DISPLAY "FAIXA " WS-FAIXA " - POPULACAO "
               WS-FX-POPULACAO (WS-FAIXA) " AMOSTRA "
               WS-FX-AMOSTRA (WS-FAIXA) " SORTEADAS "
               WS-FX-SORTEADAS (WS-FAIXA).

      ******************************************************************
      * Modo R - registro das respostas. Resposta repetida da mesma
      * conta substitui a anterior (correcao digitada pelos auditores).
      ******************************************************************
       REGISTRA-RESPOSTAS.
           OPEN INPUT CIRCRESP-ARQ
           IF NOT ARQ-CRS-OK
               DISPLAY "ARQUIVO DE RESPOSTAS (CIRCRESP) AUSENTE - "
                   "NADA A REGISTRAR"
               MOVE 8 TO RETURN-CODE
           ELSE
               READ CIRCRESP-ARQ
                   AT END SET ARQ-CRS-FIM TO TRUE
               END-READ
               PERFORM TRATA-RESPOSTA THRU TRATA-RESPOSTA-EXIT
                   UNTIL ARQ-CRS-FIM
               CLOSE CIRCRESP-ARQ
               DISPLAY "===== RESPOSTAS DA CIRCULARIZACAO ====="
               DISPLAY "RESPOSTAS LIDAS...............: "
                   WS-QTD-RESP-LIDAS
               DISPLAY "CONFIRMACOES REGISTRADAS......: "
                   WS-QTD-RESP-CONFIRMA
               DISPLAY "DIVERGENCIAS REGISTRADAS......: "
                   WS-QTD-RESP-DIVERGE
               DISPLAY "RESPOSTAS SUBSTITUIDAS........: "
                   WS-QTD-RESP-SUBSTITUI
               DISPLAY "RESPOSTAS REJEITADAS..........: "
                   WS-QTD-RESP-REJEITADAS
               IF WS-QTD-RESP-REJEITADAS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       TRATA-RESPOSTA.
           ADD 1 TO WS-QTD-RESP-LIDAS
           IF CRS-ANO-BASE NOT = WS-ANO-BASE
               MOVE "OUTRO ANO-BASE" TO WS-MOTIVO-REJEICAO
               PERFORM REJEITA-RESPOSTA
               GO TO TRATA-RESPOSTA-EXIT
           END-IF
           IF NOT CRS-CONFIRMA AND NOT CRS-DIVERGE
               MOVE "RESPOSTA NAO E C NEM D" TO WS-MOTIVO-REJEICAO
               PERFORM REJEITA-RESPOSTA
               GO TO TRATA-RESPOSTA-EXIT
           END-IF
           MOVE CRS-ANO-BASE TO CIR-ANO-BASE
           MOVE CRS-CONTA    TO CIR-CONTA
           READ CIRCCTL-ARQ
               INVALID KEY
                   MOVE "CONTA FORA DA AMOSTRA" TO WS-MOTIVO-REJEICAO
                   PERFORM REJEITA-RESPOSTA
                   GO TO TRATA-RESPOSTA-EXIT
           END-READ
           IF NOT CIR-ENVIADA
               ADD 1 TO WS-QTD-RESP-SUBSTITUI
               DISPLAY "RESPOSTA ANTERIOR (" CIR-SITUACAO
                   ") SUBSTITUIDA: CONTA " CIR-CONTA
           END-IF
           MOVE CRS-RESPOSTA      TO CIR-SITUACAO
           MOVE CRS-DATA-RESPOSTA TO CIR-DATA-RESPOSTA
           IF CRS-CONFIRMA
               MOVE CIR-SALDO       TO CIR-SALDO-INFORMADO
               MOVE SPACES          TO CIR-OBSERVACAO
               ADD 1 TO WS-QTD-RESP-CONFIRMA
           ELSE
               MOVE CRS-SALDO-INFORMADO TO CIR-SALDO-INFORMADO
               MOVE CRS-OBSERVACAO      TO CIR-OBSERVACAO
               ADD 1 TO WS-QTD-RESP-DIVERGE
           END-IF
           REWRITE CIR-REGISTRO
               INVALID KEY
                   MOVE "ERRO NA GRAVACAO DO CONTROLE"
                     TO WS-MOTIVO-REJEICAO
                   PERFORM REJEITA-RESPOSTA
           END-REWRITE.

       TRATA-RESPOSTA-EXIT.
           READ CIRCRESP-ARQ
               AT END SET ARQ-CRS-FIM TO TRUE
           END-READ.

       REJEITA-RESPOSTA.
           ADD 1 TO WS-QTD-RESP-REJEITADAS
           DISPLAY "RESPOSTA REJEITADA (" WS-MOTIVO-REJEICAO
               "): ANO " CRS-ANO-BASE " CONTA " CRS-CONTA.

      ******************************************************************
      * Modo X - lista de excecoes: cartas sem resposta e cartas com
      * divergencia apontada pelo cliente, com os totais do ano-base.
      ******************************************************************
       LISTA-EXCECOES.
           OPEN OUTPUT CIRCEXC-ARQ
           IF NOT ARQ-EXC-OK
               DISPLAY "LISTA DE EXCECOES (CIRCEXC) NAO ABERTA ("
                   WS-STATUS-EXC ")"
               CLOSE CIRCCTL-ARQ
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-DATA-BASE    TO WS-ECA-DATA-BASE
           MOVE WS-DATA-SISTEMA TO WS-ECA-EMISSAO
           WRITE EXC-LINHA FROM WS-LIN-EXC-CABECALHO
           MOVE SPACES TO EXC-LINHA
           WRITE EXC-LINHA
           WRITE EXC-LINHA FROM WS-LIN-EXC-TITULO
           MOVE WS-ANO-BASE TO CIR-ANO-BASE
           MOVE 0           TO CIR-CONTA
           START CIRCCTL-ARQ KEY NOT < CIR-CHAVE
           IF ARQ-CIR-OK
               READ CIRCCTL-ARQ NEXT RECORD
                   AT END SET ARQ-CIR-FIM TO TRUE
               END-READ
               PERFORM AVALIA-CONTROLE
                   UNTIL NOT ARQ-CIR-OK
                      OR CIR-ANO-BASE NOT = WS-ANO-BASE
           END-IF
           IF WS-QTD-ENVIADAS = 0
               MOVE "  NENHUMA CARTA ENVIADA PARA O ANO-BASE"
                 TO EXC-LINHA
               WRITE EXC-LINHA
           END-IF
           MOVE SPACES TO EXC-LINHA
           WRITE EXC-LINHA
           MOVE "CARTAS ENVIADAS..................:" TO WS-ETO-ROTULO
           MOVE WS-QTD-ENVIADAS TO WS-ETO-QTD
           WRITE EXC-LINHA FROM WS-LIN-EXC-TOTAL
           MOVE "CONFIRMADAS......................:" TO WS-ETO-ROTULO
           MOVE WS-QTD-CONFIRMADAS TO WS-ETO-QTD
           WRITE EXC-LINHA FROM WS-LIN-EXC-TOTAL
           MOVE "COM DIVERGENCIA..................:" TO WS-ETO-ROTULO
           MOVE WS-QTD-DIVERGENTES TO WS-ETO-QTD
           WRITE EXC-LINHA FROM WS-LIN-EXC-TOTAL
           MOVE "SEM RESPOSTA.....................:" TO WS-ETO-ROTULO
           MOVE WS-QTD-SEM-RESPOSTA TO WS-ETO-QTD
           WRITE EXC-LINHA FROM WS-LIN-EXC-TOTAL
           CLOSE CIRCEXC-ARQ
           DISPLAY "===== EXCECOES DA CIRCULARIZACAO ====="
           DISPLAY "CARTAS ENVIADAS...............: " WS-QTD-ENVIADAS
           DISPLAY "CONFIRMADAS...................: "
               WS-QTD-CONFIRMADAS
           DISPLAY "COM DIVERGENCIA...............: "
               WS-QTD-DIVERGENTES
           DISPLAY "SEM RESPOSTA..................: "
               WS-QTD-SEM-RESPOSTA.

       AVALIA-CONTROLE.
           ADD 1 TO WS-QTD-ENVIADAS
           EVALUATE TRUE
               WHEN CIR-CONFIRMADA
                   ADD 1 TO WS-QTD-CONFIRMADAS
               WHEN CIR-DIVERGENTE
                   ADD 1 TO WS-QTD-DIVERGENTES
                   MOVE "DIVERG." TO WS-LEX-SITUACAO
                   COMPUTE WS-DIFERENCA =
                       CIR-SALDO-INFORMADO - CIR-SALDO
                   MOVE CIR-SALDO-INFORMADO TO WS-LEX-INFORMADO
                   MOVE WS-DIFERENCA        TO WS-LEX-DIFERENCA
                   PERFORM EMITE-EXCECAO
               WHEN OTHER
                   ADD 1 TO WS-QTD-SEM-RESPOSTA
                   MOVE "SEM RESP" TO WS-LEX-SITUACAO
                   MOVE 0 TO WS-LEX-INFORMADO
                   MOVE 0 TO WS-LEX-DIFERENCA
                   PERFORM EMITE-EXCECAO
           END-EVALUATE
           READ CIRCCTL-ARQ NEXT RECORD
               AT END SET ARQ-CIR-FIM TO TRUE
           END-READ.

       EMITE-EXCECAO.
           MOVE CIR-CONTA      TO WS-LEX-CONTA
           MOVE CIR-AGENCIA    TO WS-LEX-AGENCIA
           MOVE CIR-ESTRATO    TO WS-LEX-ESTRATO
           MOVE CIR-DATA-ENVIO TO WS-LEX-ENVIO
           MOVE CIR-SALDO      TO WS-LEX-SALDO
           WRITE EXC-LINHA FROM WS-LIN-EXC
           IF CIR-DIVERGENTE AND CIR-OBSERVACAO NOT = SPACES
               MOVE CIR-OBSERVACAO TO WS-LOB-OBSERVACAO
               WRITE EXC-LINHA FROM WS-LIN-EXC-OBS
           END-IF.

       COPY PARLER.

       END PROGRAM PROGCIRC.
