      ******************************************************************
      * Author: EQUIPE MANUTENCAO
      * Date: 15/10/2026
      * Purpose: RELATORIO DE ATIVIDADE DE OPERADORES E SEGREGACAO DE
      *          FUNCOES - PARA UMA MATRICULA (OU TODAS) E UM PERIODO
      *          INFORMADOS, JUNTA NUM SO RELATORIO (ARQUIVO OPERREL)
      *          O QUE CADA OPERADOR FEZ, A PARTIR DOS CARIMBOS QUE O
      *          SISTEMA JA GRAVA:
      *            - ALCADA: CAPTURA, APROVACAO, REJEICAO E EXPIRACAO
      *              (AUDITSEG, PROGAPROV);
      *            - DESBLOQUEIOS E RESET DE PIN (AUDITSEG,
      *              PROGDESBLOQ E PROGCARTAO);
      *            - BLOQUEIOS JUDICIAIS E ESPOLIOS (AUDITSEG,
      *              PROGBLOQJUD E PROGOBITO);
      *            - MANUTENCAO CADASTRAL (AUDITSEG, PROGMANUT,
      *              PROGCLIMANUT, PROGPRODUTO, PROGAPRCAD,
      *              PROGAUTDEB, PROGCARTAO, PROGOPER, PROGAPRLIM);
      *            - OUTRAS ACOES DE SEGURANCA (ESTORNO,
      *              CONTESTACAO, COMPLIANCE, TRIAGEM);
      *            - LANCAMENTOS (MOV-CAIXA EM MOVFECH E MOVIMENTO);
      *            - FECHAMENTOS DE GAVETA (CAIXAPOS, PROGCAIXA).
      *          SEGUEM O RESUMO POR OPERADOR E A SECAO DE EXCECOES:
      *            E01 - MESMA MATRICULA CAPTUROU E APROVOU O PEDIDO
      *                  DE ALCADA;
      *            E02 - OPERADOR DESBLOQUEOU A CONTA E DEPOIS A
      *                  DEBITOU NO ATENDIMENTO;
      *            E03 - OPERADOR AGIU NA PROPRIA CONTA (CPF DO
      *                  OPERADOR, OPE-CPFCNPJ, COMO CTA-CLIENTE OU
      *                  TITULAR DA CONTA);
      *            E04 - ACAO FORA DO PERFIL ATUAL DO OPERADOR
      *                  (OPE-PERFIL) OU POR MATRICULA SEM CADASTRO NO
      *                  OPERMESTRE.
      *          O PERFIL CONFERIDO E O ATUAL DO MESTRE: ACAO FEITA
      *          ANTES DE UMA TROCA DE PERFIL TAMBEM APARECE EM E04,
      *          PARA A AUDITORIA CONFERIR. SO LEITURA. RETURN-CODE:
      *          0 - SEM EXCECAO; 4 - HA EXCECAO (OU TABELA CHEIA,
      *          CONFERENCIA INCOMPLETA); 8 - ARQUIVO ILEGIVEL.
      *          ARQUIVO AUSENTE (NUNCA CRIADO) SO E INFORMADO. RODA
      *          SOB DEMANDA DA AUDITORIA INTERNA, FORA DO CICLO.
      * Tectonics: cobc
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      * 15/10/2026 - EM - Pedidos e decisoes da dupla custodia de
      *              alteracoes cadastrais (SOLIC ..., perfil C, e
      *              APROVACAO/REJEICAO/EXPIRACAO CADASTRO do
      *              PROGAPRCAD, perfil S) na secao de manutencao.
      * 15/10/2026 - EM - Decisoes da mesa de credito sobre as
      *              propostas de limite (APROVACAO/REJEICAO/
      *              EXPIRACAO LIMITE do PROGAPRLIM, perfil R) na
      *              secao de manutencao.
      * 15/10/2026 - EM - Acoes OBITO ... do PROGOBITO (registro do
      *              obito, cancelamentos, documentos e liberacoes do
      *              espolio) entram na secao do juridico, perfil J.
      * 15/10/2026 - EM - Linhas de movimento acompanham MOVREG
      *              (78 bytes).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGOPERREL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERMESTRE-ARQ ASSIGN TO "OPERMESTRE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OPE-MATRICULA
               FILE STATUS IS WS-STATUS-OPE.

           SELECT AUDITSEG-ARQ ASSIGN TO "AUDITSEG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUD.

           SELECT MOVFECH-ARQ ASSIGN TO "MOVFECH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FECH.

           SELECT MOVIMENTO-ARQ ASSIGN TO "MOVIMENTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MOV.

           SELECT CAIXAPOS-ARQ ASSIGN TO "CAIXAPOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-POS.

           SELECT CTAMESTRE-ARQ ASSIGN TO "CTAMESTRE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-NUMERO
               FILE STATUS IS WS-STATUS-CTA.

           SELECT TITULAR-ARQ ASSIGN TO "TITULAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TIT-CHAVE
               FILE STATUS IS WS-STATUS-TIT.

           SELECT OPERREL-ARQ ASSIGN TO "OPERREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REL.
       DATA DIVISION.
       FILE SECTION.
      * Mestre de operadores (PROGOPER).
       FD  OPERMESTRE-ARQ.
       COPY OPEREG.

       FD  AUDITSEG-ARQ.
       01 AUD-REGISTRO.
          05 AUD-DATA             PIC 9(08).
          05 AUD-HORA             PIC 9(08).
          05 AUD-OFICIAL          PIC X(08).
          05 AUD-CONTA            PIC 9(06).
          05 AUD-ACAO             PIC X(20).

      * Periodos fechados do ano (PROGMOVCORTE).
       FD  MOVFECH-ARQ.
       01 FECH-REGISTRO             PIC X(78).

       FD  MOVIMENTO-ARQ.
       01 MOVLIN-REGISTRO           PIC X(78).

      * Posicao de gaveta por caixa e dia (PROGCAIXA).
       FD  CAIXAPOS-ARQ.
       01 POS-REGISTRO.
          05 POS-MATRICULA        PIC X(08).
          05 POS-DATA             PIC 9(08).
          05 POS-HORA             PIC 9(08).
          05 POS-VALOR-CALCULADO  PIC S9(09)V99 SIGN LEADING SEPARATE.
          05 POS-VALOR-DECLARADO  PIC S9(09)V99 SIGN LEADING SEPARATE.
          05 POS-DIFERENCA        PIC S9(09)V99 SIGN LEADING SEPARATE.

       FD  CTAMESTRE-ARQ.
       COPY CTAREG.

      * Titulares das contas (PROGCLIMANUT).
       FD  TITULAR-ARQ.
       COPY TITREG.

      * Relatorio, refeito por inteiro a cada execucao.
       FD  OPERREL-ARQ.
       01 REL-LINHA                 PIC X(80).
       WORKING-STORAGE SECTION.
       COPY OPSIGNW.

          01 WS-STATUS-AUD           PIC XX.
             88 ARQ-AUD-OK                VALUE "00".
             88 ARQ-AUD-FIM               VALUE "10".
             88 ARQ-AUD-AUSENTE           VALUE "35".

          01 WS-STATUS-FECH          PIC XX.
             88 ARQ-FECH-OK               VALUE "00".
             88 ARQ-FECH-FIM              VALUE "10".
             88 ARQ-FECH-AUSENTE          VALUE "35".

          01 WS-STATUS-MOV           PIC XX.
             88 ARQ-MOV-OK                VALUE "00".
             88 ARQ-MOV-FIM               VALUE "10".
             88 ARQ-MOV-AUSENTE           VALUE "35".

          01 WS-STATUS-POS           PIC XX.
             88 ARQ-POS-OK                VALUE "00".
             88 ARQ-POS-FIM               VALUE "10".
             88 ARQ-POS-AUSENTE           VALUE "35".

          01 WS-STATUS-CTA           PIC XX.
             88 ARQ-CTA-OK                VALUE "00".

          01 WS-STATUS-TIT           PIC XX.
             88 ARQ-TIT-OK                VALUE "00".

          01 WS-STATUS-REL           PIC XX.
             88 ARQ-REL-OK                VALUE "00".

          01 WS-OPE-FIM              PIC X(01) VALUE "N".
             88 OPE-FIM                   VALUE "S".

      * Mestres usados na conferencia de conta propria; sem eles a
      * conferencia E03 fica de fora (e o relatorio sai com RC 8).
          01 WS-CTAMESTRE-ABERTO     PIC X(01) VALUE "N".
             88 CTAMESTRE-ABERTO          VALUE "S".
          01 WS-TITULAR-ABERTO       PIC X(01) VALUE "N".
             88 TITULAR-ABERTO            VALUE "S".
          01 WS-OPERMESTRE-LIDO      PIC X(01) VALUE "N".
             88 OPERMESTRE-LIDO           VALUE "S".

      * Area de decodificacao das linhas de MOVFECH/MOVIMENTO.
       COPY MOVREG.

      * Parametros da consulta.
          01 WS-MATR-FILTRO          PIC X(08) VALUE SPACES.
          01 WS-DATA-INICIAL         PIC 9(08).
          01 WS-DATA-FINAL           PIC 9(08).

      * Secao em impressao e classificacao da acao do AUDITSEG:
      * 1 lancamentos, 2 alcada, 3 desbloqueios/PIN, 4 bloqueios
      * judiciais, 5 manutencao cadastral, 6 gaveta, 7 outras.
          01 WS-SECAO                PIC 9(01).
          01 WS-CATEGORIA            PIC 9(01).
          01 WS-PERFIL-EXIGIDO       PIC X(01).
          01 WS-EH-DESBLOQUEIO       PIC X(01).
             88 EH-DESBLOQUEIO            VALUE "S".

          01 WS-MATR-BUSCA           PIC X(08).
          01 WS-CONTA-BUSCA          PIC 9(06).
          01 WS-DESCRICAO            PIC X(20).
          01 WS-CONTA-PROPRIA        PIC X(01).
             88 CONTA-PROPRIA             VALUE "S".

      * Data e hora juntas (AAAAMMDDHHMMSSCC) para ordenar eventos.
          01 WS-MOMENTO.
             05 WS-MOMENTO-DATA      PIC 9(08).
             05 WS-MOMENTO-HORA      PIC 9(08).
          01 WS-MOMENTO-NUM REDEFINES WS-MOMENTO PIC 9(16).

      * Operadores: o mestre inteiro, mais as matriculas que aparecem
      * nos arquivos sem cadastro (perfil em branco), com os
      * contadores de cada secao e de excecoes.
          01 WS-TAB-OPERADORES.
             05 WS-TAB-OPE-ENTRADA OCCURS 999 TIMES
                   INDEXED BY WS-OPE-IDX.
                10 WS-TAB-OPE-MATRICULA PIC X(08).
                10 WS-TAB-OPE-PERFIL    PIC X(01).
                10 WS-TAB-OPE-CPFCNPJ   PIC 9(14).
                10 WS-TAB-OPE-QTD       PIC 9(06) OCCURS 7 TIMES.
                10 WS-TAB-OPE-EXCECOES  PIC 9(04).
          01 WS-TAB-OPE-QTD-ATUAL    PIC 9(04) VALUE 0.
          01 WS-TAB-OPE-ACHOU        PIC X(01).
             88 OPE-ACHOU                 VALUE "S".
          01 WS-TAB-OPE-CHEIA        PIC X(01) VALUE "N".
             88 TAB-OPE-CHEIA             VALUE "S".
          01 WS-IDX-CAT              PIC 9(01).
          01 WS-TEM-ATIVIDADE        PIC X(01).
             88 TEM-ATIVIDADE             VALUE "S".

      * Capturas de alcada do periodo, para casar com a decisao que
      * o PROGAPROV grava logo depois com a mesma data, hora e conta.
          01 WS-TAB-CAPTURAS.
             05 WS-TAB-CAP-ENTRADA OCCURS 2000 TIMES
                   INDEXED BY WS-CAP-IDX.
                10 WS-TAB-CAP-MOMENTO   PIC 9(16).
                10 WS-TAB-CAP-CONTA     PIC 9(06).
                10 WS-TAB-CAP-MATRICULA PIC X(08).
          01 WS-TAB-CAP-QTD          PIC 9(04) VALUE 0.
          01 WS-TAB-CAP-ACHOU        PIC X(01).
             88 CAP-ACHOU                 VALUE "S".
          01 WS-TAB-CAP-CHEIA        PIC X(01) VALUE "N".
             88 TAB-CAP-CHEIA             VALUE "S".

      * Desbloqueios do periodo (conta, quem e quando), para apontar
      * o debito posterior pelo mesmo operador.
          01 WS-TAB-DESBLOQUEIOS.
             05 WS-TAB-DSB-ENTRADA OCCURS 2000 TIMES
                   INDEXED BY WS-DSB-IDX.
                10 WS-TAB-DSB-MOMENTO   PIC 9(16).
                10 WS-TAB-DSB-CONTA     PIC 9(06).
                10 WS-TAB-DSB-MATRICULA PIC X(08).
          01 WS-TAB-DSB-QTD          PIC 9(04) VALUE 0.
          01 WS-TAB-DSB-ACHOU        PIC X(01).
             88 DSB-ACHOU                 VALUE "S".
          01 WS-TAB-DSB-CHEIA        PIC X(01) VALUE "N".
             88 TAB-DSB-CHEIA             VALUE "S".

      * Excecoes, guardadas para sair juntas no fim do relatorio.
          01 WS-TAB-EXCECOES.
             05 WS-TAB-EXC-LINHA OCCURS 999 TIMES
                   INDEXED BY WS-EXC-IDX
                   PIC X(80).
          01 WS-TAB-EXC-QTD          PIC 9(04) VALUE 0.
          01 WS-QTD-EXC-NAO-LISTADAS PIC 9(06) VALUE 0.
          01 WS-QTD-EXC-CODIGO       PIC 9(06) OCCURS 4 TIMES.
          01 WS-IDX-EXC              PIC 9(01).
          01 WS-QTD-EXCECOES         PIC 9(06) VALUE 0.

          01 WS-QTD-SECAO            PIC 9(06) VALUE 0.
          01 WS-QTD-LIDAS-AUD        PIC 9(08) VALUE 0.
          01 WS-QTD-LIDAS-MOV        PIC 9(08) VALUE 0.
          01 WS-ARQUIVO-ILEGIVEL     PIC X(01) VALUE "N".
             88 ARQUIVO-ILEGIVEL          VALUE "S".

      * Linhas formatadas do relatorio.
          01 WS-LIN-CABECALHO.
             05 FILLER               PIC X(40)
                   VALUE "*** ATIVIDADE DE OPERADORES - MATRICULA ".
             05 WS-CAB-MATRICULA     PIC X(08).
             05 FILLER               PIC X(09) VALUE " PERIODO ".
             05 WS-CAB-DATA-INI      PIC 9(08).
             05 FILLER               PIC X(03) VALUE " A ".
             05 WS-CAB-DATA-FIM      PIC 9(08).

          01 WS-LIN-SECAO.
             05 FILLER               PIC X(04) VALUE "=== ".
             05 WS-SEC-TITULO        PIC X(40).
             05 FILLER               PIC X(04) VALUE " ===".

          01 WS-LIN-TITULOS.
             05 FILLER               PIC X(38)
                   VALUE "DATA     HORA   MATRICUL CONTA  OCORRE".
             05 FILLER               PIC X(30)
                   VALUE "NCIA                     VALOR".

          01 WS-LIN-DETALHE.
             05 WS-DET-DATA          PIC 9(08).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-DET-HORA          PIC 9(06).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-DET-MATRICULA     PIC X(08).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-DET-CONTA         PIC 9(06).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-DET-DESCRICAO     PIC X(20).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-DET-VALOR         PIC Z(10)9.99-.
             05 WS-DET-VALOR-X REDEFINES WS-DET-VALOR PIC X(15).

          01 WS-LIN-QTD-SECAO.
             05 FILLER               PIC X(24)
                   VALUE "   OCORRENCIAS NA SECAO:".
             05 WS-QSE-QTD           PIC Z(5)9.

          01 WS-LIN-EXCECAO.
             05 WS-EXC-CODIGO        PIC X(03).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-EXC-DATA          PIC 9(08).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-EXC-MATRICULA     PIC X(08).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-EXC-CONTA         PIC 9(06).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-EXC-TEXTO         PIC X(51).

          01 WS-LIN-RESUMO-TIT.
             05 FILLER               PIC X(40)
                   VALUE "MATRICUL P   LANC ALCADA DESBLQ JUDIC. ".
             05 FILLER               PIC X(30)
                   VALUE "CADAST GAVETA OUTRAS EXCEC.".

          01 WS-LIN-RESUMO.
             05 WS-RES-MATRICULA     PIC X(08).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-RES-PERFIL        PIC X(01).
             05 WS-RES-QTD-GRUPO.
                10 WS-RES-QTD        PIC Z(6)9 OCCURS 7 TIMES.
             05 WS-RES-EXCECOES      PIC Z(6)9.

          01 WS-LIN-TOTAL.
             05 WS-TOT-ROTULO        PIC X(40).
             05 WS-TOT-QTD           PIC Z(5)9.

          01 WS-CPF-TEXTO            PIC X(14).
          01 WS-TIPO-TEXTO           PIC X(01).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "===== ATIVIDADE DE OPERADORES E SEGREGACAO DE "
               "FUNCOES ====="
           DISPLAY "Matricula do operador (ENTER = todos): "
           ACCEPT WS-MATR-FILTRO
           DISPLAY "Data inicial (AAAAMMDD, 0 = sem limite): "
           ACCEPT WS-DATA-INICIAL
           DISPLAY "Data final   (AAAAMMDD, 0 = sem limite): "
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
           PERFORM CARREGA-OPERADORES

      * As secoes do AUDITSEG vem antes dos lancamentos: a tabela de
      * desbloqueios precisa estar pronta para a conferencia E02.
           MOVE 2 TO WS-SECAO
           PERFORM IMPRIME-SECAO-AUDITORIA
           MOVE 3 TO WS-SECAO
           PERFORM IMPRIME-SECAO-AUDITORIA
           MOVE 4 TO WS-SECAO
           PERFORM IMPRIME-SECAO-AUDITORIA
           MOVE 5 TO WS-SECAO
           PERFORM IMPRIME-SECAO-AUDITORIA
           MOVE 7 TO WS-SECAO
           PERFORM IMPRIME-SECAO-AUDITORIA
           PERFORM IMPRIME-SECAO-LANCAMENTOS
           PERFORM IMPRIME-SECAO-GAVETA
           PERFORM IMPRIME-RESUMO-OPERADORES
           PERFORM IMPRIME-EXCECOES
           PERFORM FINALIZAR
           STOP RUN.

       INICIALIZAR.
           OPEN OUTPUT OPERREL-ARQ
           IF NOT ARQ-REL-OK
               DISPLAY "ERRO AO ABRIR OPERREL - STATUS "
                   WS-STATUS-REL
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-MATR-FILTRO = SPACES
               MOVE "TODAS"        TO WS-CAB-MATRICULA
           ELSE
               MOVE WS-MATR-FILTRO TO WS-CAB-MATRICULA
           END-IF
           MOVE WS-DATA-INICIAL TO WS-CAB-DATA-INI
           MOVE WS-DATA-FINAL   TO WS-CAB-DATA-FIM
           WRITE REL-LINHA FROM WS-LIN-CABECALHO
           MOVE 0 TO WS-QTD-EXC-CODIGO (1)
           MOVE 0 TO WS-QTD-EXC-CODIGO (2)
           MOVE 0 TO WS-QTD-EXC-CODIGO (3)
           MOVE 0 TO WS-QTD-EXC-CODIGO (4)

           OPEN INPUT CTAMESTRE-ARQ
           IF ARQ-CTA-OK
               SET CTAMESTRE-ABERTO TO TRUE
           ELSE
               DISPLAY "MESTRE DE CONTAS (CTAMESTRE) INDISPONIVEL ("
                   WS-STATUS-CTA ") - E03 NAO CONFERIDA"
               SET ARQUIVO-ILEGIVEL TO TRUE
           END-IF
           OPEN INPUT TITULAR-ARQ
           IF ARQ-TIT-OK
               SET TITULAR-ABERTO TO TRUE
           ELSE
               DISPLAY "TITULARES (TITULAR) INDISPONIVEL ("
                   WS-STATUS-TIT ") - E03 SO PELO CTA-CLIENTE"
           END-IF.

      * O mestre inteiro vai para a tabela: perfil e CPF de cada
      * matricula que aparecer nos arquivos. Operador cadastrado
      * antes do CPF no mestre le o campo sem valor numerico e fica
      * como nao informado.
       CARREGA-OPERADORES.
           OPEN INPUT OPERMESTRE-ARQ
           IF NOT ARQ-OPE-OK
               DISPLAY "MESTRE DE OPERADORES (OPERMESTRE) "
                   "INDISPONIVEL (" WS-STATUS-OPE ") - E03 E E04 NAO "
                   "CONFERIDAS"
               SET ARQUIVO-ILEGIVEL TO TRUE
           ELSE
               SET OPERMESTRE-LIDO TO TRUE
               MOVE "N" TO WS-OPE-FIM
               PERFORM LE-OPERMESTRE
               PERFORM GUARDA-OPERADOR UNTIL OPE-FIM
               CLOSE OPERMESTRE-ARQ
           END-IF.

       LE-OPERMESTRE.
           READ OPERMESTRE-ARQ NEXT RECORD
               AT END SET OPE-FIM TO TRUE
           END-READ
           IF NOT OPE-FIM AND NOT ARQ-OPE-OK
               DISPLAY "ERRO NA LEITURA DO OPERMESTRE - STATUS "
                   WS-STATUS-OPE
               SET ARQUIVO-ILEGIVEL TO TRUE
               SET OPE-FIM TO TRUE
           END-IF.

       GUARDA-OPERADOR.
           MOVE OPE-MATRICULA TO WS-MATR-BUSCA
           PERFORM LOCALIZA-OPERADOR
           IF OPE-ACHOU
               MOVE OPE-PERFIL TO WS-TAB-OPE-PERFIL (WS-OPE-IDX)
               IF OPE-CPFCNPJ IS NUMERIC
                   MOVE OPE-CPFCNPJ
                       TO WS-TAB-OPE-CPFCNPJ (WS-OPE-IDX)
               END-IF
           END-IF
           PERFORM LE-OPERMESTRE.

      * Procura a matricula na tabela; nao achando, inclui sem perfil
      * (sem cadastro no mestre). Tabela cheia: a matricula fica de
      * fora do resumo e das conferencias por operador.
       LOCALIZA-OPERADOR.
           MOVE "N" TO WS-TAB-OPE-ACHOU
           SET WS-OPE-IDX TO 1
           PERFORM PROCURA-OPERADOR
               UNTIL WS-OPE-IDX > WS-TAB-OPE-QTD-ATUAL
                  OR OPE-ACHOU
           IF NOT OPE-ACHOU
               IF WS-TAB-OPE-QTD-ATUAL < 999
                   ADD 1 TO WS-TAB-OPE-QTD-ATUAL
                   SET WS-OPE-IDX TO WS-TAB-OPE-QTD-ATUAL
                   MOVE WS-MATR-BUSCA
                       TO WS-TAB-OPE-MATRICULA (WS-OPE-IDX)
                   MOVE SPACE TO WS-TAB-OPE-PERFIL (WS-OPE-IDX)
                   MOVE 0 TO WS-TAB-OPE-CPFCNPJ (WS-OPE-IDX)
                   MOVE 0 TO WS-TAB-OPE-EXCECOES (WS-OPE-IDX)
                   PERFORM ZERA-CONTADORES-OPERADOR
                       VARYING WS-IDX-CAT FROM 1 BY 1
                       UNTIL WS-IDX-CAT > 7
                   SET OPE-ACHOU TO TRUE
               ELSE
                   IF NOT TAB-OPE-CHEIA
                       SET TAB-OPE-CHEIA TO TRUE
                       DISPLAY "TABELA DE OPERADORES CHEIA - RESUMO "
                           "E CONFERENCIAS INCOMPLETOS"
                   END-IF
               END-IF
           END-IF.

       PROCURA-OPERADOR.
           IF WS-TAB-OPE-MATRICULA (WS-OPE-IDX) = WS-MATR-BUSCA
               MOVE "S" TO WS-TAB-OPE-ACHOU
           ELSE
               SET WS-OPE-IDX UP BY 1
           END-IF.

       ZERA-CONTADORES-OPERADOR.
           MOVE 0 TO WS-TAB-OPE-QTD (WS-OPE-IDX, WS-IDX-CAT).

       IMPRIME-TITULO-SECAO.
           EVALUATE WS-SECAO
               WHEN 1
                   MOVE "LANCAMENTOS NO ATENDIMENTO" TO WS-SEC-TITULO
               WHEN 2
                   MOVE "ALCADA (CAPTURA E DECISAO)" TO WS-SEC-TITULO
               WHEN 3
                   MOVE "DESBLOQUEIOS E RESET DE PIN" TO WS-SEC-TITULO
               WHEN 4
                   MOVE "BLOQUEIOS JUDICIAIS E ESPOLIOS"
                     TO WS-SEC-TITULO
               WHEN 5
                   MOVE "MANUTENCAO CADASTRAL" TO WS-SEC-TITULO
               WHEN 6
                   MOVE "FECHAMENTOS DE GAVETA" TO WS-SEC-TITULO
               WHEN OTHER
                   MOVE "OUTRAS ACOES DE SEGURANCA" TO WS-SEC-TITULO
           END-EVALUATE
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           WRITE REL-LINHA FROM WS-LIN-SECAO
           WRITE REL-LINHA FROM WS-LIN-TITULOS
           MOVE 0 TO WS-QTD-SECAO.

       IMPRIME-QTD-SECAO.
           MOVE WS-QTD-SECAO TO WS-QSE-QTD
           WRITE REL-LINHA FROM WS-LIN-QTD-SECAO.

      ******************************************************************
      * Secoes do AUDITSEG: uma passada do arquivo por secao, imprimindo
      * so as acoes da categoria da secao.
      ******************************************************************
       IMPRIME-SECAO-AUDITORIA.
           PERFORM IMPRIME-TITULO-SECAO
           OPEN INPUT AUDITSEG-ARQ
           IF ARQ-AUD-OK
               READ AUDITSEG-ARQ
                   AT END SET ARQ-AUD-FIM TO TRUE
               END-READ
               PERFORM AVALIA-AUDITORIA UNTIL ARQ-AUD-FIM
               CLOSE AUDITSEG-ARQ
           ELSE
               IF ARQ-AUD-AUSENTE
                   DISPLAY "AUDITSEG AUSENTE - NENHUMA ACAO REGISTRADA"
               ELSE
                   DISPLAY "AUDITSEG ILEGIVEL - STATUS " WS-STATUS-AUD
                   SET ARQUIVO-ILEGIVEL TO TRUE
               END-IF
           END-IF
           PERFORM IMPRIME-QTD-SECAO.

       AVALIA-AUDITORIA.
           IF WS-SECAO = 2
               ADD 1 TO WS-QTD-LIDAS-AUD
           END-IF
           IF AUD-DATA NOT < WS-DATA-INICIAL
                   AND AUD-DATA NOT > WS-DATA-FINAL
               PERFORM CLASSIFICA-ACAO
               IF WS-CATEGORIA = WS-SECAO
                   PERFORM TRATA-ACAO-DA-SECAO
               END-IF
           END-IF
           READ AUDITSEG-ARQ
               AT END SET ARQ-AUD-FIM TO TRUE
           END-READ
           IF NOT ARQ-AUD-OK AND NOT ARQ-AUD-FIM
               DISPLAY "ERRO NA LEITURA DO AUDITSEG - STATUS "
                   WS-STATUS-AUD
               SET ARQUIVO-ILEGIVEL TO TRUE
               SET ARQ-AUD-FIM TO TRUE
           END-IF.

      * Categoria (secao) e perfil que a acao exige, conforme o
      * programa que a grava. Perfil em branco: acao sem sign-on
      * (captura no atendimento, triagem do lote, primeira carga do
      * PROGOPER) - nao ha perfil a conferir.
       CLASSIFICA-ACAO.
           MOVE "N"   TO WS-EH-DESBLOQUEIO
           MOVE SPACE TO WS-PERFIL-EXIGIDO
           EVALUATE TRUE
               WHEN AUD-ACAO = "CAPTURA ALCADA"
                   MOVE 2 TO WS-CATEGORIA
               WHEN AUD-ACAO = "APROVACAO ALCADA"
                 OR AUD-ACAO = "REJEICAO ALCADA"
                 OR AUD-ACAO = "EXPIRACAO ALCADA"
                   MOVE 2   TO WS-CATEGORIA
                   MOVE "S" TO WS-PERFIL-EXIGIDO
               WHEN AUD-ACAO = "DESBLOQUEIO/PIN PDR"
                   MOVE 3   TO WS-CATEGORIA
                   MOVE "G" TO WS-PERFIL-EXIGIDO
                   MOVE "S" TO WS-EH-DESBLOQUEIO
               WHEN AUD-ACAO = "CARTAO DESBLOQUEADO"
                   MOVE 3   TO WS-CATEGORIA
                   MOVE "C" TO WS-PERFIL-EXIGIDO
                   MOVE "S" TO WS-EH-DESBLOQUEIO
               WHEN AUD-ACAO = "BLOQUEIO JUDICIAL"
                   MOVE 4   TO WS-CATEGORIA
                   MOVE "J" TO WS-PERFIL-EXIGIDO
               WHEN AUD-ACAO = "LIBERACAO JUDICIAL"
                   MOVE 4   TO WS-CATEGORIA
                   MOVE "J" TO WS-PERFIL-EXIGIDO
                   MOVE "S" TO WS-EH-DESBLOQUEIO
               WHEN AUD-ACAO(1:6) = "OBITO "
                   MOVE 4   TO WS-CATEGORIA
                   MOVE "J" TO WS-PERFIL-EXIGIDO
               WHEN AUD-ACAO(1:6) = "MANUT "
                 OR AUD-ACAO(1:6) = "SOLIC "
                 OR AUD-ACAO(1:7) = "CARTAO "
                 OR AUD-ACAO(1:11) = "TRIAGEM CLI"
                 OR AUD-ACAO = "INCLUI DEB.AUTOMAT."
                 OR AUD-ACAO = "CANCELA DEB.AUTOMAT."
                   MOVE 5   TO WS-CATEGORIA
                   MOVE "C" TO WS-PERFIL-EXIGIDO
               WHEN AUD-ACAO = "APROVACAO CADASTRO"
                 OR AUD-ACAO = "REJEICAO CADASTRO"
                 OR AUD-ACAO = "EXPIRACAO CADASTRO"
                   MOVE 5   TO WS-CATEGORIA
                   MOVE "S" TO WS-PERFIL-EXIGIDO
               WHEN AUD-ACAO = "APROVACAO LIMITE"
                 OR AUD-ACAO = "REJEICAO LIMITE"
                 OR AUD-ACAO = "EXPIRACAO LIMITE"
                   MOVE 5   TO WS-CATEGORIA
                   MOVE "R" TO WS-PERFIL-EXIGIDO
               WHEN AUD-ACAO = "INCLUSAO OPERADOR"
                 OR AUD-ACAO = "ALTERACAO PERFIL"
                 OR AUD-ACAO = "DESBLOQ OPERADOR"
                 OR AUD-ACAO = "ALTERACAO CPF OPER."
                   MOVE 5   TO WS-CATEGORIA
                   MOVE "A" TO WS-PERFIL-EXIGIDO
               WHEN AUD-ACAO(1:6) = "COMPL "
                   MOVE 7   TO WS-CATEGORIA
                   MOVE "M" TO WS-PERFIL-EXIGIDO
               WHEN AUD-ACAO = "ESTORNO LANCAMENTO"
                 OR AUD-ACAO = "ABERTURA CONTESTACAO"
                 OR AUD-ACAO = "CRED PROVIS CONTEST."
                 OR AUD-ACAO = "ASSUME CONTESTACAO"
                 OR AUD-ACAO(1:8) = "CONTEST "
                   MOVE 7   TO WS-CATEGORIA
                   MOVE "S" TO WS-PERFIL-EXIGIDO
               WHEN OTHER
                   MOVE 7   TO WS-CATEGORIA
           END-EVALUATE
           IF AUD-OFICIAL = "BOOTSTRP"
               MOVE SPACE TO WS-PERFIL-EXIGIDO
           END-IF.

      * As tabelas de captura e de desbloqueio sao montadas antes do
      * filtro de matricula: a conferencia E01 casa a decisao de um
      * com a captura de outro.
       TRATA-ACAO-DA-SECAO.
           MOVE AUD-DATA TO WS-MOMENTO-DATA
           MOVE AUD-HORA TO WS-MOMENTO-HORA
           IF AUD-ACAO = "CAPTURA ALCADA"
               PERFORM GUARDA-CAPTURA
           END-IF
           IF WS-MATR-FILTRO NOT = SPACES
                   AND AUD-OFICIAL NOT = WS-MATR-FILTRO
               GO TO TRATA-ACAO-DA-SECAO-FIM
           END-IF
           IF EH-DESBLOQUEIO AND AUD-CONTA > 0
               PERFORM GUARDA-DESBLOQUEIO
           END-IF

           MOVE AUD-DATA      TO WS-DET-DATA
           MOVE AUD-HORA(1:6) TO WS-DET-HORA
           MOVE AUD-OFICIAL   TO WS-DET-MATRICULA
           MOVE AUD-CONTA     TO WS-DET-CONTA
           MOVE AUD-ACAO      TO WS-DET-DESCRICAO
           MOVE SPACES        TO WS-DET-VALOR-X
           WRITE REL-LINHA FROM WS-LIN-DETALHE
           ADD 1 TO WS-QTD-SECAO

           MOVE AUD-OFICIAL TO WS-MATR-BUSCA
           PERFORM LOCALIZA-OPERADOR
           IF NOT OPE-ACHOU
               GO TO TRATA-ACAO-DA-SECAO-FIM
           END-IF
           ADD 1 TO WS-TAB-OPE-QTD (WS-OPE-IDX, WS-SECAO)

           IF AUD-ACAO = "APROVACAO ALCADA"
               PERFORM CONFERE-CAPTURA
           END-IF
           IF AUD-CONTA > 0
               MOVE AUD-CONTA TO WS-CONTA-BUSCA
               MOVE AUD-ACAO  TO WS-DESCRICAO
               PERFORM CONFERE-CONTA-PROPRIA
           END-IF
           IF WS-PERFIL-EXIGIDO NOT = SPACE
               PERFORM CONFERE-PERFIL
           END-IF.
       TRATA-ACAO-DA-SECAO-FIM.
           EXIT.

       GUARDA-CAPTURA.
           IF WS-TAB-CAP-QTD < 2000
               ADD 1 TO WS-TAB-CAP-QTD
               SET WS-CAP-IDX TO WS-TAB-CAP-QTD
               MOVE WS-MOMENTO-NUM
                   TO WS-TAB-CAP-MOMENTO (WS-CAP-IDX)
               MOVE AUD-CONTA   TO WS-TAB-CAP-CONTA (WS-CAP-IDX)
               MOVE AUD-OFICIAL TO WS-TAB-CAP-MATRICULA (WS-CAP-IDX)
           ELSE
               IF NOT TAB-CAP-CHEIA
                   SET TAB-CAP-CHEIA TO TRUE
                   DISPLAY "TABELA DE CAPTURAS DE ALCADA CHEIA - E01 "
                       "INCOMPLETA"
               END-IF
           END-IF.

       GUARDA-DESBLOQUEIO.
           IF WS-TAB-DSB-QTD < 2000
               ADD 1 TO WS-TAB-DSB-QTD
               SET WS-DSB-IDX TO WS-TAB-DSB-QTD
               MOVE WS-MOMENTO-NUM
                   TO WS-TAB-DSB-MOMENTO (WS-DSB-IDX)
               MOVE AUD-CONTA   TO WS-TAB-DSB-CONTA (WS-DSB-IDX)
               MOVE AUD-OFICIAL TO WS-TAB-DSB-MATRICULA (WS-DSB-IDX)
           ELSE
               IF NOT TAB-DSB-CHEIA
                   SET TAB-DSB-CHEIA TO TRUE
                   DISPLAY "TABELA DE DESBLOQUEIOS CHEIA - E02 "
                       "INCOMPLETA"
               END-IF
           END-IF.

      * E01 - a captura do mesmo pedido tem a mesma data, hora e conta
      * da decisao (PROGAPROV grava as duas linhas juntas).
       CONFERE-CAPTURA.
           MOVE "N" TO WS-TAB-CAP-ACHOU
           SET WS-CAP-IDX TO 1
           PERFORM PROCURA-CAPTURA
               UNTIL WS-CAP-IDX > WS-TAB-CAP-QTD
                  OR CAP-ACHOU
           IF CAP-ACHOU
               IF WS-TAB-CAP-MATRICULA (WS-CAP-IDX) = AUD-OFICIAL
                   MOVE "E01" TO WS-EXC-CODIGO
                   MOVE AUD-DATA    TO WS-EXC-DATA
                   MOVE AUD-OFICIAL TO WS-EXC-MATRICULA
                   MOVE AUD-CONTA   TO WS-EXC-CONTA
                   MOVE "CAPTUROU E APROVOU O MESMO PEDIDO DE ALCADA"
                       TO WS-EXC-TEXTO
                   MOVE 1 TO WS-IDX-EXC
                   PERFORM GUARDA-EXCECAO
               END-IF
           END-IF.

       PROCURA-CAPTURA.
           IF WS-TAB-CAP-MOMENTO (WS-CAP-IDX) = WS-MOMENTO-NUM
                   AND WS-TAB-CAP-CONTA (WS-CAP-IDX) = AUD-CONTA
               MOVE "S" TO WS-TAB-CAP-ACHOU
           ELSE
               SET WS-CAP-IDX UP BY 1
           END-IF.

      * E03 - conta do proprio operador: o CPF dele e o CTA-CLIENTE
      * da conta ou um dos titulares no arquivo TITULAR. Operador sem
      * CPF informado fica de fora. Espera WS-OPE-IDX posicionado,
      * WS-CONTA-BUSCA e a descricao da operacao em WS-DESCRICAO.
       CONFERE-CONTA-PROPRIA.
           MOVE "N" TO WS-CONTA-PROPRIA
           IF WS-TAB-OPE-CPFCNPJ (WS-OPE-IDX) = 0
                   OR NOT CTAMESTRE-ABERTO
               GO TO CONFERE-CONTA-PROPRIA-FIM
           END-IF
           MOVE WS-CONTA-BUSCA TO CTA-NUMERO
           READ CTAMESTRE-ARQ
               INVALID KEY CONTINUE
           END-READ
           IF ARQ-CTA-OK
                   AND CTA-CLIENTE = WS-TAB-OPE-CPFCNPJ (WS-OPE-IDX)
               SET CONTA-PROPRIA TO TRUE
           END-IF
           IF NOT CONTA-PROPRIA AND TITULAR-ABERTO
               MOVE WS-CONTA-BUSCA TO TIT-CONTA
               MOVE WS-TAB-OPE-CPFCNPJ (WS-OPE-IDX) TO TIT-CPFCNPJ
               READ TITULAR-ARQ
                   INVALID KEY CONTINUE
               END-READ
               IF ARQ-TIT-OK
                   SET CONTA-PROPRIA TO TRUE
               END-IF
           END-IF
           IF CONTA-PROPRIA
               MOVE "E03" TO WS-EXC-CODIGO
               MOVE WS-MOMENTO-DATA TO WS-EXC-DATA
               MOVE WS-TAB-OPE-MATRICULA (WS-OPE-IDX)
                   TO WS-EXC-MATRICULA
               MOVE WS-CONTA-BUSCA  TO WS-EXC-CONTA
               MOVE SPACES TO WS-EXC-TEXTO
               STRING WS-DESCRICAO DELIMITED BY "  "
                      " NA PROPRIA CONTA" DELIMITED BY SIZE
                   INTO WS-EXC-TEXTO
               END-STRING
               MOVE 3 TO WS-IDX-EXC
               PERFORM GUARDA-EXCECAO
           END-IF.
       CONFERE-CONTA-PROPRIA-FIM.
           EXIT.

      * E04 - perfil atual do operador diferente do exigido pela acao
      * (administracao passa em qualquer funcao, como no sign-on), ou
      * matricula sem cadastro no mestre.
       CONFERE-PERFIL.
           IF NOT OPERMESTRE-LIDO
               GO TO CONFERE-PERFIL-FIM
           END-IF
           IF WS-TAB-OPE-PERFIL (WS-OPE-IDX) = WS-PERFIL-EXIGIDO
                   OR WS-TAB-OPE-PERFIL (WS-OPE-IDX) = "A"
               GO TO CONFERE-PERFIL-FIM
           END-IF
           MOVE "E04" TO WS-EXC-CODIGO
           MOVE AUD-DATA    TO WS-EXC-DATA
           MOVE AUD-OFICIAL TO WS-EXC-MATRICULA
           MOVE AUD-CONTA   TO WS-EXC-CONTA
           MOVE SPACES TO WS-EXC-TEXTO
           IF WS-TAB-OPE-PERFIL (WS-OPE-IDX) = SPACE
               STRING AUD-ACAO DELIMITED BY "  "
                      " SEM CADASTRO NO OPERMESTRE"
                          DELIMITED BY SIZE
                   INTO WS-EXC-TEXTO
               END-STRING
           ELSE
               STRING AUD-ACAO DELIMITED BY "  "
                      " EXIGE PERFIL " DELIMITED BY SIZE
                      WS-PERFIL-EXIGIDO DELIMITED BY SIZE
                      ", TEM " DELIMITED BY SIZE
                      WS-TAB-OPE-PERFIL (WS-OPE-IDX)
                          DELIMITED BY SIZE
                   INTO WS-EXC-TEXTO
               END-STRING
           END-IF
           MOVE 4 TO WS-IDX-EXC
           PERFORM GUARDA-EXCECAO.
       CONFERE-PERFIL-FIM.
           EXIT.

      * Excecao conta no codigo e no operador (WS-OPE-IDX posicionado);
      * alem da capacidade da tabela so e contada.
       GUARDA-EXCECAO.
           ADD 1 TO WS-QTD-EXCECOES
           ADD 1 TO WS-QTD-EXC-CODIGO (WS-IDX-EXC)
           ADD 1 TO WS-TAB-OPE-EXCECOES (WS-OPE-IDX)
           IF WS-TAB-EXC-QTD < 999
               ADD 1 TO WS-TAB-EXC-QTD
               SET WS-EXC-IDX TO WS-TAB-EXC-QTD
               MOVE WS-LIN-EXCECAO TO WS-TAB-EXC-LINHA (WS-EXC-IDX)
           ELSE
               ADD 1 TO WS-QTD-EXC-NAO-LISTADAS
           END-IF.

      ******************************************************************
      * Lancamentos carimbados com o operador (MOV-CAIXA), dos periodos
      * fechados e do corrente. Canal da rede de ATM traz o terminal,
      * nao um operador, e lote/banco vem sem carimbo.
      ******************************************************************
       IMPRIME-SECAO-LANCAMENTOS.
           MOVE 1 TO WS-SECAO
           PERFORM IMPRIME-TITULO-SECAO
           OPEN INPUT MOVFECH-ARQ
           IF ARQ-FECH-OK
               READ MOVFECH-ARQ
                   AT END SET ARQ-FECH-FIM TO TRUE
               END-READ
               PERFORM TRATA-FECH UNTIL ARQ-FECH-FIM
               CLOSE MOVFECH-ARQ
           ELSE
               IF NOT ARQ-FECH-AUSENTE
                   DISPLAY "MOVFECH ILEGIVEL - STATUS " WS-STATUS-FECH
                   SET ARQUIVO-ILEGIVEL TO TRUE
               END-IF
           END-IF
           OPEN INPUT MOVIMENTO-ARQ
           IF ARQ-MOV-OK
               READ MOVIMENTO-ARQ
                   AT END SET ARQ-MOV-FIM TO TRUE
               END-READ
               PERFORM TRATA-MOVIMENTO UNTIL ARQ-MOV-FIM
               CLOSE MOVIMENTO-ARQ
           ELSE
               IF NOT ARQ-MOV-AUSENTE
                   DISPLAY "MOVIMENTO ILEGIVEL - STATUS "
                       WS-STATUS-MOV
                   SET ARQUIVO-ILEGIVEL TO TRUE
               END-IF
           END-IF
           PERFORM IMPRIME-QTD-SECAO.

       TRATA-FECH.
           MOVE FECH-REGISTRO TO MOV-REGISTRO
           PERFORM AVALIA-LANCAMENTO THRU AVALIA-LANCAMENTO-FIM
           READ MOVFECH-ARQ
               AT END SET ARQ-FECH-FIM TO TRUE
           END-READ
           IF NOT ARQ-FECH-OK AND NOT ARQ-FECH-FIM
               DISPLAY "ERRO NA LEITURA DO MOVFECH - STATUS "
                   WS-STATUS-FECH
               SET ARQUIVO-ILEGIVEL TO TRUE
               SET ARQ-FECH-FIM TO TRUE
           END-IF.

       TRATA-MOVIMENTO.
           MOVE MOVLIN-REGISTRO TO MOV-REGISTRO
           PERFORM AVALIA-LANCAMENTO THRU AVALIA-LANCAMENTO-FIM
           READ MOVIMENTO-ARQ
               AT END SET ARQ-MOV-FIM TO TRUE
           END-READ
           IF NOT ARQ-MOV-OK AND NOT ARQ-MOV-FIM
               DISPLAY "ERRO NA LEITURA DO MOVIMENTO - STATUS "
                   WS-STATUS-MOV
               SET ARQUIVO-ILEGIVEL TO TRUE
               SET ARQ-MOV-FIM TO TRUE
           END-IF.

       AVALIA-LANCAMENTO.
           ADD 1 TO WS-QTD-LIDAS-MOV
           IF MOV-CAIXA = SPACES OR MOV-CANAL-REDE-ATM
               GO TO AVALIA-LANCAMENTO-FIM
           END-IF
           IF MOV-DATA < WS-DATA-INICIAL OR MOV-DATA > WS-DATA-FINAL
               GO TO AVALIA-LANCAMENTO-FIM
           END-IF
           IF WS-MATR-FILTRO NOT = SPACES
                   AND MOV-CAIXA NOT = WS-MATR-FILTRO
               GO TO AVALIA-LANCAMENTO-FIM
           END-IF

           PERFORM DESCREVE-LANCAMENTO
           MOVE MOV-DATA      TO WS-DET-DATA
           MOVE MOV-HORA(1:6) TO WS-DET-HORA
           MOVE MOV-CAIXA     TO WS-DET-MATRICULA
           MOVE MOV-CONTA     TO WS-DET-CONTA
           MOVE WS-DESCRICAO  TO WS-DET-DESCRICAO
           MOVE MOV-VALOR     TO WS-DET-VALOR
           WRITE REL-LINHA FROM WS-LIN-DETALHE
           ADD 1 TO WS-QTD-SECAO

           MOVE MOV-CAIXA TO WS-MATR-BUSCA
           PERFORM LOCALIZA-OPERADOR
           IF NOT OPE-ACHOU
               GO TO AVALIA-LANCAMENTO-FIM
           END-IF
           ADD 1 TO WS-TAB-OPE-QTD (WS-OPE-IDX, 1)
           MOVE MOV-DATA TO WS-MOMENTO-DATA
           MOVE MOV-HORA TO WS-MOMENTO-HORA

      * O estorno sai com o caixa do lancamento original (gaveta), mas
      * quem estornou e o supervisor do AUDITSEG: nao e acao do caixa.
           IF MOV-ESTORNO
               GO TO AVALIA-LANCAMENTO-FIM
           END-IF
           MOVE MOV-CONTA TO WS-CONTA-BUSCA
           PERFORM CONFERE-CONTA-PROPRIA
           IF MOV-SAQUE OR MOV-TRANSF-ENVIADA OR MOV-APLICACAO-CDB
               PERFORM CONFERE-DEBITO-APOS-DESBLOQUEIO
           END-IF.
       AVALIA-LANCAMENTO-FIM.
           EXIT.

       DESCREVE-LANCAMENTO.
           EVALUATE TRUE
               WHEN MOV-DEPOSITO
                   MOVE "DEPOSITO"            TO WS-DESCRICAO
               WHEN MOV-SAQUE
                   MOVE "SAQUE"               TO WS-DESCRICAO
               WHEN MOV-TRANSF-ENVIADA
                   MOVE "TRANSF. ENVIADA"     TO WS-DESCRICAO
               WHEN MOV-TRANSF-RECEBIDA
                   MOVE "TRANSF. RECEBIDA"    TO WS-DESCRICAO
               WHEN MOV-DEP-CHEQUE
                   MOVE "DEPOSITO CHEQUE"     TO WS-DESCRICAO
               WHEN MOV-APLICACAO-CDB
                   MOVE "APLICACAO CDB"       TO WS-DESCRICAO
               WHEN MOV-RESGATE-CDB
                   MOVE "RESGATE CDB"         TO WS-DESCRICAO
               WHEN MOV-ESTORNO
                   MOVE "ESTORNO (GAVETA)"    TO WS-DESCRICAO
               WHEN OTHER
                   MOVE MOV-TIPO TO WS-TIPO-TEXTO
                   MOVE SPACES   TO WS-DESCRICAO
                   STRING "LANCAMENTO TIPO " DELIMITED BY SIZE
                          WS-TIPO-TEXTO DELIMITED BY SIZE
                       INTO WS-DESCRICAO
                   END-STRING
           END-EVALUATE.

      * E02 - debito feito pelo mesmo operador que, antes, desbloqueou
      * a conta (senha/PIN, cartao ou bloqueio judicial).
       CONFERE-DEBITO-APOS-DESBLOQUEIO.
           MOVE "N" TO WS-TAB-DSB-ACHOU
           SET WS-DSB-IDX TO 1
           PERFORM PROCURA-DESBLOQUEIO
               UNTIL WS-DSB-IDX > WS-TAB-DSB-QTD
                  OR DSB-ACHOU
           IF DSB-ACHOU
               MOVE "E02" TO WS-EXC-CODIGO
               MOVE MOV-DATA  TO WS-EXC-DATA
               MOVE MOV-CAIXA TO WS-EXC-MATRICULA
               MOVE MOV-CONTA TO WS-EXC-CONTA
               MOVE SPACES TO WS-EXC-TEXTO
               STRING WS-DESCRICAO DELIMITED BY "  "
                      " APOS DESBLOQUEIO PROPRIO EM "
                          DELIMITED BY SIZE
                      WS-TAB-DSB-MOMENTO (WS-DSB-IDX) (1:8)
                          DELIMITED BY SIZE
                   INTO WS-EXC-TEXTO
               END-STRING
               MOVE 2 TO WS-IDX-EXC
               PERFORM GUARDA-EXCECAO
           END-IF.

       PROCURA-DESBLOQUEIO.
           IF WS-TAB-DSB-MATRICULA (WS-DSB-IDX) = MOV-CAIXA
                   AND WS-TAB-DSB-CONTA (WS-DSB-IDX) = MOV-CONTA
                   AND WS-TAB-DSB-MOMENTO (WS-DSB-IDX)
                       < WS-MOMENTO-NUM
               MOVE "S" TO WS-TAB-DSB-ACHOU
           ELSE
               SET WS-DSB-IDX UP BY 1
           END-IF.

      ******************************************************************
      * Fechamentos de gaveta (CAIXAPOS): posicao calculada e, havendo,
      * a diferenca contra a contagem declarada.
      ******************************************************************
       IMPRIME-SECAO-GAVETA.
           MOVE 6 TO WS-SECAO
           PERFORM IMPRIME-TITULO-SECAO
           OPEN INPUT CAIXAPOS-ARQ
           IF ARQ-POS-OK
               READ CAIXAPOS-ARQ
                   AT END SET ARQ-POS-FIM TO TRUE
               END-READ
               PERFORM TRATA-FECHAMENTO-GAVETA UNTIL ARQ-POS-FIM
               CLOSE CAIXAPOS-ARQ
           ELSE
               IF NOT ARQ-POS-AUSENTE
                   DISPLAY "CAIXAPOS ILEGIVEL - STATUS " WS-STATUS-POS
                   SET ARQUIVO-ILEGIVEL TO TRUE
               END-IF
           END-IF
           PERFORM IMPRIME-QTD-SECAO.

       TRATA-FECHAMENTO-GAVETA.
           IF POS-DATA NOT < WS-DATA-INICIAL
                   AND POS-DATA NOT > WS-DATA-FINAL
                   AND (WS-MATR-FILTRO = SPACES
                        OR POS-MATRICULA = WS-MATR-FILTRO)
               MOVE POS-DATA       TO WS-DET-DATA
               MOVE POS-HORA(1:6)  TO WS-DET-HORA
               MOVE POS-MATRICULA  TO WS-DET-MATRICULA
               MOVE 0              TO WS-DET-CONTA
               MOVE "FECHAMENTO GAVETA"   TO WS-DET-DESCRICAO
               MOVE POS-VALOR-CALCULADO   TO WS-DET-VALOR
               WRITE REL-LINHA FROM WS-LIN-DETALHE
               IF POS-DIFERENCA NOT = 0
                   MOVE "  DIFERENCA GAVETA"  TO WS-DET-DESCRICAO
                   MOVE POS-DIFERENCA         TO WS-DET-VALOR
                   WRITE REL-LINHA FROM WS-LIN-DETALHE
               END-IF
               ADD 1 TO WS-QTD-SECAO
               MOVE POS-MATRICULA TO WS-MATR-BUSCA
               PERFORM LOCALIZA-OPERADOR
               IF OPE-ACHOU
                   ADD 1 TO WS-TAB-OPE-QTD (WS-OPE-IDX, 6)
               END-IF
           END-IF
           READ CAIXAPOS-ARQ
               AT END SET ARQ-POS-FIM TO TRUE
           END-READ
           IF NOT ARQ-POS-OK AND NOT ARQ-POS-FIM
               DISPLAY "ERRO NA LEITURA DO CAIXAPOS - STATUS "
                   WS-STATUS-POS
               SET ARQUIVO-ILEGIVEL TO TRUE
               SET ARQ-POS-FIM TO TRUE
           END-IF.

      ******************************************************************
      * Resumo: uma linha por operador com atividade no periodo.
      ******************************************************************
       IMPRIME-RESUMO-OPERADORES.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE "RESUMO POR OPERADOR (PERFIL ATUAL)" TO WS-SEC-TITULO
           WRITE REL-LINHA FROM WS-LIN-SECAO
           WRITE REL-LINHA FROM WS-LIN-RESUMO-TIT
           PERFORM IMPRIME-RESUMO-UM-OPERADOR
               VARYING WS-OPE-IDX FROM 1 BY 1
               UNTIL WS-OPE-IDX > WS-TAB-OPE-QTD-ATUAL.

       IMPRIME-RESUMO-UM-OPERADOR.
           MOVE "N" TO WS-TEM-ATIVIDADE
           PERFORM MONTA-QTD-RESUMO
               VARYING WS-IDX-CAT FROM 1 BY 1
               UNTIL WS-IDX-CAT > 7
           IF TEM-ATIVIDADE
               MOVE WS-TAB-OPE-MATRICULA (WS-OPE-IDX)
                   TO WS-RES-MATRICULA
               MOVE WS-TAB-OPE-PERFIL (WS-OPE-IDX) TO WS-RES-PERFIL
               MOVE WS-TAB-OPE-EXCECOES (WS-OPE-IDX)
                   TO WS-RES-EXCECOES
               WRITE REL-LINHA FROM WS-LIN-RESUMO
           END-IF.

       MONTA-QTD-RESUMO.
           MOVE WS-TAB-OPE-QTD (WS-OPE-IDX, WS-IDX-CAT)
               TO WS-RES-QTD (WS-IDX-CAT)
           IF WS-TAB-OPE-QTD (WS-OPE-IDX, WS-IDX-CAT) > 0
               MOVE "S" TO WS-TEM-ATIVIDADE
           END-IF.

      ******************************************************************
      * Excecoes de segregacao de funcoes, com o total por codigo.
      ******************************************************************
       IMPRIME-EXCECOES.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE "EXCECOES DE SEGREGACAO DE FUNCOES" TO WS-SEC-TITULO
           WRITE REL-LINHA FROM WS-LIN-SECAO
           PERFORM IMPRIME-UMA-EXCECAO
               VARYING WS-EXC-IDX FROM 1 BY 1
               UNTIL WS-EXC-IDX > WS-TAB-EXC-QTD
           IF WS-QTD-EXC-NAO-LISTADAS > 0
               MOVE "EXCECOES ALEM DA TABELA (SO CONTADAS)"
                   TO WS-TOT-ROTULO
               MOVE WS-QTD-EXC-NAO-LISTADAS TO WS-TOT-QTD
               WRITE REL-LINHA FROM WS-LIN-TOTAL
           END-IF
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE "E01 CAPTURA E APROVACAO MESMA MATRICULA"
               TO WS-TOT-ROTULO
           MOVE WS-QTD-EXC-CODIGO (1) TO WS-TOT-QTD
           WRITE REL-LINHA FROM WS-LIN-TOTAL
           MOVE "E02 DEBITO APOS DESBLOQUEIO PROPRIO...."
               TO WS-TOT-ROTULO
           MOVE WS-QTD-EXC-CODIGO (2) TO WS-TOT-QTD
           WRITE REL-LINHA FROM WS-LIN-TOTAL
           MOVE "E03 OPERACAO NA PROPRIA CONTA.........."
               TO WS-TOT-ROTULO
           MOVE WS-QTD-EXC-CODIGO (3) TO WS-TOT-QTD
           WRITE REL-LINHA FROM WS-LIN-TOTAL
           MOVE "E04 ACAO FORA DO PERFIL DO OPERADOR...."
               TO WS-TOT-ROTULO
           MOVE WS-QTD-EXC-CODIGO (4) TO WS-TOT-QTD
           WRITE REL-LINHA FROM WS-LIN-TOTAL
           IF TAB-CAP-CHEIA OR TAB-DSB-CHEIA OR TAB-OPE-CHEIA
               MOVE "ATENCAO: TABELA CHEIA, CONFERENCIA PARCIAL"
                   TO WS-TOT-ROTULO
               MOVE 0 TO WS-TOT-QTD
               WRITE REL-LINHA FROM WS-LIN-TOTAL
           END-IF.

       IMPRIME-UMA-EXCECAO.
           WRITE REL-LINHA FROM WS-TAB-EXC-LINHA (WS-EXC-IDX).

       FINALIZAR.
           CLOSE OPERREL-ARQ
           IF CTAMESTRE-ABERTO
               CLOSE CTAMESTRE-ARQ
           END-IF
           IF TITULAR-ABERTO
               CLOSE TITULAR-ARQ
           END-IF
           MOVE 0 TO RETURN-CODE
           IF WS-QTD-EXCECOES > 0
                   OR TAB-CAP-CHEIA OR TAB-DSB-CHEIA OR TAB-OPE-CHEIA
               MOVE 4 TO RETURN-CODE
           END-IF
           IF ARQUIVO-ILEGIVEL
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "LINHAS DO AUDITSEG LIDAS.....: " WS-QTD-LIDAS-AUD
           DISPLAY "LANCAMENTOS LIDOS............: " WS-QTD-LIDAS-MOV
           DISPLAY "E01 CAPTURA E APROVACAO......: "
               WS-QTD-EXC-CODIGO (1)
           DISPLAY "E02 DEBITO APOS DESBLOQUEIO..: "
               WS-QTD-EXC-CODIGO (2)
           DISPLAY "E03 NA PROPRIA CONTA.........: "
               WS-QTD-EXC-CODIGO (3)
           DISPLAY "E04 FORA DO PERFIL...........: "
               WS-QTD-EXC-CODIGO (4)
           DISPLAY "RELATORIO GRAVADO EM OPERREL."
           DISPLAY "RETURN-CODE..................: " RETURN-CODE.

       END PROGRAM PROGOPERREL.
