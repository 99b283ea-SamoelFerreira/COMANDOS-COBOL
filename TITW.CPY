      ******************************************************************
      * Copybook: TITW
      * Author: EQUIPE MANUTENCAO
      * Purpose: Areas de WORKING-STORAGE da carga dos titulares de
      *          uma conta (paragrafos no copybook TITLER): status do
      *          arquivo TITULAR, tabela dos titulares e areas de
      *          consulta. Programa que usa TITLER inclui este
      *          copybook na WORKING-STORAGE, declara TITULAR-ARQ
      *          (COPY TITREG, chave TIT-CHAVE) na FILE SECTION, abre
      *          o arquivo e marca TITULAR-ABERTO; a cada conta move o
      *          numero para WS-TIT-CONTA-BUSCA e o CTA-CLIENTE para
      *          WS-TIT-PRINCIPAL-BUSCA e executa
      *          CARREGA-TITULARES-CONTA: o primeiro titular vem
      *          sempre na primeira posicao da tabela, seguido dos
      *          cotitulares, e CONTA-CONJUNTA-E indica que ha ao
      *          menos um cotitular "e".
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      ******************************************************************
          01 WS-STATUS-TIT           PIC XX.
             88 ARQ-TIT-OK                VALUE "00".
             88 ARQ-TIT-FIM               VALUE "10".
             88 ARQ-TIT-DUPLICADO         VALUE "22".
             88 ARQ-TIT-NAO-ACHADO        VALUE "23".
          01 WS-TITULAR-ABERTO       PIC X(01) VALUE "N".
             88 TITULAR-ABERTO            VALUE "S".

          01 WS-TAB-TITULARES.
             05 WS-TAB-TIT-ENTRADA OCCURS 10 TIMES
                   INDEXED BY WS-TIT-IDX.
                10 WS-TAB-TIT-CPFCNPJ  PIC 9(14).
                10 WS-TAB-TIT-PAPEL    PIC X(01).
          01 WS-TAB-TIT-QTD          PIC 9(02) VALUE 0.
          01 WS-TAB-TIT-MAX          PIC 9(02) VALUE 10.

          01 WS-TIT-CONTA-BUSCA      PIC 9(06).
          01 WS-TIT-PRINCIPAL-BUSCA  PIC 9(14).
          01 WS-TIT-CONJUNTA         PIC X(01) VALUE "N".
             88 CONTA-CONJUNTA-E          VALUE "S".
