      ******************************************************************
      * Copybook: RSTW
      * Author: EQUIPE MANUTENCAO
      * Purpose: Areas de WORKING-STORAGE da triagem contra a lista de
      *          pessoas restritas (paragrafos no copybook RSTLER):
      *          status do arquivo RESTRITOS, tabela da lista e areas
      *          de consulta. Programa que usa RSTLER inclui este
      *          copybook na WORKING-STORAGE, declara RESTRITOS-ARQ
      *          (COPY RSTREG) na FILE SECTION, executa
      *          CARREGA-RESTRITOS uma vez na inicializacao (sem o
      *          arquivo, RESTRITOS-CARREGADOS fica desligado e o
      *          programa nao deve seguir com a operacao triada) e, a
      *          cada pessoa, move o documento para WS-RST-CPF-BUSCA e
      *          o nome para WS-RST-NOME-BUSCA e executa
      *          TRIAGEM-RESTRITOS: WS-RST-RESULTADO devolve L (livre),
      *          B (CPF/CNPJ na lista - bloqueio) ou R (nome parecido
      *          com o de uma pessoa da lista - revisao do compliance),
      *          com a pessoa da lista em WS-RST-ACHADO-*.
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      ******************************************************************
          01 WS-STATUS-RST           PIC XX.
             88 ARQ-RST-OK                VALUE "00".
             88 ARQ-RST-FIM               VALUE "10".
          01 WS-RESTRITOS-CARREGADOS PIC X(01) VALUE "N".
             88 RESTRITOS-CARREGADOS      VALUE "S".

      * Primeiro e ultimo nome de cada pessoa, separados na carga,
      * para a comparacao aproximada.
          01 WS-TAB-RESTRITOS.
             05 WS-TAB-RST-ENTRADA OCCURS 2000 TIMES
                   INDEXED BY WS-RST-IDX.
                10 WS-TAB-RST-CPFCNPJ  PIC 9(14).
                10 WS-TAB-RST-NOME     PIC X(30).
                10 WS-TAB-RST-LISTA    PIC X(10).
                10 WS-TAB-RST-PRIMEIRO PIC X(30).
                10 WS-TAB-RST-ULTIMO   PIC X(30).
          01 WS-TAB-RST-QTD          PIC 9(04) VALUE 0.
          01 WS-TAB-RST-MAX          PIC 9(04) VALUE 2000.

          01 WS-RST-CPF-BUSCA        PIC 9(14).
          01 WS-RST-NOME-BUSCA       PIC X(30).
          01 WS-RST-PRIMEIRO-BUSCA   PIC X(30).
          01 WS-RST-ULTIMO-BUSCA     PIC X(30).
          01 WS-RST-RESULTADO        PIC X(01) VALUE "L".
             88 RST-LIVRE                 VALUE "L".
             88 RST-BLOQUEIO-CPF          VALUE "B".
             88 RST-REVISAO-NOME          VALUE "R".
          01 WS-RST-ACHADO-CPFCNPJ   PIC 9(14).
          01 WS-RST-ACHADO-NOME      PIC X(30).
          01 WS-RST-ACHADO-LISTA     PIC X(10).

      * Areas de trabalho da separacao do nome.
          01 WS-RST-NOME-TRAB        PIC X(30).
          01 WS-RST-PRIMEIRO         PIC X(30).
          01 WS-RST-ULTIMO           PIC X(30).
          01 WS-RST-POS              PIC S9(03).
          01 WS-RST-FIM              PIC 9(02).
          01 WS-RST-INI              PIC 9(02).
          01 WS-RST-TAM              PIC 9(02).
          01 WS-RST-ACHOU-POS        PIC X(01).
             88 RST-ACHOU-POS             VALUE "S".
