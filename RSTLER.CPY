      ******************************************************************
      * Copybook: RSTLER
      * Author: EQUIPE MANUTENCAO
      * Purpose: Paragrafos comuns da triagem contra a lista de
      *          pessoas restritas (arquivo RESTRITOS, layout RSTREG):
      *          CARREGA-RESTRITOS monta a tabela da lista e
      *          TRIAGEM-RESTRITOS confere uma pessoa - CPF/CNPJ igual
      *          ao de uma pessoa da lista e bloqueio (B); sem isso,
      *          mesmo primeiro e ultimo nome (caixa alta, brancos
      *          extras ignorados) e o quase-acerto que vai para a
      *          revisao do compliance (R). Ver RSTW para as areas de
      *          WORKING-STORAGE exigidas.
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      ******************************************************************
       CARREGA-RESTRITOS.
           MOVE 0   TO WS-TAB-RST-QTD
           MOVE "N" TO WS-RESTRITOS-CARREGADOS
           OPEN INPUT RESTRITOS-ARQ
           IF ARQ-RST-OK
               SET RESTRITOS-CARREGADOS TO TRUE
               READ RESTRITOS-ARQ
                   AT END SET ARQ-RST-FIM TO TRUE
               END-READ
               PERFORM ACUMULA-RESTRITO UNTIL ARQ-RST-FIM
               CLOSE RESTRITOS-ARQ
           END-IF.

       ACUMULA-RESTRITO.
           IF WS-TAB-RST-QTD < WS-TAB-RST-MAX
               ADD 1 TO WS-TAB-RST-QTD
               SET WS-RST-IDX TO WS-TAB-RST-QTD
               MOVE RST-CPFCNPJ TO WS-TAB-RST-CPFCNPJ (WS-RST-IDX)
               MOVE RST-NOME    TO WS-TAB-RST-NOME (WS-RST-IDX)
               MOVE RST-LISTA   TO WS-TAB-RST-LISTA (WS-RST-IDX)
               MOVE RST-NOME    TO WS-RST-NOME-TRAB
               PERFORM SEPARA-NOME-RESTRITO
               MOVE WS-RST-PRIMEIRO
                 TO WS-TAB-RST-PRIMEIRO (WS-RST-IDX)
               MOVE WS-RST-ULTIMO
                 TO WS-TAB-RST-ULTIMO (WS-RST-IDX)
           ELSE
               DISPLAY "TABELA DE RESTRITOS CHEIA, PESSOA IGNORADA: "
                   RST-CPFCNPJ " " RST-NOME
           END-IF
           READ RESTRITOS-ARQ
               AT END SET ARQ-RST-FIM TO TRUE
           END-READ.

      * CPF/CNPJ na lista prevalece sobre o quase-acerto de nome: a
      * varredura so para cedo no bloqueio.
       TRIAGEM-RESTRITOS.
           SET RST-LIVRE TO TRUE
           MOVE 0      TO WS-RST-ACHADO-CPFCNPJ
           MOVE SPACES TO WS-RST-ACHADO-NOME
           MOVE SPACES TO WS-RST-ACHADO-LISTA
           MOVE WS-RST-NOME-BUSCA TO WS-RST-NOME-TRAB
           PERFORM SEPARA-NOME-RESTRITO
           MOVE WS-RST-PRIMEIRO TO WS-RST-PRIMEIRO-BUSCA
           MOVE WS-RST-ULTIMO   TO WS-RST-ULTIMO-BUSCA
           PERFORM COMPARA-RESTRITO
               VARYING WS-RST-IDX FROM 1 BY 1
               UNTIL WS-RST-IDX > WS-TAB-RST-QTD OR RST-BLOQUEIO-CPF.

       COMPARA-RESTRITO.
           IF WS-RST-CPF-BUSCA > 0
                   AND WS-TAB-RST-CPFCNPJ (WS-RST-IDX)
                       = WS-RST-CPF-BUSCA
               SET RST-BLOQUEIO-CPF TO TRUE
               PERFORM GUARDA-RESTRITO-ACHADO
           ELSE
               IF RST-LIVRE
                       AND WS-RST-PRIMEIRO-BUSCA NOT = SPACES
                       AND WS-TAB-RST-PRIMEIRO (WS-RST-IDX)
                           = WS-RST-PRIMEIRO-BUSCA
                       AND WS-TAB-RST-ULTIMO (WS-RST-IDX)
                           = WS-RST-ULTIMO-BUSCA
                   SET RST-REVISAO-NOME TO TRUE
                   PERFORM GUARDA-RESTRITO-ACHADO
               END-IF
           END-IF.

       GUARDA-RESTRITO-ACHADO.
           MOVE WS-TAB-RST-CPFCNPJ (WS-RST-IDX)
             TO WS-RST-ACHADO-CPFCNPJ
           MOVE WS-TAB-RST-NOME (WS-RST-IDX)  TO WS-RST-ACHADO-NOME
           MOVE WS-TAB-RST-LISTA (WS-RST-IDX) TO WS-RST-ACHADO-LISTA.

      * Primeiro e ultimo nome de WS-RST-NOME-TRAB, em caixa alta.
       SEPARA-NOME-RESTRITO.
           MOVE SPACES TO WS-RST-PRIMEIRO
           MOVE SPACES TO WS-RST-ULTIMO
           INSPECT WS-RST-NOME-TRAB CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-RST-NOME-TRAB NOT = SPACES
               MOVE 0   TO WS-RST-INI
               MOVE "N" TO WS-RST-ACHOU-POS
               PERFORM AVANCA-INICIO-NOME
                   VARYING WS-RST-POS FROM 1 BY 1
                   UNTIL WS-RST-POS > 30 OR RST-ACHOU-POS
               UNSTRING WS-RST-NOME-TRAB (WS-RST-INI:)
                   DELIMITED BY SPACE
                   INTO WS-RST-PRIMEIRO
               END-UNSTRING
               MOVE 0   TO WS-RST-FIM
               MOVE "N" TO WS-RST-ACHOU-POS
               PERFORM RECUA-FIM-NOME
                   VARYING WS-RST-POS FROM 30 BY -1
                   UNTIL WS-RST-POS < 1 OR RST-ACHOU-POS
               MOVE 0   TO WS-RST-INI
               MOVE "N" TO WS-RST-ACHOU-POS
               PERFORM RECUA-INICIO-ULTIMO
                   VARYING WS-RST-POS FROM WS-RST-FIM BY -1
                   UNTIL WS-RST-POS < 1 OR RST-ACHOU-POS
               COMPUTE WS-RST-TAM = WS-RST-FIM - WS-RST-INI
               ADD 1 TO WS-RST-INI
               MOVE WS-RST-NOME-TRAB (WS-RST-INI:WS-RST-TAM)
                 TO WS-RST-ULTIMO
           END-IF.

       AVANCA-INICIO-NOME.
           IF WS-RST-NOME-TRAB (WS-RST-POS:1) NOT = SPACE
               MOVE WS-RST-POS TO WS-RST-INI
               SET RST-ACHOU-POS TO TRUE
           END-IF.

       RECUA-FIM-NOME.
           IF WS-RST-NOME-TRAB (WS-RST-POS:1) NOT = SPACE
               MOVE WS-RST-POS TO WS-RST-FIM
               SET RST-ACHOU-POS TO TRUE
           END-IF.

      * WS-RST-INI fica no branco anterior ao ultimo nome (zero quando
      * o nome tem uma palavra so).
       RECUA-INICIO-ULTIMO.
           IF WS-RST-NOME-TRAB (WS-RST-POS:1) = SPACE
               MOVE WS-RST-POS TO WS-RST-INI
               SET RST-ACHOU-POS TO TRUE
           END-IF.
