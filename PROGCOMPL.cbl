      ******************************************************************
      * Author: EQUIPE MANUTENCAO
      * Date: 15/10/2026
      * Purpose: MESA DO COMPLIANCE - TRATA O QUE A TRIAGEM CONTRA A
      *          LISTA DE PESSOAS RESTRITAS (RESTRITOS, PROGRESTR)
      *          DEIXOU PENDENTE: A FILA DE REVISAO DE NOMES
      *          SEMELHANTES (REVCOMPL, GRAVADA PELO PROGCLIMANUT E
      *          PELO PROGCARGA), DECIDIDA COMO FALSO POSITIVO OU
      *          CONFIRMADO, E OS CREDITOS INTERBANCARIOS RETIDOS
      *          (INTRETIDO, GRAVADO PELO PROGINTENT), LIBERADOS PARA
      *          POSTAGEM NO PROXIMO PROGINTENT OU DEVOLVIDOS A REDE.
      *          SIGN-ON DE OPERADOR COM PERFIL M (COMPLIANCE); CADA
      *          DECISAO DEIXA LINHA NO AUDITSEG COM A MATRICULA.
      * Tectonics: cobc
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOMPL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVCOMPL-ARQ ASSIGN TO "REVCOMPL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REV-CHAVE
               FILE STATUS IS WS-STATUS-REV.

           SELECT INTRETIDO-ARQ ASSIGN TO "INTRETIDO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RET-REFERENCIA
               FILE STATUS IS WS-STATUS-RET.

           SELECT AUDITSEG-ARQ ASSIGN TO "AUDITSEG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUD.

           SELECT OPERMESTRE-ARQ ASSIGN TO "OPERMESTRE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-MATRICULA
               FILE STATUS IS WS-STATUS-OPE.
       DATA DIVISION.
       FILE SECTION.
       FD  REVCOMPL-ARQ.
       COPY REVREG.

       FD  INTRETIDO-ARQ.
       COPY RETREG.

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
       WORKING-STORAGE SECTION.
       COPY REVW.

          01 WS-STATUS-RET           PIC XX.
             88 ARQ-RET-OK                VALUE "00".
             88 ARQ-RET-FIM               VALUE "10".
             88 ARQ-RET-NAO-ACHADO        VALUE "23".

          01 WS-STATUS-AUD           PIC XX.
             88 ARQ-AUD-OK                VALUE "00".

       COPY OPSIGNW.

          01 WS-ANALISTA             PIC X(08) VALUE SPACES.

          01 OPCAO                   PIC 9 VALUE 0.
          01 WS-OPCAO-ENTRADA        PIC X(01).
          01 WS-ENTRADA-VALIDA       PIC X(01) VALUE "N".
             88 ENTRADA-VALIDA            VALUE "S".

          01 WS-DECISAO              PIC X(01).
          01 WS-FIM-REVISAO          PIC X(01) VALUE "N".
             88 FIM-REVISAO               VALUE "S".
          01 WS-REFERENCIA-ENTRADA   PIC X(10).
          01 WS-REFERENCIA-NUM REDEFINES WS-REFERENCIA-ENTRADA
                                     PIC 9(10).

          01 WS-DATA-SISTEMA         PIC 9(08) VALUE ZEROS.
          01 WS-HORA-SISTEMA         PIC 9(08) VALUE ZEROS.

          01 WS-QTD-LISTADOS         PIC 9(04) VALUE 0.
          01 WS-QTD-DECIDIDOS        PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "===== MESA DO COMPLIANCE (LISTA DE RESTRITOS) ====="
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
           MOVE WS-OP-MATRICULA TO WS-ANALISTA

           PERFORM INICIALIZAR
           PERFORM PROCESSA-MENU UNTIL OPCAO = 9
           PERFORM FINALIZAR
           STOP RUN.

       COPY OPSIGN.

      * Os dois arquivos nascem vazios se ainda nao houve triagem.
       INICIALIZAR.
           OPEN I-O REVCOMPL-ARQ
           IF NOT ARQ-REV-OK
               CLOSE REVCOMPL-ARQ
               OPEN OUTPUT REVCOMPL-ARQ
               CLOSE REVCOMPL-ARQ
               OPEN I-O REVCOMPL-ARQ
           END-IF
           OPEN I-O INTRETIDO-ARQ
           IF NOT ARQ-RET-OK
               CLOSE INTRETIDO-ARQ
               OPEN OUTPUT INTRETIDO-ARQ
               CLOSE INTRETIDO-ARQ
               OPEN I-O INTRETIDO-ARQ
           END-IF
           OPEN EXTEND AUDITSEG-ARQ
           IF NOT ARQ-AUD-OK
               OPEN OUTPUT AUDITSEG-ARQ
           END-IF
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.

       PROCESSA-MENU.
           DISPLAY "====== MESA DO COMPLIANCE ======"
           DISPLAY "1 - Listar fila de revisao (pendentes)"
           DISPLAY "2 - Decidir itens da fila de revisao"
           DISPLAY "3 - Listar creditos interbancarios retidos"
           DISPLAY "4 - Liberar/devolver credito retido"
           DISPLAY "9 - Sair"
           DISPLAY "Escolha uma opcao: "
           PERFORM SOLICITA-OPCAO

           IF OPCAO = 1
               PERFORM LISTA-REVISAO
           END-IF
           IF OPCAO = 2
               PERFORM DECIDE-REVISAO
           END-IF
           IF OPCAO = 3
               PERFORM LISTA-RETIDOS
           END-IF
           IF OPCAO = 4
               PERFORM DECIDE-RETIDO THRU DECIDE-RETIDO-EXIT
           END-IF.

       SOLICITA-OPCAO.
           MOVE "N" TO WS-ENTRADA-VALIDA
           PERFORM LE-OPCAO UNTIL ENTRADA-VALIDA.

       LE-OPCAO.
           ACCEPT WS-OPCAO-ENTRADA
           IF WS-OPCAO-ENTRADA IS NUMERIC
               MOVE WS-OPCAO-ENTRADA TO OPCAO
               MOVE "S"              TO WS-ENTRADA-VALIDA
           ELSE
               DISPLAY "Opcao invalida! Digite 1 a 4 ou 9"
           END-IF.

      ******************************************************************
      * Fila de revisao (REVCOMPL): quase-acertos de nome.
      ******************************************************************
       POSICIONA-REVISAO.
           MOVE LOW-VALUES TO REV-CHAVE
           MOVE "00" TO WS-STATUS-REV
           START REVCOMPL-ARQ KEY NOT < REV-CHAVE
               INVALID KEY SET ARQ-REV-FIM TO TRUE
           END-START
           IF NOT ARQ-REV-FIM
               READ REVCOMPL-ARQ NEXT RECORD
                   AT END SET ARQ-REV-FIM TO TRUE
               END-READ
           END-IF.

       LISTA-REVISAO.
           MOVE 0 TO WS-QTD-LISTADOS
           PERFORM POSICIONA-REVISAO
           PERFORM LISTA-UMA-REVISAO UNTIL ARQ-REV-FIM
           DISPLAY "Itens pendentes: " WS-QTD-LISTADOS.

       LISTA-UMA-REVISAO.
           IF REV-PENDENTE
               PERFORM MOSTRA-REVISAO
               ADD 1 TO WS-QTD-LISTADOS
           END-IF
           READ REVCOMPL-ARQ NEXT RECORD
               AT END SET ARQ-REV-FIM TO TRUE
           END-READ.

       MOSTRA-REVISAO.
           DISPLAY "----------------------------------------"
           DISPLAY "Triagem...: " REV-DATA " " REV-HORA " "
               REV-PROGRAMA
           IF REV-ORIGEM-CONTA
               DISPLAY "Origem....: abertura da conta " REV-CONTA
           ELSE
               DISPLAY "Origem....: cadastro de cliente"
           END-IF
           DISPLAY "Pessoa....: " REV-CPFCNPJ " " REV-NOME
           DISPLAY "Na lista..: " REV-RST-CPFCNPJ " " REV-RST-NOME
               " (" REV-RST-LISTA ")".

      * Percorre os pendentes em ordem de triagem; cada decisao e
      * regravada na hora, entao sair no meio nao perde nada.
       DECIDE-REVISAO.
           MOVE 0   TO WS-QTD-LISTADOS
           MOVE "N" TO WS-FIM-REVISAO
           PERFORM POSICIONA-REVISAO
           PERFORM DECIDE-UMA-REVISAO
               UNTIL ARQ-REV-FIM OR FIM-REVISAO
           IF WS-QTD-LISTADOS = 0
               DISPLAY "Nenhum item pendente na fila."
           END-IF.

       DECIDE-UMA-REVISAO.
           IF REV-PENDENTE
               ADD 1 TO WS-QTD-LISTADOS
               PERFORM MOSTRA-REVISAO
               DISPLAY "F = falso positivo, C = confirmado, "
                   "P = pular, X = encerrar: "
               ACCEPT WS-DECISAO
               INSPECT WS-DECISAO CONVERTING "fcpx" TO "FCPX"
               IF WS-DECISAO = "F" OR WS-DECISAO = "C"
                   PERFORM GRAVA-DECISAO-REVISAO
               END-IF
               IF WS-DECISAO = "X"
                   SET FIM-REVISAO TO TRUE
               END-IF
           END-IF
           IF NOT FIM-REVISAO
               READ REVCOMPL-ARQ NEXT RECORD
                   AT END SET ARQ-REV-FIM TO TRUE
               END-READ
           END-IF.

       GRAVA-DECISAO-REVISAO.
           MOVE WS-DECISAO      TO REV-SITUACAO
           MOVE WS-ANALISTA     TO REV-ANALISTA
           MOVE WS-DATA-SISTEMA TO REV-DATA-DECISAO
           REWRITE REV-REGISTRO
           IF NOT ARQ-REV-OK
               DISPLAY "Erro ao gravar decisao: " WS-STATUS-REV
           ELSE
               MOVE REV-CONTA TO AUD-CONTA
               IF REV-FALSO-POSITIVO
                   MOVE "COMPL FALSO POSITIVO" TO AUD-ACAO
                   DISPLAY "Registrado como falso positivo."
               ELSE
                   MOVE "COMPL CONFIRMADO"     TO AUD-ACAO
                   DISPLAY "Confirmado. Aplique as medidas de "
                       "restricao ao cliente/conta (PROGBLOQJUD)."
               END-IF
               PERFORM GRAVA-AUDITORIA
               ADD 1 TO WS-QTD-DECIDIDOS
           END-IF.

      ******************************************************************
      * Creditos interbancarios retidos (INTRETIDO).
      ******************************************************************
       LISTA-RETIDOS.
           MOVE 0 TO WS-QTD-LISTADOS
           MOVE 0 TO RET-REFERENCIA
           MOVE "00" TO WS-STATUS-RET
           START INTRETIDO-ARQ KEY NOT < RET-REFERENCIA
               INVALID KEY SET ARQ-RET-FIM TO TRUE
           END-START
           IF NOT ARQ-RET-FIM
               READ INTRETIDO-ARQ NEXT RECORD
                   AT END SET ARQ-RET-FIM TO TRUE
               END-READ
           END-IF
           PERFORM LISTA-UM-RETIDO UNTIL ARQ-RET-FIM
           DISPLAY "Creditos retidos aguardando decisao: "
               WS-QTD-LISTADOS.

       LISTA-UM-RETIDO.
           IF RET-RETIDO
               PERFORM MOSTRA-RETIDO
               ADD 1 TO WS-QTD-LISTADOS
           END-IF
           READ INTRETIDO-ARQ NEXT RECORD
               AT END SET ARQ-RET-FIM TO TRUE
           END-READ.

       MOSTRA-RETIDO.
           DISPLAY "----------------------------------------"
           DISPLAY "Referencia: " RET-REFERENCIA "  Retido em "
               RET-DATA-RETENCAO
           DISPLAY "Credito...: " RET-VALOR " para a conta "
               RET-CONTA-DESTINO
           DISPLAY "Remetente.: banco " RET-BANCO-ORIGEM " ag "
               RET-AGENCIA-ORIGEM " conta " RET-CONTA-ORIGEM
           DISPLAY "            " RET-CPFCNPJ-ORIGEM " "
               RET-NOME-ORIGEM
           IF RET-MOTIVO-CPF
               DISPLAY "Motivo....: CPF/CNPJ na lista"
           ELSE
               DISPLAY "Motivo....: nome semelhante"
           END-IF
           DISPLAY "Na lista..: " RET-RST-CPFCNPJ " " RET-RST-NOME
               " (" RET-RST-LISTA ")".

       DECIDE-RETIDO.
           DISPLAY "Referencia do credito retido (0 = voltar): "
           ACCEPT WS-REFERENCIA-ENTRADA
           IF WS-REFERENCIA-ENTRADA IS NOT NUMERIC
               DISPLAY "Referencia invalida!"
               GO TO DECIDE-RETIDO-EXIT
           END-IF
           IF WS-REFERENCIA-NUM = 0
               GO TO DECIDE-RETIDO-EXIT
           END-IF
           MOVE WS-REFERENCIA-NUM TO RET-REFERENCIA
           READ INTRETIDO-ARQ
               INVALID KEY CONTINUE
           END-READ
           IF NOT ARQ-RET-OK
               DISPLAY "Referencia nao encontrada entre os retidos!"
               GO TO DECIDE-RETIDO-EXIT
           END-IF
           PERFORM MOSTRA-RETIDO
           IF NOT RET-RETIDO
               DISPLAY "Credito ja decidido (situacao " RET-SITUACAO
                   " em " RET-DATA-DECISAO " por " RET-ANALISTA ")."
               GO TO DECIDE-RETIDO-EXIT
           END-IF

           DISPLAY "L = liberar para postagem, D = devolver ao banco "
               "de origem, outra = cancelar: "
           ACCEPT WS-DECISAO
           INSPECT WS-DECISAO CONVERTING "ld" TO "LD"
           IF WS-DECISAO NOT = "L" AND WS-DECISAO NOT = "D"
               DISPLAY "Operacao cancelada."
               GO TO DECIDE-RETIDO-EXIT
           END-IF

           MOVE WS-DECISAO      TO RET-SITUACAO
           MOVE WS-ANALISTA     TO RET-ANALISTA
           MOVE WS-DATA-SISTEMA TO RET-DATA-DECISAO
           REWRITE RET-REGISTRO
           IF NOT ARQ-RET-OK
               DISPLAY "Erro ao gravar decisao: " WS-STATUS-RET
               GO TO DECIDE-RETIDO-EXIT
           END-IF
           MOVE RET-CONTA-DESTINO TO AUD-CONTA
           IF RET-LIBERADO
               MOVE "COMPL LIBERA CREDITO" TO AUD-ACAO
               DISPLAY "Credito liberado: sera postado na proxima "
                   "importacao interbancaria (PROGINTENT)."
           ELSE
               MOVE "COMPL DEVOLVE CREDIT" TO AUD-ACAO
               DISPLAY "Credito marcado para devolucao: a operacao "
                   "devolve o valor ao banco de origem pela rede."
           END-IF
           PERFORM GRAVA-AUDITORIA
           ADD 1 TO WS-QTD-DECIDIDOS.

       DECIDE-RETIDO-EXIT.
           EXIT.

       GRAVA-AUDITORIA.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-DATA-SISTEMA TO AUD-DATA
           MOVE WS-HORA-SISTEMA TO AUD-HORA
           MOVE WS-ANALISTA     TO AUD-OFICIAL
           WRITE AUD-REGISTRO.

       FINALIZAR.
           CLOSE REVCOMPL-ARQ
           CLOSE INTRETIDO-ARQ
           CLOSE AUDITSEG-ARQ
           DISPLAY "DECISOES NESTA SESSAO: " WS-QTD-DECIDIDOS.

       END PROGRAM PROGCOMPL.
