      ******************************************************************
      * Author: EQUIPE MANUTENCAO
      * Date: 15/10/2026
      * Purpose: APROVACAO DE ALTERACOES CADASTRAIS SOB DUPLA CUSTODIA
      *          - PROGRAMA DO SUPERVISOR PARA DECIDIR A FILA CADPEND
      *          (GRAVADA PELO PROGMANUT, PROGPRODUTO E PROGCLIMANUT
      *          NAS ALTERACOES SENSIVEIS: NOME DO TITULAR, LIMITE DE
      *          CREDITO, LIMITE DIARIO DE SAQUES, CONTATO DA CONTA,
      *          PRODUTO DA CONTA E CONTATO DO CLIENTE - VER CDPREG):
      *          IDENTIFICA O SUPERVISOR, EXPIRA OS PEDIDOS DE DIAS
      *          ANTERIORES NAO DECIDIDOS, LISTA CADA PENDENTE DO DIA
      *          COM OS VALORES ANTES/DEPOIS E, NA APROVACAO, GRAVA O
      *          MESTRE COM A DISCIPLINA DE LOCK E JORNAL DOS DEMAIS
      *          ATUALIZADORES. O PEDIDO DO PROPRIO OPERADOR NUNCA E
      *          DECIDIDO POR ELE. PEDIDO CUJO VALOR "ANTES" JA NAO
      *          CONFERE COM O MESTRE (OUTRA ALTERACAO NO MEIO) E
      *          REJEITADO - O SOLICITANTE REFAZ O PEDIDO. TODA
      *          DECISAO DEIXA TRILHA NO AUDITSEG. A FILA E CARREGADA
      *          EM TABELA E REGRAVADA EM DUAS FASES COM O ARQUIVO DE
      *          TRABALHO CADTRB, MESMO RECORTE DO PROGAPROV COM A
      *          APROVPEND.
      * Tectonics: cobc
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGAPRCAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTAMESTRE-ARQ ASSIGN TO "CTAMESTRE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-NUMERO
               LOCK MODE IS MANUAL
               FILE STATUS IS WS-STATUS-CTA.

           SELECT CLIMESTRE-ARQ ASSIGN TO "CLIMESTRE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CPFCNPJ
               FILE STATUS IS WS-STATUS-CLI.

           SELECT CADPEND-ARQ ASSIGN TO "CADPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CDP.

           SELECT CADTRB-ARQ ASSIGN TO "CADTRB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRB.

           SELECT AUDITSEG-ARQ ASSIGN TO "AUDITSEG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUD.

           SELECT JORNAL-ARQ ASSIGN TO "JORNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-JRN.

           SELECT OPERMESTRE-ARQ ASSIGN TO "OPERMESTRE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-MATRICULA
               FILE STATUS IS WS-STATUS-OPE.
       DATA DIVISION.
       FILE SECTION.
       FD  CTAMESTRE-ARQ.
       COPY CTAREG.

      * Mestre de clientes (PROGCLIMANUT).
       FD  CLIMESTRE-ARQ.
       COPY CLIREG.

       FD  CADPEND-ARQ.
       COPY CDPREG.

      * Excedentes da tabela de pedidos, devolvidos intactos na
      * regravacao.
       FD  CADTRB-ARQ.
       01 TRB-REGISTRO              PIC X(231).

       FD  AUDITSEG-ARQ.
       01 AUD-REGISTRO.
          05 AUD-DATA             PIC 9(08).
          05 AUD-HORA             PIC 9(08).
          05 AUD-OFICIAL          PIC X(08).
          05 AUD-CONTA            PIC 9(06).
          05 AUD-ACAO             PIC X(20).

       FD  JORNAL-ARQ.
       COPY JRNREG.

      * Mestre de operadores (PROGOPER).
       FD  OPERMESTRE-ARQ.
       COPY OPEREG.
       WORKING-STORAGE SECTION.
          01 WS-STATUS-CTA           PIC XX.
             88 ARQ-OK                    VALUE "00".
             88 ARQ-NAO-ENCONTRADO        VALUE "23".
             88 ARQ-REGISTRO-BLOQUEADO    VALUE "9D".

          01 WS-STATUS-CLI           PIC XX.
             88 ARQ-CLI-OK                VALUE "00".

          01 WS-STATUS-AUD           PIC XX.
             88 ARQ-AUD-OK                VALUE "00".

          01 WS-STATUS-TRB           PIC XX.
             88 ARQ-TRB-OK                VALUE "00".
             88 ARQ-TRB-FIM               VALUE "10".
          01 WS-QTD-EXCEDENTES       PIC 9(04) VALUE 0.

      * Marca de conclusao da fase de preparo do arquivo de
      * trabalho; nunca colide com um registro real (data numerica
      * nas primeiras posicoes).
          01 WS-MARCA-FIM            PIC X(05) VALUE "*FIM*".
          01 WS-MARCA-ACHADA         PIC X(01) VALUE "N".
             88 MARCA-ACHADA              VALUE "S".

          01 WS-CLIMESTRE-ABERTO     PIC X(01) VALUE "N".
             88 CLIMESTRE-ABERTO          VALUE "S".

          01 WS-TENTATIVAS-LOCK      PIC 9(02).
          01 WS-MAX-TENTATIVAS-LOCK  PIC 9(02) VALUE 05.

       COPY OPSIGNW.

          01 WS-SUPERV-MATRICULA     PIC X(08) VALUE SPACES.

          01 WS-TAB-PEDIDOS.
             05 WS-TAB-PED OCCURS 999 TIMES
                   INDEXED BY WS-PED-IDX
                   PIC X(231).
          01 WS-TAB-PED-QTD          PIC 9(04) VALUE 0.
          01 WS-PED-SEQ              PIC 9(04) VALUE 0.

          01 WS-DECISAO              PIC X(01) VALUE SPACES.
          01 WS-DIVERGENTE           PIC X(01) VALUE "N".
             88 VALOR-DIVERGENTE          VALUE "S".
          01 WS-CAMPO-DESCRICAO      PIC X(30).
          01 WS-VALOR-EDIT           PIC Z(10)9.99.

          01 WS-DATA-SISTEMA         PIC 9(08) VALUE ZEROS.
          01 WS-HORA-SISTEMA         PIC 9(08) VALUE ZEROS.

          01 WS-QTD-EXPIRADOS        PIC 9(04) VALUE 0.
          01 WS-QTD-APROVADOS        PIC 9(04) VALUE 0.
          01 WS-QTD-REJEITADOS       PIC 9(04) VALUE 0.
          01 WS-QTD-MANTIDOS         PIC 9(04) VALUE 0.
          01 WS-QTD-PROPRIOS         PIC 9(04) VALUE 0.

       COPY CDPW.

       COPY JRNW.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "===== APROVACAO DE ALTERACOES CADASTRAIS "
               "(DUPLA CUSTODIA) ====="
           OPEN I-O OPERMESTRE-ARQ
           IF NOT ARQ-OPE-OK
               DISPLAY "MESTRE DE OPERADORES (OPERMESTRE) "
                   "INDISPONIVEL - CADASTRE PELO PROGOPER"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "S" TO WS-OP-PERFIL-EXIGIDO
           PERFORM IDENTIFICA-OPERADOR
               THRU IDENTIFICA-OPERADOR-EXIT
           CLOSE OPERMESTRE-ARQ
           IF NOT OPERADOR-AUTENTICADO
               DISPLAY "ACESSO NEGADO. ENCERRANDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-OP-MATRICULA TO WS-SUPERV-MATRICULA

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           PERFORM RECUPERA-TRABALHO
           PERFORM CARREGA-PEDIDOS
           IF WS-TAB-PED-QTD = 0
               DISPLAY "NENHUMA ALTERACAO CADASTRAL PENDENTE"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM INICIALIZAR
           PERFORM DECIDE-PEDIDO THRU DECIDE-PEDIDO-EXIT
               VARYING WS-PED-SEQ FROM 1 BY 1
               UNTIL WS-PED-SEQ > WS-TAB-PED-QTD
           PERFORM FECHA-ARQUIVOS
           PERFORM REGRAVA-PEDIDOS
           PERFORM FINALIZAR
           STOP RUN.

       COPY OPSIGN.

       CARREGA-PEDIDOS.
           MOVE 0 TO WS-TAB-PED-QTD
           OPEN INPUT CADPEND-ARQ
           IF ARQ-CDP-OK
               OPEN OUTPUT CADTRB-ARQ
               READ CADPEND-ARQ
                   AT END SET ARQ-CDP-FIM TO TRUE
               END-READ
               PERFORM CARREGA-UM-PEDIDO UNTIL ARQ-CDP-FIM
               CLOSE CADTRB-ARQ
               CLOSE CADPEND-ARQ
           END-IF.

      * Alem da capacidade da tabela, o pedido vai cru para o arquivo
      * de trabalho e volta intacto na regravacao - decidido na
      * proxima sessao, nunca descartado.
       CARREGA-UM-PEDIDO.
           IF WS-TAB-PED-QTD < 999
               ADD 1 TO WS-TAB-PED-QTD
               SET WS-PED-IDX TO WS-TAB-PED-QTD
               MOVE CDP-REGISTRO TO WS-TAB-PED (WS-PED-IDX)
           ELSE
               MOVE CDP-REGISTRO TO TRB-REGISTRO
               WRITE TRB-REGISTRO
               ADD 1 TO WS-QTD-EXCEDENTES
           END-IF
           READ CADPEND-ARQ
               AT END SET ARQ-CDP-FIM TO TRUE
           END-READ.

       INICIALIZAR.
           OPEN I-O CTAMESTRE-ARQ
           IF NOT ARQ-OK
               DISPLAY "ARQUIVO DE CONTAS INDISPONIVEL ("
                   WS-STATUS-CTA ") - PEDIDOS DE CONTA MANTIDOS"
           END-IF
           OPEN I-O CLIMESTRE-ARQ
           IF ARQ-CLI-OK
               SET CLIMESTRE-ABERTO TO TRUE
           ELSE
               DISPLAY "MESTRE DE CLIENTES (CLIMESTRE) INDISPONIVEL ("
                   WS-STATUS-CLI ") - PEDIDOS DE CLIENTE MANTIDOS"
           END-IF
           OPEN EXTEND AUDITSEG-ARQ
           IF NOT ARQ-AUD-OK
               OPEN OUTPUT AUDITSEG-ARQ
           END-IF
           OPEN EXTEND JORNAL-ARQ
           IF NOT ARQ-JRN-OK
               OPEN OUTPUT JORNAL-ARQ
           END-IF
           MOVE "PROGAPRC" TO WS-JRN-PROGRAMA
           MOVE 0 TO RETURN-CODE.

       DECIDE-PEDIDO.
           SET WS-PED-IDX TO WS-PED-SEQ
           MOVE WS-TAB-PED (WS-PED-IDX) TO CDP-REGISTRO

           IF NOT CDP-PENDENTE
               GO TO DECIDE-PEDIDO-EXIT
           END-IF

      * Pedido de dia anterior nao decidido ate o fim do dia expira;
      * o operador refaz o pedido se a alteracao ainda valer.
           IF CDP-DATA < WS-DATA-SISTEMA
               SET CDP-EXPIRADA TO TRUE
               MOVE WS-DATA-SISTEMA TO CDP-DATA-DECISAO
               PERFORM GUARDA-PEDIDO
               ADD 1 TO WS-QTD-EXPIRADOS
               DISPLAY "EXPIRADO (NAO DECIDIDO NO DIA): PEDIDO DE "
                   CDP-MATRICULA-SOLIC " CAMPO " CDP-CAMPO
                   " CONTA " CDP-CONTA " CLIENTE " CDP-CLIENTE
               MOVE "EXPIRACAO CADASTRO" TO AUD-ACAO
               PERFORM GRAVA-AUDITORIA
               GO TO DECIDE-PEDIDO-EXIT
           END-IF

           PERFORM EXIBE-PEDIDO

      * Dupla custodia: quem pediu nunca decide o proprio pedido, nem
      * com perfil de administracao.
           IF CDP-MATRICULA-SOLIC = WS-SUPERV-MATRICULA
               DISPLAY "PEDIDO DO PROPRIO OPERADOR - SO OUTRO "
                   "OPERADOR PODE DECIDIR. MANTIDO PENDENTE."
               ADD 1 TO WS-QTD-PROPRIOS
               GO TO DECIDE-PEDIDO-EXIT
           END-IF

           DISPLAY "Aprovar (A), Rejeitar (R) ou Pular (ENTER)? "
           ACCEPT WS-DECISAO

           EVALUATE WS-DECISAO
               WHEN "A"
                   PERFORM APLICA-ALTERACAO THRU APLICA-ALTERACAO-EXIT
               WHEN "R"
                   PERFORM REJEITA-PEDIDO
                   DISPLAY "PEDIDO REJEITADO."
               WHEN OTHER
                   ADD 1 TO WS-QTD-MANTIDOS
                   DISPLAY "PEDIDO MANTIDO PENDENTE."
           END-EVALUATE.

       DECIDE-PEDIDO-EXIT.
           EXIT.

       EXIBE-PEDIDO.
           EVALUATE TRUE
               WHEN CDP-NOME-CONTA
                   MOVE "NOME DO TITULAR DA CONTA"
                       TO WS-CAMPO-DESCRICAO
               WHEN CDP-LIMITE-CREDITO
                   MOVE "LIMITE DE CREDITO" TO WS-CAMPO-DESCRICAO
               WHEN CDP-LIMITE-SAQUE-DIA
                   MOVE "LIMITE DIARIO DE SAQUES (VALOR)"
                       TO WS-CAMPO-DESCRICAO
               WHEN CDP-CONTATO-CONTA
                   MOVE "CONTATO DA CONTA" TO WS-CAMPO-DESCRICAO
               WHEN CDP-PRODUTO-CONTA
                   MOVE "PRODUTO DA CONTA" TO WS-CAMPO-DESCRICAO
               WHEN CDP-CONTATO-CLIENTE
                   MOVE "CONTATO DO CLIENTE" TO WS-CAMPO-DESCRICAO
               WHEN OTHER
                   MOVE "CAMPO DESCONHECIDO" TO WS-CAMPO-DESCRICAO
           END-EVALUATE
           DISPLAY "----------------------------------------"
           DISPLAY "ALTERACAO.: " WS-CAMPO-DESCRICAO
           IF CDP-CONTATO-CLIENTE
               DISPLAY "CLIENTE...: " CDP-CLIENTE
           ELSE
               DISPLAY "CONTA.....: " CDP-CONTA
           END-IF
           DISPLAY "PEDIDO POR: " CDP-MATRICULA-SOLIC " ("
               CDP-PROGRAMA ") EM " CDP-DATA " " CDP-HORA
           EVALUATE TRUE
               WHEN CDP-LIMITE-CREDITO OR CDP-LIMITE-SAQUE-DIA
                   MOVE CDP-ANTES-NUM TO WS-VALOR-EDIT
                   DISPLAY "ANTES.....: " WS-VALOR-EDIT
                   MOVE CDP-DEPOIS-NUM TO WS-VALOR-EDIT
                   DISPLAY "DEPOIS....: " WS-VALOR-EDIT
               WHEN CDP-CONTATO-CONTA OR CDP-CONTATO-CLIENTE
                   DISPLAY "ENDERECO ANTES.: " CDP-ANTES-ENDERECO
                   DISPLAY "ENDERECO DEPOIS: " CDP-DEPOIS-ENDERECO
                   DISPLAY "E-MAIL ANTES...: " CDP-ANTES-EMAIL
                   DISPLAY "E-MAIL DEPOIS..: " CDP-DEPOIS-EMAIL
               WHEN OTHER
                   DISPLAY "ANTES.....: " CDP-VALOR-ANTES(1:30)
                   DISPLAY "DEPOIS....: " CDP-VALOR-DEPOIS(1:30)
           END-EVALUATE.

      ******************************************************************
      * Aprovacao: grava o mestre sob lock e jornal (conta) ou pela
      * releitura do cliente, conferindo antes que o valor "antes" do
      * pedido ainda e o do mestre. Conta ocupada ou mestre fora do ar
      * mantem o pedido pendente para nova tentativa.
      ******************************************************************
       APLICA-ALTERACAO.
           IF CDP-CONTATO-CLIENTE
               PERFORM APLICA-CLIENTE THRU APLICA-CLIENTE-EXIT
               GO TO APLICA-ALTERACAO-EXIT
           END-IF

           MOVE CDP-CONTA TO CTA-NUMERO
           PERFORM LE-CONTA-COM-LOCK
           IF ARQ-NAO-ENCONTRADO
               DISPLAY "CONTA INEXISTENTE - PEDIDO REJEITADO"
               PERFORM REJEITA-PEDIDO
               GO TO APLICA-ALTERACAO-EXIT
           END-IF
           IF NOT ARQ-OK
               DISPLAY "CONTA INDISPONIVEL - PEDIDO MANTIDO PENDENTE"
               ADD 1 TO WS-QTD-MANTIDOS
               GO TO APLICA-ALTERACAO-EXIT
           END-IF

           PERFORM CONFERE-VALOR-CONTA
           IF VALOR-DIVERGENTE
               UNLOCK CTAMESTRE-ARQ
               DISPLAY "CONTA ALTERADA DEPOIS DO PEDIDO (VALOR ANTES "
                   "NAO CONFERE) - PEDIDO REJEITADO, REFAZER"
               PERFORM REJEITA-PEDIDO
               GO TO APLICA-ALTERACAO-EXIT
           END-IF

           EVALUATE TRUE
               WHEN CDP-NOME-CONTA
                   MOVE CDP-VALOR-DEPOIS(1:30) TO CTA-NOME
               WHEN CDP-LIMITE-CREDITO
                   MOVE CDP-DEPOIS-NUM TO CTA-LIMITE-CREDITO
               WHEN CDP-LIMITE-SAQUE-DIA
                   MOVE CDP-DEPOIS-NUM TO CTA-LIMITE-SAQUE-DIA
               WHEN CDP-CONTATO-CONTA
                   MOVE CDP-DEPOIS-ENDERECO TO CTA-ENDERECO
                   MOVE CDP-DEPOIS-EMAIL    TO CTA-EMAIL
               WHEN CDP-PRODUTO-CONTA
                   MOVE CDP-VALOR-DEPOIS(1:2) TO CTA-PRODUTO
           END-EVALUATE
           REWRITE CTA-REGISTRO
           PERFORM GRAVA-JORNAL
           UNLOCK CTAMESTRE-ARQ
           PERFORM APROVA-PEDIDO.
       APLICA-ALTERACAO-EXIT.
           EXIT.

       CONFERE-VALOR-CONTA.
           MOVE "N" TO WS-DIVERGENTE
           EVALUATE TRUE
               WHEN CDP-NOME-CONTA
                   IF CTA-NOME NOT = CDP-VALOR-ANTES(1:30)
                       MOVE "S" TO WS-DIVERGENTE
                   END-IF
               WHEN CDP-LIMITE-CREDITO
                   IF CTA-LIMITE-CREDITO NOT = CDP-ANTES-NUM
                       MOVE "S" TO WS-DIVERGENTE
                   END-IF
               WHEN CDP-LIMITE-SAQUE-DIA
                   IF CTA-LIMITE-SAQUE-DIA NOT = CDP-ANTES-NUM
                       MOVE "S" TO WS-DIVERGENTE
                   END-IF
               WHEN CDP-CONTATO-CONTA
                   IF CTA-ENDERECO NOT = CDP-ANTES-ENDERECO
                           OR CTA-EMAIL NOT = CDP-ANTES-EMAIL
                       MOVE "S" TO WS-DIVERGENTE
                   END-IF
               WHEN CDP-PRODUTO-CONTA
                   IF CTA-PRODUTO NOT = CDP-VALOR-ANTES(1:2)
                       MOVE "S" TO WS-DIVERGENTE
                   END-IF
               WHEN OTHER
                   MOVE "S" TO WS-DIVERGENTE
           END-EVALUATE.

       APLICA-CLIENTE.
           IF NOT CLIMESTRE-ABERTO
               DISPLAY "MESTRE DE CLIENTES INDISPONIVEL - PEDIDO "
                   "MANTIDO PENDENTE"
               ADD 1 TO WS-QTD-MANTIDOS
               GO TO APLICA-CLIENTE-EXIT
           END-IF
           MOVE CDP-CLIENTE TO CLI-CPFCNPJ
           READ CLIMESTRE-ARQ
           IF NOT ARQ-CLI-OK
               DISPLAY "CLIENTE INEXISTENTE - PEDIDO REJEITADO"
               PERFORM REJEITA-PEDIDO
               GO TO APLICA-CLIENTE-EXIT
           END-IF
           IF CLI-ENDERECO NOT = CDP-ANTES-ENDERECO
                   OR CLI-EMAIL NOT = CDP-ANTES-EMAIL
               DISPLAY "CLIENTE ALTERADO DEPOIS DO PEDIDO (VALOR "
                   "ANTES NAO CONFERE) - PEDIDO REJEITADO, REFAZER"
               PERFORM REJEITA-PEDIDO
               GO TO APLICA-CLIENTE-EXIT
           END-IF
           MOVE CDP-DEPOIS-ENDERECO TO CLI-ENDERECO
           MOVE CDP-DEPOIS-EMAIL    TO CLI-EMAIL
           REWRITE CLI-REGISTRO
           IF NOT ARQ-CLI-OK
               DISPLAY "CLIENTE NAO GRAVADO (" WS-STATUS-CLI
                   ") - PEDIDO MANTIDO PENDENTE"
               ADD 1 TO WS-QTD-MANTIDOS
               GO TO APLICA-CLIENTE-EXIT
           END-IF
           PERFORM APROVA-PEDIDO.
       APLICA-CLIENTE-EXIT.
           EXIT.

       APROVA-PEDIDO.
           SET CDP-APROVADA TO TRUE
           MOVE WS-SUPERV-MATRICULA TO CDP-MATRICULA
           MOVE WS-DATA-SISTEMA     TO CDP-DATA-DECISAO
           PERFORM GUARDA-PEDIDO
           ADD 1 TO WS-QTD-APROVADOS
           MOVE "APROVACAO CADASTRO" TO AUD-ACAO
           PERFORM GRAVA-AUDITORIA
           DISPLAY "ALTERACAO APROVADA E GRAVADA.".

       REJEITA-PEDIDO.
           SET CDP-REJEITADA TO TRUE
           MOVE WS-SUPERV-MATRICULA TO CDP-MATRICULA
           MOVE WS-DATA-SISTEMA     TO CDP-DATA-DECISAO
           PERFORM GUARDA-PEDIDO
           ADD 1 TO WS-QTD-REJEITADOS
           MOVE "REJEICAO CADASTRO" TO AUD-ACAO
           PERFORM GRAVA-AUDITORIA.

       GUARDA-PEDIDO.
           SET WS-PED-IDX TO WS-PED-SEQ
           MOVE CDP-REGISTRO TO WS-TAB-PED (WS-PED-IDX).

      * Decisao no AUDITSEG com a matricula de quem decidiu; o pedido
      * ja tem linha SOLIC ... gravada pelo solicitante.
       GRAVA-AUDITORIA.
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-DATA-SISTEMA     TO AUD-DATA
           MOVE WS-HORA-SISTEMA     TO AUD-HORA
           MOVE WS-SUPERV-MATRICULA TO AUD-OFICIAL
           MOVE CDP-CONTA           TO AUD-CONTA
           WRITE AUD-REGISTRO.

       LE-CONTA-COM-LOCK.
           MOVE "99" TO WS-STATUS-CTA
           PERFORM VARYING WS-TENTATIVAS-LOCK FROM 1 BY 1
                   UNTIL ARQ-OK OR ARQ-NAO-ENCONTRADO
                      OR WS-TENTATIVAS-LOCK > WS-MAX-TENTATIVAS-LOCK
               READ CTAMESTRE-ARQ WITH LOCK
                   INVALID KEY CONTINUE
               END-READ
           END-PERFORM
           IF ARQ-OK
               MOVE CTA-REGISTRO TO WS-JRN-IMAGEM-ANTES
           END-IF
           IF ARQ-REGISTRO-BLOQUEADO
               DISPLAY "CONTA BLOQUEADA POR OUTRA TRANSACAO: "
                   CTA-NUMERO
           END-IF.

       COPY JRNGRAVA.

       FECHA-ARQUIVOS.
           CLOSE CTAMESTRE-ARQ
           IF CLIMESTRE-ABERTO
               CLOSE CLIMESTRE-ARQ
           END-IF
           CLOSE AUDITSEG-ARQ
           CLOSE JORNAL-ARQ.

      * Regravacao em duas fases com marca de conclusao, como no
      * PROGAPROV: os pendentes sobreviventes sao ANEXADOS ao arquivo
      * de trabalho (que ja tem os excedentes da carga), a marca *FIM*
      * fecha o preparo e so entao o trabalho e copiado de volta sobre
      * CADPEND. Pedido decidido ou expirado sai da fila - a trilha
      * fica no AUDITSEG e, na aprovacao, no JORNAL.
       REGRAVA-PEDIDOS.
           PERFORM GRAVA-SOBREVIVENTES
           PERFORM COPIA-TRABALHO-DE-VOLTA.

       GRAVA-SOBREVIVENTES.
           OPEN EXTEND CADTRB-ARQ
           IF NOT ARQ-TRB-OK
               OPEN OUTPUT CADTRB-ARQ
           END-IF
           PERFORM GRAVA-UM-SOBREVIVENTE
               VARYING WS-PED-IDX FROM 1 BY 1
               UNTIL WS-PED-IDX > WS-TAB-PED-QTD
           MOVE WS-MARCA-FIM TO TRB-REGISTRO
           WRITE TRB-REGISTRO
           CLOSE CADTRB-ARQ.

       GRAVA-UM-SOBREVIVENTE.
           MOVE WS-TAB-PED (WS-PED-IDX) TO CDP-REGISTRO
           IF CDP-PENDENTE
               MOVE CDP-REGISTRO TO TRB-REGISTRO
               WRITE TRB-REGISTRO
           END-IF.

       COPIA-TRABALHO-DE-VOLTA.
           OPEN INPUT CADTRB-ARQ
           IF ARQ-TRB-OK
               OPEN OUTPUT CADPEND-ARQ
               READ CADTRB-ARQ
                   AT END SET ARQ-TRB-FIM TO TRUE
               END-READ
               PERFORM COPIA-UM-REGISTRO UNTIL ARQ-TRB-FIM
               CLOSE CADPEND-ARQ
               CLOSE CADTRB-ARQ
               OPEN OUTPUT CADTRB-ARQ
               CLOSE CADTRB-ARQ
           END-IF.

       COPIA-UM-REGISTRO.
           IF TRB-REGISTRO(1:5) = WS-MARCA-FIM
               SET ARQ-TRB-FIM TO TRUE
           ELSE
               MOVE TRB-REGISTRO TO CDP-REGISTRO
               WRITE CDP-REGISTRO
               READ CADTRB-ARQ
                   AT END SET ARQ-TRB-FIM TO TRUE
               END-READ
           END-IF.

      * Largada: trabalho que ainda tem a marca *FIM* e de uma copia
      * de volta interrompida - CADPEND pode estar truncado pela
      * metade. A copia e refeita antes de qualquer truncamento do
      * trabalho.
       RECUPERA-TRABALHO.
           MOVE "N" TO WS-MARCA-ACHADA
           OPEN INPUT CADTRB-ARQ
           IF ARQ-TRB-OK
               READ CADTRB-ARQ
                   AT END SET ARQ-TRB-FIM TO TRUE
               END-READ
               PERFORM DETECTA-MARCA UNTIL ARQ-TRB-FIM
               CLOSE CADTRB-ARQ
               IF MARCA-ACHADA
                   DISPLAY "REGRAVACAO ANTERIOR INTERROMPIDA - "
                       "RECUPERANDO CADPEND DO ARQUIVO DE TRABALHO"
                   PERFORM COPIA-TRABALHO-DE-VOLTA
               END-IF
           END-IF.

       DETECTA-MARCA.
           IF TRB-REGISTRO(1:5) = WS-MARCA-FIM
               MOVE "S" TO WS-MARCA-ACHADA
           END-IF
           READ CADTRB-ARQ
               AT END SET ARQ-TRB-FIM TO TRUE
           END-READ.

       FINALIZAR.
           DISPLAY "===== RESUMO DA DUPLA CUSTODIA ====="
           DISPLAY "ALTERACOES APROVADAS...: " WS-QTD-APROVADOS
           DISPLAY "ALTERACOES REJEITADAS..: " WS-QTD-REJEITADOS
           DISPLAY "PEDIDOS EXPIRADOS......: " WS-QTD-EXPIRADOS
           DISPLAY "MANTIDOS PENDENTES.....: " WS-QTD-MANTIDOS
           DISPLAY "PROPRIOS (OUTRO DECIDE): " WS-QTD-PROPRIOS
           DISPLAY "EXCEDENTES (PROXIMA SESSAO): "
               WS-QTD-EXCEDENTES.

       END PROGRAM PROGAPRCAD.
