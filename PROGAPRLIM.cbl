      ******************************************************************
      * Author: EQUIPE MANUTENCAO
      * Date: 15/10/2026
      * Purpose: DECISAO DAS PROPOSTAS DE REVISAO DO LIMITE DE CREDITO
      *          - PROGRAMA DA MESA DE CREDITO PARA A FILA PROPLIM
      *          (GRAVADA PELA REVISAO MENSAL, PROGREVLIM - VER
      *          PLMREG): IDENTIFICA O ANALISTA (PERFIL R), EXPIRA AS
      *          PROPOSTAS DE REVISOES DE MESES ANTERIORES AINDA NAO
      *          DECIDIDAS (A REVISAO DO MES AS SUBSTITUI), LISTA CADA
      *          PENDENTE COM OS INDICADORES QUE A SUSTENTAM E, NA
      *          APROVACAO, GRAVA O NOVO CTA-LIMITE-CREDITO COM A
      *          DISCIPLINA DE LOCK E JORNAL DOS DEMAIS ATUALIZADORES.
      *          O AVISO AO CLIENTE SAI NO PROXIMO CICLO PELO
      *          PROGAVISO, QUE RECONHECE NO JORNAL A ALTERACAO DE
      *          LIMITE GRAVADA POR ESTE PROGRAMA. PROPOSTA CUJO
      *          LIMITE ATUAL JA NAO CONFERE COM O MESTRE (ALTERACAO
      *          NO MEIO) E REJEITADA; REDUCAO NUNCA DESCE ABAIXO DO
      *          VALOR EM USO NA HORA DA APROVACAO. TODA DECISAO DEIXA
      *          TRILHA NO AUDITSEG. A FILA E CARREGADA EM TABELA E
      *          REGRAVADA EM DUAS FASES COM O ARQUIVO DE TRABALHO
      *          LIMTRB, MESMO RECORTE DO PROGAPRCAD COM A CADPEND.
      * Tectonics: cobc
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGAPRLIM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTAMESTRE-ARQ ASSIGN TO "CTAMESTRE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-NUMERO
               LOCK MODE IS MANUAL
               FILE STATUS IS WS-STATUS-CTA.

           SELECT PROPLIM-ARQ ASSIGN TO "PROPLIM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PLM.

           SELECT LIMTRB-ARQ ASSIGN TO "LIMTRB"
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

      * Propostas da revisao mensal (PROGREVLIM).
       FD  PROPLIM-ARQ.
       COPY PLMREG.

      * Excedentes da tabela de propostas, devolvidos intactos na
      * regravacao.
       FD  LIMTRB-ARQ.
       01 TRB-REGISTRO              PIC X(121).

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

          01 WS-STATUS-PLM           PIC XX.
             88 ARQ-PLM-OK                VALUE "00".
             88 ARQ-PLM-FIM               VALUE "10".

          01 WS-STATUS-AUD           PIC XX.
             88 ARQ-AUD-OK                VALUE "00".

          01 WS-STATUS-TRB           PIC XX.
             88 ARQ-TRB-OK                VALUE "00".
             88 ARQ-TRB-FIM               VALUE "10".
          01 WS-QTD-EXCEDENTES       PIC 9(04) VALUE 0.

      * Marca de conclusao da fase de preparo do arquivo de
      * trabalho; nunca colide com um registro real (mes numerico
      * nas primeiras posicoes).
          01 WS-MARCA-FIM            PIC X(05) VALUE "*FIM*".
          01 WS-MARCA-ACHADA         PIC X(01) VALUE "N".
             88 MARCA-ACHADA              VALUE "S".

          01 WS-TENTATIVAS-LOCK      PIC 9(02).
          01 WS-MAX-TENTATIVAS-LOCK  PIC 9(02) VALUE 05.

       COPY OPSIGNW.

          01 WS-ANALISTA-MATRICULA   PIC X(08) VALUE SPACES.

          01 WS-TAB-PROPOSTAS.
             05 WS-TAB-PRP OCCURS 999 TIMES
                   INDEXED BY WS-PRP-IDX
                   PIC X(121).
          01 WS-TAB-PRP-QTD          PIC 9(04) VALUE 0.
          01 WS-PRP-SEQ              PIC 9(04) VALUE 0.

          01 WS-DECISAO              PIC X(01) VALUE SPACES.
          01 WS-VALOR-EDIT           PIC Z(10)9.99.
          01 WS-SALDO-EDIT           PIC -Z(10)9.99.
          01 WS-EM-USO               PIC 9(11)V99.

          01 WS-DATA-SISTEMA         PIC 9(08) VALUE ZEROS.
          01 WS-HORA-SISTEMA         PIC 9(08) VALUE ZEROS.

          01 WS-QTD-EXPIRADAS        PIC 9(04) VALUE 0.
          01 WS-QTD-APROVADAS        PIC 9(04) VALUE 0.
          01 WS-QTD-REJEITADAS       PIC 9(04) VALUE 0.
          01 WS-QTD-MANTIDAS         PIC 9(04) VALUE 0.

       COPY JRNW.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "===== MESA DE CREDITO - REVISAO DO LIMITE DE "
               "CREDITO ====="
           OPEN I-O OPERMESTRE-ARQ
           IF NOT ARQ-OPE-OK
               DISPLAY "MESTRE DE OPERADORES (OPERMESTRE) "
                   "INDISPONIVEL - CADASTRE PELO PROGOPER"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "R" TO WS-OP-PERFIL-EXIGIDO
           PERFORM IDENTIFICA-OPERADOR
               THRU IDENTIFICA-OPERADOR-EXIT
           CLOSE OPERMESTRE-ARQ
           IF NOT OPERADOR-AUTENTICADO
               DISPLAY "ACESSO NEGADO. ENCERRANDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-OP-MATRICULA TO WS-ANALISTA-MATRICULA

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           PERFORM RECUPERA-TRABALHO
           PERFORM CARREGA-PROPOSTAS
           IF WS-TAB-PRP-QTD = 0
               DISPLAY "NENHUMA PROPOSTA DE LIMITE PENDENTE"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM INICIALIZAR
           PERFORM DECIDE-PROPOSTA THRU DECIDE-PROPOSTA-EXIT
               VARYING WS-PRP-SEQ FROM 1 BY 1
               UNTIL WS-PRP-SEQ > WS-TAB-PRP-QTD
           PERFORM FECHA-ARQUIVOS
           PERFORM REGRAVA-PROPOSTAS
           PERFORM FINALIZAR
           STOP RUN.

       COPY OPSIGN.

       CARREGA-PROPOSTAS.
           MOVE 0 TO WS-TAB-PRP-QTD
           OPEN INPUT PROPLIM-ARQ
           IF ARQ-PLM-OK
               OPEN OUTPUT LIMTRB-ARQ
               READ PROPLIM-ARQ
                   AT END SET ARQ-PLM-FIM TO TRUE
               END-READ
               PERFORM CARREGA-UMA-PROPOSTA UNTIL ARQ-PLM-FIM
               CLOSE LIMTRB-ARQ
               CLOSE PROPLIM-ARQ
           END-IF.

      * Alem da capacidade da tabela, a proposta vai crua para o
      * arquivo de trabalho e volta intacta na regravacao - decidida
      * na proxima sessao, nunca descartada.
       CARREGA-UMA-PROPOSTA.
           IF WS-TAB-PRP-QTD < 999
               ADD 1 TO WS-TAB-PRP-QTD
               SET WS-PRP-IDX TO WS-TAB-PRP-QTD
               MOVE PLM-REGISTRO TO WS-TAB-PRP (WS-PRP-IDX)
           ELSE
               MOVE PLM-REGISTRO TO TRB-REGISTRO
               WRITE TRB-REGISTRO
               ADD 1 TO WS-QTD-EXCEDENTES
           END-IF
           READ PROPLIM-ARQ
               AT END SET ARQ-PLM-FIM TO TRUE
           END-READ.

       INICIALIZAR.
           OPEN I-O CTAMESTRE-ARQ
           IF NOT ARQ-OK
               DISPLAY "ARQUIVO DE CONTAS INDISPONIVEL ("
                   WS-STATUS-CTA ") - PROPOSTAS MANTIDAS"
           END-IF
           OPEN EXTEND AUDITSEG-ARQ
           IF NOT ARQ-AUD-OK
               OPEN OUTPUT AUDITSEG-ARQ
           END-IF
           OPEN EXTEND JORNAL-ARQ
           IF NOT ARQ-JRN-OK
               OPEN OUTPUT JORNAL-ARQ
           END-IF
           MOVE "PROGAPRL" TO WS-JRN-PROGRAMA
           MOVE 0 TO RETURN-CODE.

       DECIDE-PROPOSTA.
           SET WS-PRP-IDX TO WS-PRP-SEQ
           MOVE WS-TAB-PRP (WS-PRP-IDX) TO PLM-REGISTRO

           IF NOT PLM-PENDENTE
               GO TO DECIDE-PROPOSTA-EXIT
           END-IF

      * Proposta de revisao de mes anterior nao decidida expira: a
      * revisao do mes corrente ja avaliou a conta de novo.
           IF PLM-MES-REVISAO < WS-DATA-SISTEMA(1:6)
               SET PLM-EXPIRADA TO TRUE
               MOVE WS-DATA-SISTEMA TO PLM-DATA-DECISAO
               PERFORM GUARDA-PROPOSTA
               ADD 1 TO WS-QTD-EXPIRADAS
               DISPLAY "EXPIRADA (REVISAO " PLM-MES-REVISAO
                   " NAO DECIDIDA): CONTA " PLM-CONTA
               MOVE "EXPIRACAO LIMITE" TO AUD-ACAO
               PERFORM GRAVA-AUDITORIA
               GO TO DECIDE-PROPOSTA-EXIT
           END-IF

           PERFORM EXIBE-PROPOSTA

           DISPLAY "Aprovar (A), Rejeitar (R) ou Pular (ENTER)? "
           ACCEPT WS-DECISAO

           EVALUATE WS-DECISAO
               WHEN "A"
                   PERFORM APLICA-PROPOSTA THRU APLICA-PROPOSTA-EXIT
               WHEN "R"
                   PERFORM REJEITA-PROPOSTA
                   DISPLAY "PROPOSTA REJEITADA."
               WHEN OTHER
                   ADD 1 TO WS-QTD-MANTIDAS
                   DISPLAY "PROPOSTA MANTIDA PENDENTE."
           END-EVALUATE.

       DECIDE-PROPOSTA-EXIT.
           EXIT.

       EXIBE-PROPOSTA.
           DISPLAY "----------------------------------------"
           DISPLAY "CONTA...........: " PLM-CONTA
               "   REVISAO " PLM-MES-REVISAO
           IF PLM-AUMENTO
               DISPLAY "PROPOSTA........: AUMENTO (" PLM-MOTIVO ")"
           ELSE
               DISPLAY "PROPOSTA........: REDUCAO (" PLM-MOTIVO ")"
           END-IF
           MOVE PLM-LIMITE-ATUAL TO WS-VALOR-EDIT
           DISPLAY "LIMITE ATUAL....: " WS-VALOR-EDIT
           MOVE PLM-LIMITE-PROPOSTO TO WS-VALOR-EDIT
           DISPLAY "LIMITE PROPOSTO.: " WS-VALOR-EDIT
           MOVE PLM-SALDO-MEDIO TO WS-SALDO-EDIT
           DISPLAY "SALDO MEDIO.....: " WS-SALDO-EDIT
           MOVE PLM-RENDA-MENSAL TO WS-VALOR-EDIT
           DISPLAY "RENDA RECORRENTE: " WS-VALOR-EDIT
           DISPLAY "DIAS DESCOBERTO.: " PLM-DIAS-DESCOBERTO
               "   CHEQUES DEVOLVIDOS: " PLM-QTD-DEVOLVIDOS
               "   PARCELAS EM ATRASO: " PLM-PARCELAS-ATRASO.

      ******************************************************************
      * Aprovacao: grava o mestre sob lock e jornal, conferindo antes
      * que o limite atual da proposta ainda e o do mestre. Conta
      * ocupada ou mestre fora do ar mantem a proposta pendente.
      ******************************************************************
       APLICA-PROPOSTA.
           MOVE PLM-CONTA TO CTA-NUMERO
           PERFORM LE-CONTA-COM-LOCK
           IF ARQ-NAO-ENCONTRADO
               DISPLAY "CONTA INEXISTENTE - PROPOSTA REJEITADA"
               PERFORM REJEITA-PROPOSTA
               GO TO APLICA-PROPOSTA-EXIT
           END-IF
           IF NOT ARQ-OK
               DISPLAY "CONTA INDISPONIVEL - PROPOSTA MANTIDA "
                   "PENDENTE"
               ADD 1 TO WS-QTD-MANTIDAS
               GO TO APLICA-PROPOSTA-EXIT
           END-IF

           IF CTA-LIMITE-CREDITO NOT = PLM-LIMITE-ATUAL
               UNLOCK CTAMESTRE-ARQ
               DISPLAY "LIMITE ALTERADO DEPOIS DA REVISAO (ATUAL NAO "
                   "CONFERE) - PROPOSTA REJEITADA"
               PERFORM REJEITA-PROPOSTA
               GO TO APLICA-PROPOSTA-EXIT
           END-IF
           IF CTA-ENCERRADA
               UNLOCK CTAMESTRE-ARQ
               DISPLAY "CONTA ENCERRADA - PROPOSTA REJEITADA"
               PERFORM REJEITA-PROPOSTA
               GO TO APLICA-PROPOSTA-EXIT
           END-IF

      * A reducao nao estoura a conta: com uso acima da proposta o
      * limite desce so ate o valor em uso.
           IF PLM-REDUCAO AND CTA-SALDO < 0
               COMPUTE WS-EM-USO = CTA-SALDO * -1
               IF WS-EM-USO > PLM-LIMITE-PROPOSTO
                   MOVE WS-EM-USO TO PLM-LIMITE-PROPOSTO
                   MOVE PLM-LIMITE-PROPOSTO TO WS-VALOR-EDIT
                   DISPLAY "VALOR EM USO ACIMA DA PROPOSTA - LIMITE "
                       "REDUZIDO ATE O USO: " WS-VALOR-EDIT
               END-IF
               IF PLM-LIMITE-PROPOSTO NOT < CTA-LIMITE-CREDITO
                   UNLOCK CTAMESTRE-ARQ
                   DISPLAY "USO JA OCUPA O LIMITE ATUAL - NADA A "
                       "REDUZIR, PROPOSTA REJEITADA"
                   PERFORM REJEITA-PROPOSTA
                   GO TO APLICA-PROPOSTA-EXIT
               END-IF
           END-IF

           MOVE PLM-LIMITE-PROPOSTO TO CTA-LIMITE-CREDITO
           REWRITE CTA-REGISTRO
           PERFORM GRAVA-JORNAL
           UNLOCK CTAMESTRE-ARQ
           PERFORM APROVA-PROPOSTA.
       APLICA-PROPOSTA-EXIT.
           EXIT.

       APROVA-PROPOSTA.
           SET PLM-APROVADA TO TRUE
           MOVE WS-ANALISTA-MATRICULA TO PLM-MATRICULA
           MOVE WS-DATA-SISTEMA       TO PLM-DATA-DECISAO
           PERFORM GUARDA-PROPOSTA
           ADD 1 TO WS-QTD-APROVADAS
           MOVE "APROVACAO LIMITE" TO AUD-ACAO
           PERFORM GRAVA-AUDITORIA
           DISPLAY "NOVO LIMITE GRAVADO - AVISO AO CLIENTE NO "
               "PROXIMO CICLO.".

       REJEITA-PROPOSTA.
           SET PLM-REJEITADA TO TRUE
           MOVE WS-ANALISTA-MATRICULA TO PLM-MATRICULA
           MOVE WS-DATA-SISTEMA       TO PLM-DATA-DECISAO
           PERFORM GUARDA-PROPOSTA
           ADD 1 TO WS-QTD-REJEITADAS
           MOVE "REJEICAO LIMITE" TO AUD-ACAO
           PERFORM GRAVA-AUDITORIA.

       GUARDA-PROPOSTA.
           SET WS-PRP-IDX TO WS-PRP-SEQ
           MOVE PLM-REGISTRO TO WS-TAB-PRP (WS-PRP-IDX).

      * Decisao no AUDITSEG com a matricula do analista que decidiu.
       GRAVA-AUDITORIA.
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-DATA-SISTEMA       TO AUD-DATA
           MOVE WS-HORA-SISTEMA       TO AUD-HORA
           MOVE WS-ANALISTA-MATRICULA TO AUD-OFICIAL
           MOVE PLM-CONTA             TO AUD-CONTA
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
           CLOSE AUDITSEG-ARQ
           CLOSE JORNAL-ARQ.

      * Regravacao em duas fases com marca de conclusao, como no
      * PROGAPRCAD: as pendentes sobreviventes sao ANEXADAS ao arquivo
      * de trabalho (que ja tem os excedentes da carga), a marca *FIM*
      * fecha o preparo e so entao o trabalho e copiado de volta sobre
      * PROPLIM. Proposta decidida ou expirada sai da fila - a trilha
      * fica no AUDITSEG e, na aprovacao, no JORNAL.
       REGRAVA-PROPOSTAS.
           PERFORM GRAVA-SOBREVIVENTES
           PERFORM COPIA-TRABALHO-DE-VOLTA.

       GRAVA-SOBREVIVENTES.
           OPEN EXTEND LIMTRB-ARQ
           IF NOT ARQ-TRB-OK
               OPEN OUTPUT LIMTRB-ARQ
           END-IF
           PERFORM GRAVA-UMA-SOBREVIVENTE
               VARYING WS-PRP-IDX FROM 1 BY 1
               UNTIL WS-PRP-IDX > WS-TAB-PRP-QTD
           MOVE WS-MARCA-FIM TO TRB-REGISTRO
           WRITE TRB-REGISTRO
           CLOSE LIMTRB-ARQ.

       GRAVA-UMA-SOBREVIVENTE.
           MOVE WS-TAB-PRP (WS-PRP-IDX) TO PLM-REGISTRO
           IF PLM-PENDENTE
               MOVE PLM-REGISTRO TO TRB-REGISTRO
               WRITE TRB-REGISTRO
           END-IF.

       COPIA-TRABALHO-DE-VOLTA.
           OPEN INPUT LIMTRB-ARQ
           IF ARQ-TRB-OK
               OPEN OUTPUT PROPLIM-ARQ
               READ LIMTRB-ARQ
                   AT END SET ARQ-TRB-FIM TO TRUE
               END-READ
               PERFORM COPIA-UM-REGISTRO UNTIL ARQ-TRB-FIM
               CLOSE PROPLIM-ARQ
               CLOSE LIMTRB-ARQ
               OPEN OUTPUT LIMTRB-ARQ
               CLOSE LIMTRB-ARQ
           END-IF.

       COPIA-UM-REGISTRO.
           IF TRB-REGISTRO(1:5) = WS-MARCA-FIM
               SET ARQ-TRB-FIM TO TRUE
           ELSE
               MOVE TRB-REGISTRO TO PLM-REGISTRO
               WRITE PLM-REGISTRO
               READ LIMTRB-ARQ
                   AT END SET ARQ-TRB-FIM TO TRUE
               END-READ
           END-IF.

      * Largada: trabalho que ainda tem a marca *FIM* e de uma copia
      * de volta interrompida - PROPLIM pode estar truncado pela
      * metade. A copia e refeita antes de qualquer truncamento do
      * trabalho.
       RECUPERA-TRABALHO.
           MOVE "N" TO WS-MARCA-ACHADA
           OPEN INPUT LIMTRB-ARQ
           IF ARQ-TRB-OK
               READ LIMTRB-ARQ
                   AT END SET ARQ-TRB-FIM TO TRUE
               END-READ
               PERFORM DETECTA-MARCA UNTIL ARQ-TRB-FIM
               CLOSE LIMTRB-ARQ
               IF MARCA-ACHADA
                   DISPLAY "REGRAVACAO ANTERIOR INTERROMPIDA - "
                       "RECUPERANDO PROPLIM DO ARQUIVO DE TRABALHO"
                   PERFORM COPIA-TRABALHO-DE-VOLTA
               END-IF
           END-IF.

       DETECTA-MARCA.
           IF TRB-REGISTRO(1:5) = WS-MARCA-FIM
               MOVE "S" TO WS-MARCA-ACHADA
           END-IF
           READ LIMTRB-ARQ
               AT END SET ARQ-TRB-FIM TO TRUE
           END-READ.

       FINALIZAR.
           DISPLAY "===== RESUMO DA MESA DE CREDITO ====="
           DISPLAY "PROPOSTAS APROVADAS....: " WS-QTD-APROVADAS
           DISPLAY "PROPOSTAS REJEITADAS...: " WS-QTD-REJEITADAS
           DISPLAY "PROPOSTAS EXPIRADAS....: " WS-QTD-EXPIRADAS
           DISPLAY "MANTIDAS PENDENTES.....: " WS-QTD-MANTIDAS
           DISPLAY "EXCEDENTES (PROXIMA SESSAO): "
               WS-QTD-EXCEDENTES.

       END PROGRAM PROGAPRLIM.
