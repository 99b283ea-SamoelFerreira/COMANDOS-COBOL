      * 22/08/2026 - EM - Versao inicial, companheiro do destino
      *              "outro banco" da opcao 5 do PROGSALDOBANCARIO
      *              (arquivo de saida INTERSAI).
      * 15/10/2026 - EM - Triagem do remetente (ENT-CPFCNPJ-ORIGEM e
      *              ENT-NOME-ORIGEM, novos no fim da linha do INTERENT)
      *              contra a lista de pessoas restritas (RESTRITOS, ver
      *              RSTLER): CPF/CNPJ da lista ou nome semelhante retem
      *              o credito em INTRETIDO (ver RETREG), sem postar,
      *              ate a decisao do compliance no PROGCOMPL; os
      *              liberados sao postados no inicio da execucao
      *              seguinte. Toda decisao deixa linha no AUDITSEG; sem
      *              a lista, nada e importado (codigo 8). Nucleo da
      *              postagem separado em POSTA-CREDITO.
      * 15/10/2026 - EM - Linhas de movimento acompanham MOVREG (77
      *              bytes); ENT-VALOR do INTERENT em 9(11)V99
      *              e total creditado em S9(13)V99.
      * 15/10/2026 - EM - Linhas de movimento acompanham MOVREG
      *              (78 bytes); lancamentos gravados com
      *              MOV-SERVICO-ORIGEM em branco.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGINTENT.
           SELECT DATAMOV-ARQ ASSIGN TO "DATAMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DTM.

           SELECT RESTRITOS-ARQ ASSIGN TO "RESTRITOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RST.

           SELECT INTRETIDO-ARQ ASSIGN TO "INTRETIDO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RET-REFERENCIA
               FILE STATUS IS WS-STATUS-RET.

           SELECT AUDITSEG-ARQ ASSIGN TO "AUDITSEG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUD.
       DATA DIVISION.
       FILE SECTION.
       FD  CTAMESTRE-ARQ.
       COPY MOVREG.

      * Entrada da rede de liquidacao: credito para uma conta nossa,
      * originado em outro banco. CPF/CNPJ e nome do remetente vem
      * no fim da linha; arquivo da rede anterior a triagem deixa os
      * dois em brancos.
       FD  INTERENT-ARQ.
       01 ENT-REGISTRO.
          05 ENT-BANCO-ORIGEM     PIC 9(03).
          05 ENT-AGENCIA-ORIGEM   PIC 9(04).
          05 ENT-CONTA-ORIGEM     PIC 9(06).
          05 ENT-CONTA-DESTINO    PIC 9(06).
          05 ENT-VALOR            PIC 9(11)V99.
          05 ENT-REFERENCIA       PIC 9(10).
          05 ENT-DATA             PIC 9(08).
          05 ENT-CPFCNPJ-ORIGEM   PIC 9(14).
          05 ENT-NOME-ORIGEM      PIC X(30).

       FD  JORNAL-ARQ.
       COPY JRNREG.
      * Periodos fechados do ano (PROGMOVCORTE); lido apenas pela
      * migracao inicial de REFARQ (ver REFDUP).
       FD  MOVFECH-ARQ.
       01 FECH-REGISTRO             PIC X(78).

      * Data de movimento do ciclo (PROGDATAMOV).
       FD  DATAMOV-ARQ.
       COPY DTMREG.

      * Lista de pessoas restritas (PROGRESTR) e creditos retidos pela
      * triagem, a espera da decisao do compliance (PROGCOMPL).
       FD  RESTRITOS-ARQ.
       COPY RSTREG.

       FD  INTRETIDO-ARQ.
       COPY RETREG.

       FD  AUDITSEG-ARQ.
       01 AUD-REGISTRO.
          05 AUD-DATA             PIC 9(08).
          05 AUD-HORA             PIC 9(08).
          05 AUD-OFICIAL          PIC X(08).
          05 AUD-CONTA            PIC 9(06).
          05 AUD-ACAO             PIC X(20).
       WORKING-STORAGE SECTION.
       COPY DATLERW.

          01 WS-QTD-JA-POSTADAS      PIC 9(06) VALUE 0.
          01 WS-QTD-SEM-PAR          PIC 9(06) VALUE 0.
          01 WS-QTD-BLOQUEADAS       PIC 9(06) VALUE 0.
          01 WS-TOTAL-CREDITADO      PIC S9(13)V99 VALUE 0.
          01 WS-QTD-RETIDAS          PIC 9(06) VALUE 0.
          01 WS-QTD-JA-RETIDAS       PIC 9(06) VALUE 0.
          01 WS-QTD-LIBERADAS        PIC 9(06) VALUE 0.

          01 WS-STATUS-RET           PIC XX.
             88 ARQ-RET-OK                VALUE "00".
             88 ARQ-RET-FIM               VALUE "10".
             88 ARQ-RET-DUPLICADO         VALUE "22".

          01 WS-STATUS-AUD           PIC XX.
             88 ARQ-AUD-OK                VALUE "00".
          01 WS-HORA-SISTEMA         PIC 9(08).

      * Credito a postar: vem da linha do INTERENT ou de um credito
      * retido ja liberado pelo compliance (INTRETIDO).
          01 WS-POS-REFERENCIA       PIC 9(10).
          01 WS-POS-CONTA            PIC 9(06).
          01 WS-POS-VALOR            PIC 9(11)V99.
          01 WS-POS-RESULTADO        PIC X(01).
             88 POS-POSTADO               VALUE "P".
             88 POS-NAO-POSTADO           VALUE "N".

       COPY RSTW.

       COPY JRNW.

           STOP RUN.

       INICIALIZAR.
      * Sem a lista de restritos nenhum credito externo e postado.
           PERFORM CARREGA-RESTRITOS
           IF NOT RESTRITOS-CARREGADOS
               DISPLAY "LISTA DE RESTRITOS (RESTRITOS) INDISPONIVEL - "
                   "IMPORTACAO NAO EXECUTADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O CTAMESTRE-ARQ
           PERFORM ABRE-REFERENCIAS-POSTADAS
           OPEN EXTEND MOVIMENTO-ARQ
           IF WS-DATA-MOVIMENTO > 0
               MOVE WS-DATA-MOVIMENTO TO WS-DATA-SISTEMA
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
           PERFORM POSTA-LIBERADOS

           OPEN INPUT INTERENT-ARQ
           IF ARQ-ENT-OK
               GO TO POSTA-ENTRADA-EXIT
           END-IF

      * Triagem do remetente: CPF/CNPJ na lista ou nome parecido com
      * o de uma pessoa da lista retem o credito (INTRETIDO) ate a
      * decisao do compliance; nada e postado.
           MOVE ENT-CONTA-DESTINO TO AUD-CONTA
           IF ENT-CPFCNPJ-ORIGEM IS NOT NUMERIC
           AND ENT-NOME-ORIGEM = SPACES
               MOVE "TRIAGEM INT SEM DADO" TO AUD-ACAO
               PERFORM GRAVA-AUDITORIA
           ELSE
               IF ENT-CPFCNPJ-ORIGEM IS NUMERIC
                   MOVE ENT-CPFCNPJ-ORIGEM TO WS-RST-CPF-BUSCA
               ELSE
                   MOVE 0                  TO WS-RST-CPF-BUSCA
               END-IF
               MOVE ENT-NOME-ORIGEM TO WS-RST-NOME-BUSCA
               PERFORM TRIAGEM-RESTRITOS
               IF RST-LIVRE
                   MOVE "TRIAGEM INT LIVRE" TO AUD-ACAO
                   PERFORM GRAVA-AUDITORIA
               ELSE
                   PERFORM RETEM-CREDITO
                   GO TO POSTA-ENTRADA-EXIT
               END-IF
           END-IF

           MOVE ENT-REFERENCIA    TO WS-POS-REFERENCIA
           MOVE ENT-CONTA-DESTINO TO WS-POS-CONTA
           MOVE ENT-VALOR         TO WS-POS-VALOR
           PERFORM POSTA-CREDITO THRU POSTA-CREDITO-EXIT.

       POSTA-ENTRADA-EXIT.
           READ INTERENT-ARQ
               AT END SET ARQ-ENT-FIM TO TRUE
           END-READ.

       POSTA-CREDITO.
           MOVE "N" TO WS-POS-RESULTADO
           MOVE WS-POS-CONTA TO CTA-NUMERO
           PERFORM LE-CONTA-COM-LOCK
           IF ARQ-REGISTRO-BLOQUEADO
               DISPLAY "CREDITO ADIADO (CONTA OCUPADA, RETENTAR): "
                   WS-POS-REFERENCIA
               ADD 1 TO WS-QTD-BLOQUEADAS
               GO TO POSTA-CREDITO-EXIT
           END-IF
           IF NOT ARQ-OK
               DISPLAY "CONTA DESTINO DESCONHECIDA (REPARO MANUAL): "
                   WS-POS-CONTA " REFERENCIA " WS-POS-REFERENCIA
                   " VALOR " WS-POS-VALOR
               ADD 1 TO WS-QTD-SEM-PAR
               GO TO POSTA-CREDITO-EXIT
           END-IF
           IF CTA-ENCERRADA
               UNLOCK CTAMESTRE-ARQ
               DISPLAY "CONTA DESTINO ENCERRADA (REPARO MANUAL): "
                   WS-POS-CONTA " REFERENCIA " WS-POS-REFERENCIA
                   " VALOR " WS-POS-VALOR
               ADD 1 TO WS-QTD-SEM-PAR
               GO TO POSTA-CREDITO-EXIT
           END-IF

           IF CTA-DORMENTE
               SET CTA-ATIVA TO TRUE
           END-IF
           ADD WS-POS-VALOR TO CTA-SALDO
           REWRITE CTA-REGISTRO
           PERFORM GRAVA-JORNAL
           UNLOCK CTAMESTRE-ARQ

           MOVE WS-POS-REFERENCIA TO MOV-REFERENCIA
           MOVE WS-POS-CONTA      TO MOV-CONTA
           SET MOV-TRANSF-RECEBIDA TO TRUE
           MOVE WS-POS-VALOR      TO MOV-VALOR
           MOVE WS-DATA-SISTEMA   TO MOV-DATA
           MOVE 0                 TO MOV-CONTA-CONTRA
           MOVE CTA-AGENCIA       TO MOV-AGENCIA
           MOVE SPACES            TO MOV-CAIXA
           ACCEPT MOV-HORA FROM TIME
           MOVE "I" TO MOV-CANAL
           MOVE 0      TO MOV-REF-ORIGEM
           MOVE SPACES TO MOV-TIPO-ORIGEM
           MOVE SPACES TO MOV-SERVICO-ORIGEM
           WRITE MOV-REGISTRO
           MOVE WS-POS-REFERENCIA TO TRAN-REFERENCIA
           PERFORM GRAVA-REFERENCIA-POSTADA

           SET POS-POSTADO TO TRUE
           ADD 1 TO WS-QTD-CREDITADAS
           ADD WS-POS-VALOR TO WS-TOTAL-CREDITADO.

       POSTA-CREDITO-EXIT.
           EXIT.

      * Reenvio do mesmo arquivo da rede encontra o credito ja retido
      * (status 22): a retencao original e mantida.
       RETEM-CREDITO.
           MOVE ENT-REFERENCIA        TO RET-REFERENCIA
           MOVE ENT-BANCO-ORIGEM      TO RET-BANCO-ORIGEM
           MOVE ENT-AGENCIA-ORIGEM    TO RET-AGENCIA-ORIGEM
           MOVE ENT-CONTA-ORIGEM      TO RET-CONTA-ORIGEM
           MOVE ENT-CONTA-DESTINO     TO RET-CONTA-DESTINO
           MOVE ENT-VALOR             TO RET-VALOR
           MOVE ENT-DATA              TO RET-DATA
           MOVE WS-RST-CPF-BUSCA      TO RET-CPFCNPJ-ORIGEM
           MOVE ENT-NOME-ORIGEM       TO RET-NOME-ORIGEM
           MOVE WS-RST-RESULTADO      TO RET-MOTIVO
           MOVE WS-RST-ACHADO-CPFCNPJ TO RET-RST-CPFCNPJ
           MOVE WS-RST-ACHADO-NOME    TO RET-RST-NOME
           MOVE WS-RST-ACHADO-LISTA   TO RET-RST-LISTA
           MOVE WS-DATA-SISTEMA       TO RET-DATA-RETENCAO
           SET RET-RETIDO             TO TRUE
           MOVE SPACES                TO RET-ANALISTA
           MOVE 0                     TO RET-DATA-DECISAO
           WRITE RET-REGISTRO
           IF ARQ-RET-DUPLICADO
               DISPLAY "CREDITO JA RETIDO (REFERENCIA DUPLICADA): "
                   ENT-REFERENCIA
               ADD 1 TO WS-QTD-JA-RETIDAS
           ELSE
               IF ARQ-RET-OK
                   IF RST-BLOQUEIO-CPF
                       MOVE "TRIAGEM INT BLOQ CPF" TO AUD-ACAO
                   ELSE
                       MOVE "TRIAGEM INT REVISAO"  TO AUD-ACAO
                   END-IF
                   PERFORM GRAVA-AUDITORIA
                   DISPLAY "CREDITO RETIDO PELA TRIAGEM ("
                       WS-RST-ACHADO-LISTA "): REFERENCIA "
                       ENT-REFERENCIA " CONTA " ENT-CONTA-DESTINO
                       " VALOR " ENT-VALOR
                   ADD 1 TO WS-QTD-RETIDAS
               ELSE
                   DISPLAY "ERRO AO RETER CREDITO (" WS-STATUS-RET
                       "): " ENT-REFERENCIA
                   ADD 1 TO WS-QTD-SEM-PAR
               END-IF
           END-IF.

      * Creditos retidos que o compliance liberou (PROGCOMPL) sao
      * postados antes do arquivo do dia e marcados como postados; o
      * que ja estiver em REFARQ so e marcado.
       POSTA-LIBERADOS.
           MOVE 0 TO RET-REFERENCIA
           START INTRETIDO-ARQ KEY NOT < RET-REFERENCIA
               INVALID KEY SET ARQ-RET-FIM TO TRUE
           END-START
           IF NOT ARQ-RET-FIM
               READ INTRETIDO-ARQ NEXT RECORD
                   AT END SET ARQ-RET-FIM TO TRUE
               END-READ
           END-IF
           PERFORM POSTA-UM-LIBERADO UNTIL ARQ-RET-FIM.

       POSTA-UM-LIBERADO.
           IF RET-LIBERADO
               MOVE RET-REFERENCIA TO TRAN-REFERENCIA
               PERFORM VERIFICA-REF-DUPLICADA
               IF REF-ACHOU
                   SET POS-POSTADO TO TRUE
               ELSE
                   MOVE RET-REFERENCIA    TO WS-POS-REFERENCIA
                   MOVE RET-CONTA-DESTINO TO WS-POS-CONTA
                   MOVE RET-VALOR         TO WS-POS-VALOR
                   PERFORM POSTA-CREDITO THRU POSTA-CREDITO-EXIT
               END-IF
               IF POS-POSTADO
                   SET RET-POSTADO TO TRUE
                   REWRITE RET-REGISTRO
                   MOVE RET-CONTA-DESTINO TO AUD-CONTA
                   MOVE "TRIAGEM INT LIBERADO" TO AUD-ACAO
                   PERFORM GRAVA-AUDITORIA
                   ADD 1 TO WS-QTD-LIBERADAS
               END-IF
           END-IF
           READ INTRETIDO-ARQ NEXT RECORD
               AT END SET ARQ-RET-FIM TO TRUE
           END-READ.

       GRAVA-AUDITORIA.
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-DATA-SISTEMA TO AUD-DATA
           MOVE WS-HORA-SISTEMA TO AUD-HORA
           MOVE "PROGINTE"      TO AUD-OFICIAL
           WRITE AUD-REGISTRO.

       LE-CONTA-COM-LOCK.
           MOVE "99" TO WS-STATUS-CTA
           PERFORM VARYING WS-TENTATIVAS-LOCK FROM 1 BY 1

       COPY JRNGRAVA.

       COPY RSTLER.

       FINALIZAR.
           CLOSE CTAMESTRE-ARQ
           CLOSE MOVIMENTO-ARQ
           CLOSE INTERENT-ARQ
           CLOSE JORNAL-ARQ
           CLOSE REFARQ-ARQ
           CLOSE INTRETIDO-ARQ
           CLOSE AUDITSEG-ARQ
           IF WS-QTD-SEM-PAR > 0 OR WS-QTD-RETIDAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "===== IMPORTACAO INTERBANCARIA ====="
           DISPLAY "CREDITOS POSTADOS.....: " WS-QTD-CREDITADAS
           DISPLAY "JA POSTADOS (REPLAY)..: " WS-QTD-JA-POSTADAS
           DISPLAY "SEM PAR (REPARO)......: " WS-QTD-SEM-PAR
           DISPLAY "RETIDOS (TRIAGEM).....: " WS-QTD-RETIDAS
           DISPLAY "JA RETIDOS (REPLAY)...: " WS-QTD-JA-RETIDAS
           DISPLAY "LIBERADOS POSTADOS....: " WS-QTD-LIBERADAS
           DISPLAY "ADIADOS (CONTA OCUPADA): " WS-QTD-BLOQUEADAS
           DISPLAY "TOTAL CREDITADO.......: " WS-TOTAL-CREDITADO
           DISPLAY "RETURN-CODE...........: " RETURN-CODE.
