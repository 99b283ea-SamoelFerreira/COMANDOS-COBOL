      * Purpose: IMPORTACAO DA REDE COMPARTILHADA DE ATM - PASSO DO
      *          CICLO QUE LE O ARQUIVO NOTURNO DA REDE (ATMENT,
      *          LARGURA FIXA: CONTA, VALOR, TERMINAL, DATA/HORA E NSU
      *          DA REDE E NUMERO DO CARTAO, COM HEADER "H" E TRAILER
      *          "T" DE QUANTIDADE E HASH DE VALORES). ANTES DE POSTAR
      *          QUALQUER COISA OS CONTROLES DO TRAILER SAO CONFERIDOS
      *          CONTRA O QUE FOI LIDO - ARQUIVO TRUNCADO ABORTA COM
      *          RC 12, MESMO CONTRATO DO PROGCRIT COM O TRANBRUT. CADA
      *          SAQUE E POSTADO COM A DISCIPLINA COMPLETA DOS MOTORES:
      *          PROTECAO DE REPLAY PELO NSU DA REDE (REFARQ), CARTAO
      *          RESOLVIDO PARA A CONTA NO MESTRE DE CARTOES, LOCK,
      *          JORNAL, TETO DIARIO, DISPONIVEL POR PRODUTO E
      *          BLOQUEIO JUDICIAL; O MOVIMENTO SAI COMO "S" COM O
      *          TERMINAL EM MOV-CAIXA E O CANAL "R". ITEM IMPOSTAVEL
      *          (CONTA INEXISTENTE, ENCERRADA, SEM DISPONIVEL, TETO,
      *          CARTAO DESCONHECIDO, BLOQUEADO OU VENCIDO)
      *          VAI PARA O ARQUIVO DE REPARO ATMREJ COM O MOTIVO,
      *          PARA O ACERTO COM A REDE, E OS TOTAIS DE LIQUIDACAO
      *          SAEM NO SUMARIO.
      *              rede o saque do fim de semana nunca conciliava
      *              (a conciliacao filtra por movimento de hoje) e o
      *              ciclo parava com divergencia falsa.
      * 15/10/2026 - EM - O arquivo da rede passa a trazer o numero do
      *              cartao (ATM-CARTAO, fim da linha). O saque e
      *              resolvido para a conta pelo mestre de cartoes
      *              (CARTAO) e recusado com codigo de retorno para a
      *              rede no ATMREJ: 06 desconhecido, 07 bloqueado, 08
      *              vencido, 09 perda/roubo, 10 cancelado, 11 cartao de
      *              outra conta. Sem o mestre de cartoes o passo aborta
      *              com RC 12.
      * 15/10/2026 - EM - Passo ja concluido na data do ciclo (RUNCTRL,
      *              RC ate 4) e saltado com RC 0 (reinicio do
      *              EODJOB).
      * 15/10/2026 - EM - Linhas de movimento acompanham MOVREG (77
      *              bytes); disponivel em S9(12)V99.
      * 15/10/2026 - EM - Saque contra conta em espolio (titular
      *              falecido, ver PROGOBITO) vai ao ATMREJ com o
      *              motivo 12.
      * 15/10/2026 - EM - Linhas de movimento acompanham MOVREG
      *              (78 bytes); lancamentos gravados com
      *              MOV-SERVICO-ORIGEM em branco.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGATM.
           SELECT RUNCTRL-ARQ ASSIGN TO "RUNCTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RUN.

           SELECT CARTAO-ARQ ASSIGN TO "CARTAO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRT-NUMERO
               FILE STATUS IS WS-STATUS-CRT.
       DATA DIVISION.
       FILE SECTION.
       FD  CTAMESTRE-ARQ.

      * Arquivo da rede: header "H", um saque por linha de detalhe
      * (comeca com digito) e trailer "T" com quantidade e hash de
      * valores. O saque e da conta do cartao (ATM-CARTAO); a conta
      * informada pela rede, quando vem, so e conferida.
       FD  ATMENT-ARQ.
       01 ATM-REGISTRO.
          05 ATM-CONTA            PIC 9(06).
          05 ATM-DATA             PIC 9(08).
          05 ATM-HORA             PIC 9(08).
          05 ATM-NSU              PIC 9(10).
          05 ATM-CARTAO           PIC 9(16).
       01 ATM-CABEC REDEFINES ATM-REGISTRO.
          05 ATM-CAB-TIPO         PIC X(01).
             88 ATM-HEADER             VALUE "H".
          05 ATM-CAB-ORIGEM       PIC X(08).
          05 ATM-CAB-DATA         PIC 9(08).
          05 FILLER               PIC X(47).
       01 ATM-TRAILER REDEFINES ATM-REGISTRO.
          05 ATM-TRL-TIPO         PIC X(01).
             88 ATM-TRAILER-REG        VALUE "T".
          05 ATM-TRL-QTD          PIC 9(06).
          05 ATM-TRL-HASH         PIC 9(10)V99.
          05 FILLER               PIC X(45).

      * Itens impostaveis, devolvidos para o acerto com a rede:
      * motivos 01 conta inexistente, 02 conta encerrada, 03 sem
      * disponivel, 04 teto diario, 05 valor invalido, 06 cartao
      * desconhecido, 07 cartao bloqueado, 08 cartao vencido, 09
      * cartao com perda/roubo, 10 cartao cancelado, 11 cartao de
      * outra conta, 12 titular falecido (conta em espolio).
       FD  ATMREJ-ARQ.
       01 AREJ-REGISTRO.
          05 AREJ-MOTIVO          PIC X(02).
          05 AREJ-ORIGINAL        PIC X(64).

       FD  JORNAL-ARQ.
       COPY JRNREG.
      * Periodos fechados do ano (PROGMOVCORTE); lido apenas pela
      * migracao inicial de REFARQ (ver REFDUP).
       FD  MOVFECH-ARQ.
       01 FECH-REGISTRO             PIC X(78).

      * Cadastro de produtos de conta (PROGPRODUTO).
       FD  PRODCAD-ARQ.

       FD  RUNCTRL-ARQ.
       COPY RUNREG.

      * Mestre de cartoes de debito (PROGCARTAO).
       FD  CARTAO-ARQ.
       COPY CRTREG.
       WORKING-STORAGE SECTION.
       COPY RUNW.

          01 WS-STATUS-REJ           PIC XX.
             88 ARQ-REJ-OK                VALUE "00".

          01 WS-STATUS-CRT           PIC XX.
             88 ARQ-CRT-OK                VALUE "00".

          01 WS-ATM-CONTA-CARTAO     PIC 9(06) VALUE 0.

       COPY REFARQW.

          01 WS-STATUS-FECH          PIC XX.

          01 WS-LIMITE-EXCEDIDO      PIC X(01) VALUE "N".
             88 LIMITE-DIARIO-EXCEDIDO    VALUE "S".
          01 WS-SALDO-DISPONIVEL     PIC S9(12)V99.

          01 WS-QTD-LIDOS            PIC 9(06) VALUE 0.
          01 WS-QTD-POSTADOS         PIC 9(06) VALUE 0.
           MOVE "PROGATM" TO WS-RUN-PROGRAMA
           MOVE WS-DATA-SISTEMA TO WS-RUN-DATA-CICLO
           PERFORM VERIFICA-CICLO-JA-RODADO
           IF RUN-CONCLUIDO
               PERFORM SALTA-PASSO-CONCLUIDO
           END-IF
      * Antes de postar qualquer registro, confere header/trailer do
      * arquivo da rede: transferencia truncada cancela o passo.
           PERFORM VERIFICA-CONTROLES THRU VERIFICA-CONTROLES-FIM
           END-READ.

       INICIALIZAR.
      * Sem o mestre de cartoes nenhum saque pode ser resolvido: o
      * passo para antes de postar, como no arquivo truncado.
           OPEN INPUT CARTAO-ARQ
           IF NOT ARQ-CRT-OK
               DISPLAY "IMPORTACAO ABORTADA: MESTRE DE CARTOES "
                   "(CARTAO) INDISPONIVEL - STATUS " WS-STATUS-CRT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O CTAMESTRE-ARQ
           PERFORM ABRE-REFERENCIAS-POSTADAS
           OPEN EXTEND MOVIMENTO-ARQ
               GO TO POSTA-SAQUE-EXIT
           END-IF

           PERFORM RESOLVE-CARTAO
           IF AREJ-MOTIVO NOT = SPACES
               PERFORM GRAVA-REJEITO
               GO TO POSTA-SAQUE-EXIT
           END-IF

           MOVE WS-ATM-CONTA-CARTAO TO CTA-NUMERO
           PERFORM LE-CONTA-COM-LOCK
           IF ARQ-REGISTRO-BLOQUEADO
               DISPLAY "SAQUE ADIADO (CONTA OCUPADA, RETENTAR): "
               PERFORM GRAVA-REJEITO
               GO TO POSTA-SAQUE-EXIT
           END-IF
           IF CTA-ESPOLIO
               UNLOCK CTAMESTRE-ARQ
               MOVE "12" TO AREJ-MOTIVO
               PERFORM GRAVA-REJEITO
               GO TO POSTA-SAQUE-EXIT
           END-IF

           MOVE CTA-PRODUTO TO WS-PRD-CODIGO-BUSCA
           PERFORM OBTEM-PRODUTO
           MOVE WS-ATM-CONTA-CARTAO TO WS-BLQ-CONTA-BUSCA
           PERFORM OBTEM-BLOQUEIO-JUDICIAL
           IF PRODUTO-PERMITE-DESCOBERTO
               COMPUTE WS-SALDO-DISPONIVEL =
           UNLOCK CTAMESTRE-ARQ

           MOVE ATM-NSU         TO MOV-REFERENCIA
           MOVE WS-ATM-CONTA-CARTAO TO MOV-CONTA
           SET MOV-SAQUE        TO TRUE
           MOVE ATM-VALOR       TO MOV-VALOR
      * Data do ciclo, como nos demais importadores: a conciliacao
           MOVE ATM-TERMINAL    TO MOV-CAIXA
           MOVE ATM-HORA        TO MOV-HORA
           SET MOV-CANAL-REDE-ATM TO TRUE
           MOVE 0      TO MOV-REF-ORIGEM
           MOVE SPACES TO MOV-TIPO-ORIGEM
           MOVE SPACES TO MOV-SERVICO-ORIGEM
           WRITE MOV-REGISTRO
           PERFORM GRAVA-REFERENCIA-POSTADA

               AT END SET ARQ-ATM-FIM TO TRUE
           END-READ.

      * Resolve o cartao da rede para a conta. AREJ-MOTIVO volta em
      * branco quando o saque pode seguir, ou com o codigo de retorno
      * para a rede. Linha sem cartao (layout antigo) e desconhecida.
       RESOLVE-CARTAO.
           MOVE SPACES TO AREJ-MOTIVO
           MOVE 0      TO WS-ATM-CONTA-CARTAO
           IF ATM-CARTAO IS NOT NUMERIC OR ATM-CARTAO = 0
               MOVE "06" TO AREJ-MOTIVO
           ELSE
               MOVE ATM-CARTAO TO CRT-NUMERO
               READ CARTAO-ARQ
                   INVALID KEY MOVE "06" TO AREJ-MOTIVO
               END-READ
           END-IF
           IF AREJ-MOTIVO = SPACES
               EVALUATE TRUE
                   WHEN CRT-PERDA-ROUBO
                       MOVE "09" TO AREJ-MOTIVO
                   WHEN CRT-CANCELADO
                       MOVE "10" TO AREJ-MOTIVO
                   WHEN CRT-BLOQUEADO
                       MOVE "07" TO AREJ-MOTIVO
                   WHEN CRT-VALIDADE < ATM-DATA(1:6)
                       MOVE "08" TO AREJ-MOTIVO
                   WHEN ATM-CONTA IS NUMERIC AND ATM-CONTA > 0
                           AND ATM-CONTA NOT = CRT-CONTA
                       MOVE "11" TO AREJ-MOTIVO
                   WHEN OTHER
                       MOVE CRT-CONTA TO WS-ATM-CONTA-CARTAO
               END-EVALUATE
           END-IF.

      * Teto diario da conta, mesma regra dos motores, sob o lock ja
      * obtido. O saque da rede tambem conta na franquia mensal; a
      * tarifa de excedente fica com os motores regulares.
           ADD 1 TO WS-QTD-REJEITADOS
           ADD ATM-VALOR TO WS-TOTAL-REJEITADO
           DISPLAY "SAQUE DA REDE REJEITADO (MOTIVO " AREJ-MOTIVO
               "): CARTAO " ATM-CARTAO " NSU " ATM-NSU.

       LE-CONTA-COM-LOCK.
           MOVE "99" TO WS-STATUS-CTA
           CLOSE JORNAL-ARQ
           CLOSE REFARQ-ARQ
           CLOSE ATMREJ-ARQ
           CLOSE CARTAO-ARQ
           IF WS-QTD-REJEITADOS > 0 OR WS-QTD-ADIADOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
