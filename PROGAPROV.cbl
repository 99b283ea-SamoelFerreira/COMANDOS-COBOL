      *              bloqueio apos tres erros e troca obrigatoria no
      *              primeiro acesso - o AUDITSEG passa a registrar
      *              quem realmente decidiu.
      * 15/10/2026 - EM - Linhas de movimento acompanham MOVREG (77
      *              bytes) e APRREG (82 bytes); disponivel em
      *              S9(12)V99 e valor editado com 11 inteiros.
      * 15/10/2026 - EM - Pedidos em APRREG de 90 bytes. Toda
      *              aprovacao ou rejeicao de pedido carimbado com o
      *              caixa que o capturou (APR-MATRICULA-CAPTURA) grava
      *              antes da decisao uma linha CAPTURA ALCADA no
      *              AUDITSEG com esse caixa, mesma data, hora e conta,
      *              base da conferencia de captura e aprovacao pela
      *              mesma matricula no PROGOPERREL.
      * 15/10/2026 - EM - Pedido contra conta em espolio (titular
      *              falecido, ver PROGOBITO) e rejeitado na decisao.
      * 15/10/2026 - EM - Linhas de movimento acompanham MOVREG
      *              (78 bytes); lancamentos gravados com
      *              MOV-SERVICO-ORIGEM em branco.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGAPROV.
      * Periodos fechados do ano (PROGMOVCORTE); lido apenas pela
      * migracao inicial de REFARQ (ver REFDUP).
       FD  MOVFECH-ARQ.
       01 FECH-REGISTRO             PIC X(78).

      * Excedentes da tabela de pedidos, devolvidos intactos na
      * regravacao.
       FD  APROVTRB-ARQ.
       01 TRB-REGISTRO              PIC X(90).

      * Cadastro de produtos de conta (PROGPRODUTO).
       FD  PRODCAD-ARQ.
          01 WS-TAB-PEDIDOS.
             05 WS-TAB-PED OCCURS 999 TIMES
                   INDEXED BY WS-PED-IDX
                   PIC X(90).
          01 WS-TAB-PED-QTD          PIC 9(04) VALUE 0.
          01 WS-PED-SEQ              PIC 9(04) VALUE 0.

          01 WS-DECISAO              PIC X(01) VALUE SPACES.
          01 WS-SALDO-DISPONIVEL     PIC S9(12)V99.
          01 WS-VALOR-EDIT           PIC Z(10)9.99.
          01 WS-LIMITE-EXCEDIDO      PIC X(01) VALUE "N".
             88 LIMITE-DIARIO-EXCEDIDO    VALUE "S".

               GO TO APROVA-PEDIDO-EXIT
           END-IF

      * Titular falecido depois da captura: o debito nao sai mais.
           IF CTA-ESPOLIO
               UNLOCK CTAMESTRE-ARQ
               SET APR-REJEITADA TO TRUE
               MOVE WS-SUPERV-MATRICULA TO APR-MATRICULA
               MOVE WS-DATA-SISTEMA     TO APR-DATA-DECISAO
               PERFORM GUARDA-PEDIDO
               ADD 1 TO WS-QTD-REJEITADOS
               PERFORM GRAVA-AUDITORIA-REJEITA
               DISPLAY "TITULAR FALECIDO (CONTA EM ESPOLIO) - PEDIDO "
                   "REJEITADO"
               GO TO APROVA-PEDIDO-EXIT
           END-IF

           MOVE CTA-PRODUTO TO WS-PRD-CODIGO-BUSCA
           PERFORM OBTEM-PRODUTO
           MOVE APR-CONTA TO WS-BLQ-CONTA-BUSCA
           MOVE WS-SUPERV-MATRICULA TO MOV-CAIXA
           ACCEPT MOV-HORA FROM TIME
           MOVE "A" TO MOV-CANAL
           MOVE 0      TO MOV-REF-ORIGEM
           MOVE SPACES TO MOV-TIPO-ORIGEM
           MOVE SPACES TO MOV-SERVICO-ORIGEM
           WRITE MOV-REGISTRO
           MOVE APR-REFERENCIA TO TRAN-REFERENCIA
           PERFORM GRAVA-REFERENCIA-POSTADA
           MOVE WS-SUPERV-MATRICULA TO MOV-CAIXA
           ACCEPT MOV-HORA FROM TIME
           MOVE "A" TO MOV-CANAL
           MOVE 0      TO MOV-REF-ORIGEM
           MOVE SPACES TO MOV-TIPO-ORIGEM
           MOVE SPACES TO MOV-SERVICO-ORIGEM
           WRITE MOV-REGISTRO.
       CREDITA-DESTINO-EXIT.
           EXIT.
           MOVE APR-REGISTRO TO WS-TAB-PED (WS-PED-IDX).

       GRAVA-AUDITORIA-APROVA.
           ACCEPT WS-HORA-SISTEMA FROM TIME
           PERFORM GRAVA-AUDITORIA-CAPTURA
           MOVE "APROVACAO ALCADA"    TO AUD-ACAO
           PERFORM GRAVA-AUDITORIA-DECISAO.

       GRAVA-AUDITORIA-REJEITA.
           ACCEPT WS-HORA-SISTEMA FROM TIME
           PERFORM GRAVA-AUDITORIA-CAPTURA
           MOVE "REJEICAO ALCADA"     TO AUD-ACAO
           PERFORM GRAVA-AUDITORIA-DECISAO.

       GRAVA-AUDITORIA-EXPIRA.
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE "EXPIRACAO ALCADA"    TO AUD-ACAO
           PERFORM GRAVA-AUDITORIA-DECISAO.

      * Quem capturou o pedido no atendimento sai numa linha propria,
      * com a mesma data, hora e conta da decisao que vem logo em
      * seguida: e por esse par que o PROGOPERREL confere captura e
      * aprovacao feitas pela mesma matricula. Pedido sem o carimbo
      * (modo BATCH ou anterior ao carimbo) nao tem o que registrar.
       GRAVA-AUDITORIA-CAPTURA.
           IF APR-MATRICULA-CAPTURA NOT = SPACES
               MOVE "CAPTURA ALCADA"      TO AUD-ACAO
               MOVE APR-MATRICULA-CAPTURA TO AUD-OFICIAL
               PERFORM GRAVA-LINHA-AUDITORIA
           END-IF.

       GRAVA-AUDITORIA-DECISAO.
           MOVE WS-SUPERV-MATRICULA TO AUD-OFICIAL
           PERFORM GRAVA-LINHA-AUDITORIA.

       GRAVA-LINHA-AUDITORIA.
           MOVE WS-DATA-SISTEMA     TO AUD-DATA
           MOVE WS-HORA-SISTEMA     TO AUD-HORA
           MOVE APR-CONTA           TO AUD-CONTA
           WRITE AUD-REGISTRO.

