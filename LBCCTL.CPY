      ******************************************************************
      * Copybook: LBCCTL
      * Author: EQUIPE MANUTENCAO
      * Purpose: Paragrafos comuns da referencia dos lancamentos que o
      *          banco gera nos passos de lote (tarifas, juros,
      *          encargo e IR retido - PROGEOD, PROGTARAV, PROGPOUP,
      *          PROGRCOMPUTE): cada lancamento leva referencia
      *          propria, 9800000000 + sequencia do controle LBCCTRL
      *          (layout LBCREG, faixa em REFREG), registrada em
      *          REFARQ como as demais, para o PROGESTORNO poder
      *          localiza-lo e estorna-lo.
      *
      *          LE-CONTROLE-LANC-BANCO carrega a ultima sequencia na
      *          inicializacao (depois de ABRE-REFERENCIAS-POSTADAS);
      *          OBTEM-REF-LANC-BANCO deixa a proxima referencia livre
      *          em WS-REF-LANC-BANCO, saltando numero ja registrado em
      *          REFARQ - a reexecucao apos abend, com o controle
      *          ainda na sequencia antiga, nao repete referencia;
      *          REGISTRA-REF-LANC-BANCO grava em REFARQ a referencia
      *          do lancamento ja escrito em MOVIMENTO;
      *          GRAVA-CONTROLE-LANC-BANCO regrava o controle no
      *          encerramento. TRAN-REFERENCIA, usada por REFDUP, e
      *          guardada e devolvida intacta, pois no PROGEOD ela e
      *          a da transacao em postagem.
      *
      *          Programa que usa este copybook tambem usa REFDUP,
      *          inclui LBCW na WORKING-STORAGE e declara LBCCTRL-ARQ
      *          (COPY LBCREG, linha sequencial, com WS-STATUS-LBC).
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      ******************************************************************
       LE-CONTROLE-LANC-BANCO.
           MOVE 0 TO WS-SEQ-LANC-BANCO
           OPEN INPUT LBCCTRL-ARQ
           IF ARQ-LBC-OK
               READ LBCCTRL-ARQ
               IF ARQ-LBC-OK
                   MOVE LBC-ULTIMA-SEQUENCIA TO WS-SEQ-LANC-BANCO
               END-IF
               CLOSE LBCCTRL-ARQ
           END-IF.

       OBTEM-REF-LANC-BANCO.
           MOVE TRAN-REFERENCIA TO WS-LBC-TRAN-SALVA
           MOVE "S" TO WS-REF-ACHOU
           PERFORM PROXIMA-REF-LANC-BANCO UNTIL NOT REF-ACHOU
           MOVE WS-LBC-TRAN-SALVA TO TRAN-REFERENCIA.

       PROXIMA-REF-LANC-BANCO.
           ADD 1 TO WS-SEQ-LANC-BANCO
           COMPUTE WS-REF-LANC-BANCO = 9800000000 + WS-SEQ-LANC-BANCO
           MOVE WS-REF-LANC-BANCO TO TRAN-REFERENCIA
           PERFORM VERIFICA-REF-DUPLICADA.

       REGISTRA-REF-LANC-BANCO.
           MOVE TRAN-REFERENCIA TO WS-LBC-TRAN-SALVA
           MOVE WS-REF-LANC-BANCO TO TRAN-REFERENCIA
           PERFORM GRAVA-REFERENCIA-POSTADA
           MOVE WS-LBC-TRAN-SALVA TO TRAN-REFERENCIA.

       GRAVA-CONTROLE-LANC-BANCO.
           MOVE WS-SEQ-LANC-BANCO TO LBC-ULTIMA-SEQUENCIA
           OPEN OUTPUT LBCCTRL-ARQ
           WRITE LBC-REGISTRO
           CLOSE LBCCTRL-ARQ.
