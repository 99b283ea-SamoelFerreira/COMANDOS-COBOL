      *              quantidade e RETURN-CODE deste passo. Reexecucao
      *              na mesma data segue permitida - as protecoes de
      *              replay do proprio passo cobrem o reprocessamento.
      * 15/10/2026 - EM - Conta com cotitulares (arquivo TITULAR, ver
      *              TITREG/TITLER): cada evento gera um aviso para cada
      *              titular da conta, com o contato do cadastro unico
      *              de cada um - antes o segundo titular nunca era
      *              avisado.
      * 15/10/2026 - EM - Passo ja concluido na data do ciclo (RUNCTRL,
      *              RC ate 4) e saltado com RC 0 (reinicio do
      *              EODJOB).
      * 15/10/2026 - EM - Linhas de movimento acompanham MOVREG (77
      *              bytes); valores do aviso em S9(11)V99.
      * 15/10/2026 - EM - Avisa a alteracao do limite de credito
      *              aprovada pela mesa de credito (PROGAPRLIM),
      *              lida no jornal: LIMITE AUMENTADO/REDUZIDO com
      *              o novo limite no valor do aviso.
      * 15/10/2026 - EM - Linhas de movimento acompanham MOVREG
      *              (78 bytes).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGAVISO.
               RECORD KEY IS CLI-CPFCNPJ
               FILE STATUS IS WS-STATUS-CLI.

           SELECT TITULAR-ARQ ASSIGN TO "TITULAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CHAVE
               FILE STATUS IS WS-STATUS-TIT.

           SELECT COBAVISO-ARQ ASSIGN TO "COBAVISO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CAV.
       FD  CLIMESTRE-ARQ.
       COPY CLIREG.

      * Titulares das contas (PROGCLIMANUT).
       FD  TITULAR-ARQ.
       COPY TITREG.

       FD  MOVIMENTO-ARQ.
       01 MOVLIN-REGISTRO           PIC X(78).

       FD  JORNAL-ARQ.
       COPY JRNREG.
          05 CAV-CONTA            PIC 9(06).
          05 CAV-ESTAGIO          PIC X(01).
          05 CAV-DIAS             PIC 9(04).
          05 CAV-VALOR            PIC S9(11)V99 SIGN LEADING SEPARATE.

       FD  AVISOS-ARQ.
       01 AVI-REGISTRO.
          05 AVI-ENDERECO         PIC X(40).
          05 AVI-EMAIL            PIC X(40).
          05 AVI-EVENTO           PIC X(20).
          05 AVI-VALOR            PIC S9(11)V99 SIGN LEADING SEPARATE.
          05 AVI-DATA             PIC 9(08).

      * Data de movimento do ciclo (PROGDATAMOV).
          01 WS-CLIMESTRE-ABERTO     PIC X(01) VALUE "N".
             88 CLIMESTRE-ABERTO          VALUE "S".

       COPY TITW.

          01 WS-STATUS-CAV           PIC XX.
             88 ARQ-CAV-OK                VALUE "00".
             88 ARQ-CAV-FIM               VALUE "10".
          01 WS-QTD-JUROS            PIC 9(06) VALUE 0.
          01 WS-QTD-ENCARGOS         PIC 9(06) VALUE 0.
          01 WS-QTD-BLOQUEIOS        PIC 9(06) VALUE 0.
          01 WS-QTD-LIMITES          PIC 9(06) VALUE 0.
          01 WS-QTD-COBRANCA         PIC 9(06) VALUE 0.
          01 WS-QTD-SEM-CONTATO      PIC 9(06) VALUE 0.
          01 WS-QTD-AVISOS           PIC 9(06) VALUE 0.
           MOVE "PROGAVIS" TO WS-RUN-PROGRAMA
           MOVE WS-DATA-SISTEMA TO WS-RUN-DATA-CICLO
           PERFORM VERIFICA-CICLO-JA-RODADO
           IF RUN-CONCLUIDO
               PERFORM SALTA-PASSO-CONCLUIDO
           END-IF
           MOVE 0 TO RETURN-CODE
           OPEN INPUT CTAMESTRE-ARQ
           OPEN INPUT CLIMESTRE-ARQ
               DISPLAY "MESTRE DE CLIENTES (CLIMESTRE) AUSENTE - "
                   "CONTATO SAIRA DO CADASTRO DA CONTA"
           END-IF
           IF CLIMESTRE-ABERTO
               OPEN INPUT TITULAR-ARQ
               IF ARQ-TIT-OK
                   SET TITULAR-ABERTO TO TRUE
               END-IF
           END-IF
           OPEN OUTPUT AVISOS-ARQ
           PERFORM VARRE-MOVIMENTO-DO-DIA
           PERFORM VARRE-JORNAL-DO-DIA
           IF CLIMESTRE-ABERTO
               CLOSE CLIMESTRE-ARQ
           END-IF
           IF TITULAR-ABERTO
               CLOSE TITULAR-ARQ
           END-IF
           CLOSE AVISOS-ARQ
           PERFORM FINALIZAR
           MOVE WS-QTD-AVISOS TO WS-RUN-QTD

      * Bloqueio novo do dia: a imagem-antes nao estava bloqueada e a
      * imagem-depois esta - a transicao acontece uma unica vez por
      * bloqueio, entao sai um aviso por ocorrencia. Alteracao de
      * limite gravada pela mesa de credito (PROGAPRLIM) sai como
      * aviso de limite aumentado/reduzido, com o novo limite no valor.
       VARRE-JORNAL-DO-DIA.
           OPEN INPUT JORNAL-ARQ
           IF ARQ-JRN-OK
                   MOVE "CONTA BLOQUEADA PIN"  TO AVI-EVENTO
                   PERFORM GRAVA-AVISO
               END-IF
               IF JRN-PROGRAMA = "PROGAPRL"
                       AND DEP-LIMITE-CREDITO NOT = ANT-LIMITE-CREDITO
                   ADD 1 TO WS-QTD-LIMITES
                   MOVE DEP-NUMERO         TO MOV-CONTA
                   MOVE DEP-LIMITE-CREDITO TO MOV-VALOR
                   IF DEP-LIMITE-CREDITO > ANT-LIMITE-CREDITO
                       MOVE "LIMITE AUMENTADO" TO AVI-EVENTO
                   ELSE
                       MOVE "LIMITE REDUZIDO"  TO AVI-EVENTO
                   END-IF
                   PERFORM GRAVA-AVISO
               END-IF
           END-IF
           READ JORNAL-ARQ
               AT END SET ARQ-JRN-FIM TO TRUE
               AT END SET ARQ-CAV-FIM TO TRUE
           END-READ.

      * Um aviso por evento e por titular da conta, com os dados de
      * contato do cadastro; a conta e o valor vem de MOV-CONTA/
      * MOV-VALOR, preenchidos pelo chamador.
       GRAVA-AVISO.
           MOVE MOV-CONTA TO CTA-NUMERO
           READ CTAMESTRE-ARQ
           IF ARQ-OK
      * Conta vinculada: o cadastro unico de cada titular (primeiro
      * titular e cotitulares, ver TITREG) prevalece sobre os campos
      * de contato da conta.
               MOVE 0 TO WS-TAB-TIT-QTD
               IF CLIMESTRE-ABERTO AND CTA-CLIENTE > 0
                   MOVE CTA-NUMERO  TO WS-TIT-CONTA-BUSCA
                   MOVE CTA-CLIENTE TO WS-TIT-PRINCIPAL-BUSCA
                   PERFORM CARREGA-TITULARES-CONTA
               END-IF
               IF WS-TAB-TIT-QTD = 0
                   MOVE CTA-NOME     TO AVI-NOME
                   MOVE CTA-ENDERECO TO AVI-ENDERECO
                   MOVE CTA-EMAIL    TO AVI-EMAIL
                   PERFORM GRAVA-AVISO-CONTATO
               ELSE
                   PERFORM GRAVA-AVISO-TITULAR
                       VARYING WS-TIT-IDX FROM 1 BY 1
                       UNTIL WS-TIT-IDX > WS-TAB-TIT-QTD
               END-IF
           ELSE
               MOVE SPACES TO AVI-NOME
               MOVE SPACES TO AVI-ENDERECO
               MOVE SPACES TO AVI-EMAIL
               PERFORM GRAVA-AVISO-REGISTRO
           END-IF.

      * Titular nao encontrado no CLIMESTRE recebe o contato da conta.
       GRAVA-AVISO-TITULAR.
           MOVE CTA-NOME     TO AVI-NOME
           MOVE CTA-ENDERECO TO AVI-ENDERECO
           MOVE CTA-EMAIL    TO AVI-EMAIL
           MOVE WS-TAB-TIT-CPFCNPJ (WS-TIT-IDX) TO CLI-CPFCNPJ
           READ CLIMESTRE-ARQ
           IF ARQ-CLI-OK
               MOVE CLI-NOME     TO AVI-NOME
               MOVE CLI-ENDERECO TO AVI-ENDERECO
               MOVE CLI-EMAIL    TO AVI-EMAIL
           END-IF
           PERFORM GRAVA-AVISO-CONTATO.

       GRAVA-AVISO-CONTATO.
           IF AVI-ENDERECO = SPACES AND AVI-EMAIL = SPACES
               ADD 1 TO WS-QTD-SEM-CONTATO
               DISPLAY "CONTA SEM CONTATO CADASTRADO (COMPLETAR "
                   "NO PROGCLIMANUT/PROGMANUT): " CTA-NUMERO
                   " " AVI-NOME
           END-IF
           PERFORM GRAVA-AVISO-REGISTRO.

       GRAVA-AVISO-REGISTRO.
           MOVE MOV-CONTA       TO AVI-CONTA
           MOVE MOV-VALOR       TO AVI-VALOR
           MOVE WS-DATA-SISTEMA TO AVI-DATA
           DISPLAY "AVISOS DE JUROS.......: " WS-QTD-JUROS
           DISPLAY "AVISOS DE ENCARGOS....: " WS-QTD-ENCARGOS
           DISPLAY "AVISOS DE BLOQUEIO....: " WS-QTD-BLOQUEIOS
           DISPLAY "AVISOS DE LIMITE......: " WS-QTD-LIMITES
           DISPLAY "AVISOS DE COBRANCA....: " WS-QTD-COBRANCA
           DISPLAY "CONTAS SEM CONTATO....: " WS-QTD-SEM-CONTATO
           DISPLAY "AVISOS GRAVADOS.......: " WS-QTD-AVISOS

       COPY DATLER.

       COPY TITLER.

       COPY RUNCTL.
       END PROGRAM PROGAVISO.
