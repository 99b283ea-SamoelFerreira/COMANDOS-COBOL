      ******************************************************************
      * Author: EQUIPE MANUTENCAO
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DE CARTOES DE DEBITO - PROGRAMA DA AGENCIA
      *          (SIGN-ON DE OPERADOR, PERFIL C - CADASTRO) QUE MANTEM
      *          O MESTRE DE CARTOES (CARTAO, VER CRTREG): CONSULTA DOS
      *          CARTOES DA CONTA, EMISSAO PARA UM DOS TITULARES DA
      *          CONTA, BLOQUEIO TEMPORARIO, COMUNICACAO DE PERDA/ROUBO
      *          E CANCELAMENTO, DESBLOQUEIO E SUBSTITUICAO (SEGUNDA
      *          VIA, QUE CANCELA O CARTAO ANTERIOR). CADA ACAO DEIXA
      *          LINHA NO AUDITSEG; O CARTAO BLOQUEADO SAI NA LISTA
      *          NEGRA DO PROXIMO PROGHOTLIST E E RECUSADO PELO
      *          PROGATM.
      * Tectonics: cobc
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      * 15/10/2026 - EM - Conta em espolio (titular falecido, ver
      *              PROGOBITO) nao recebe cartao nem segunda via.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCARTAO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARTAO-ARQ ASSIGN TO "CARTAO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRT-NUMERO
               FILE STATUS IS WS-STATUS-CRT.

           SELECT CTAMESTRE-ARQ ASSIGN TO "CTAMESTRE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-NUMERO
               FILE STATUS IS WS-STATUS-CTA.

           SELECT TITULAR-ARQ ASSIGN TO "TITULAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CHAVE
               FILE STATUS IS WS-STATUS-TIT.

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
       FD  CARTAO-ARQ.
       COPY CRTREG.

       FD  CTAMESTRE-ARQ.
       COPY CTAREG.

      * Titulares das contas (PROGCLIMANUT).
       FD  TITULAR-ARQ.
       COPY TITREG.

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
          01 WS-STATUS-CRT           PIC XX.
             88 ARQ-CRT-OK                VALUE "00".
             88 ARQ-CRT-FIM               VALUE "10".
             88 ARQ-CRT-NAO-ACHADO        VALUE "23".

          01 WS-STATUS-CTA           PIC XX.
             88 ARQ-OK                    VALUE "00".

          01 WS-STATUS-AUD           PIC XX.
             88 ARQ-AUD-OK                VALUE "00".

       COPY TITW.

       COPY OPSIGNW.

          01 WS-OPERADOR             PIC X(08) VALUE SPACES.

          01 OPCAO                   PIC 9 VALUE 0.
          01 WS-OPCAO-ENTRADA        PIC X(01).
          01 WS-ENTRADA-VALIDA       PIC X(01) VALUE "N".
             88 ENTRADA-VALIDA            VALUE "S".

          01 WS-CONTA-ENTRADA        PIC X(06).
          01 WS-CONTA-NUM REDEFINES WS-CONTA-ENTRADA PIC 9(06).
          01 WS-CARTAO-ENTRADA       PIC X(16).
          01 WS-CARTAO-NUM REDEFINES WS-CARTAO-ENTRADA PIC 9(16).
          01 WS-CPFCNPJ-ENTRADA      PIC X(14).
          01 WS-CPFCNPJ-NUM REDEFINES WS-CPFCNPJ-ENTRADA PIC 9(14).
          01 WS-DECISAO              PIC X(01).
          01 WS-CONFIRMA             PIC X(01).

      * Montagem do numero: BIN do banco + conta + sequencia + DV.
          01 WS-CRT-BIN              PIC 9(06) VALUE 606282.
          01 WS-CRT-ANOS-VALIDADE    PIC 9(02) VALUE 05.
          01 WS-CRT-NOVO.
             05 WS-CRT-NOVO-BIN      PIC 9(06).
             05 WS-CRT-NOVO-CONTA    PIC 9(06).
             05 WS-CRT-NOVO-SEQ      PIC 9(03).
             05 WS-CRT-NOVO-DV       PIC 9(01).
          01 WS-CRT-NOVO-R REDEFINES WS-CRT-NOVO.
             05 WS-CRT-DIGITO        PIC 9(01) OCCURS 16 TIMES.
          01 WS-CRT-NOVO-NUM REDEFINES WS-CRT-NOVO PIC 9(16).
          01 WS-CRT-SEQ-LIVRE        PIC X(01).
             88 CRT-SEQ-LIVRE             VALUE "S".
          01 WS-LUHN-POS             PIC 9(02).
          01 WS-LUHN-DIGITO          PIC 9(02).
          01 WS-LUHN-SOMA            PIC 9(04).
          01 WS-LUHN-QUOC            PIC 9(04).
          01 WS-LUHN-RESTO           PIC 9(02).

      * Cartao em tratamento na substituicao (o READ de procura da
      * sequencia livre sobrepoe a area do registro).
          01 WS-CRT-ANTIGO           PIC X(99).
          01 WS-CRT-CONTA-EMISSAO    PIC 9(06).
          01 WS-CRT-CPF-EMISSAO      PIC 9(14).
          01 WS-CRT-ANTERIOR-EMISSAO PIC 9(16).
          01 WS-CRT-EMITIDO          PIC X(01).
             88 CRT-EMITIDO               VALUE "S".

          01 WS-PORTADOR-OK          PIC X(01).
             88 PORTADOR-OK               VALUE "S".

          01 WS-DATA-SISTEMA         PIC 9(08) VALUE ZEROS.
          01 WS-HORA-SISTEMA         PIC 9(08) VALUE ZEROS.
          01 WS-MES-SISTEMA          PIC 9(06).
          01 WS-VALIDADE-NOVA        PIC 9(06).

          01 WS-QTD-LISTADOS         PIC 9(04) VALUE 0.
          01 WS-QTD-ACOES            PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "===== CARTOES DE DEBITO ====="
           OPEN I-O OPERMESTRE-ARQ
           IF NOT ARQ-OPE-OK
               DISPLAY "MESTRE DE OPERADORES (OPERMESTRE) "
                   "INDISPONIVEL - CADASTRE PELO PROGOPER"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "C" TO WS-OP-PERFIL-EXIGIDO
           PERFORM IDENTIFICA-OPERADOR
               THRU IDENTIFICA-OPERADOR-EXIT
           CLOSE OPERMESTRE-ARQ
           IF NOT OPERADOR-AUTENTICADO
               DISPLAY "ACESSO NEGADO. ENCERRANDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-OP-MATRICULA TO WS-OPERADOR

           PERFORM INICIALIZAR
           PERFORM PROCESSA-MENU UNTIL OPCAO = 9
           PERFORM FINALIZAR
           STOP RUN.

       COPY OPSIGN.

       INICIALIZAR.
           OPEN I-O CARTAO-ARQ
           IF NOT ARQ-CRT-OK
               CLOSE CARTAO-ARQ
               OPEN OUTPUT CARTAO-ARQ
               CLOSE CARTAO-ARQ
               OPEN I-O CARTAO-ARQ
           END-IF
           OPEN INPUT CTAMESTRE-ARQ
           OPEN INPUT TITULAR-ARQ
           IF ARQ-TIT-OK
               SET TITULAR-ABERTO TO TRUE
           END-IF
           OPEN EXTEND AUDITSEG-ARQ
           IF NOT ARQ-AUD-OK
               OPEN OUTPUT AUDITSEG-ARQ
           END-IF
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-DATA-SISTEMA(1:6) TO WS-MES-SISTEMA
           COMPUTE WS-VALIDADE-NOVA =
               WS-MES-SISTEMA + WS-CRT-ANOS-VALIDADE * 100.

       PROCESSA-MENU.
           DISPLAY "====== CARTOES DE DEBITO ======"
           DISPLAY "1 - Consultar cartoes da conta"
           DISPLAY "2 - Emitir cartao"
           DISPLAY "3 - Bloquear / perda-roubo / cancelar cartao"
           DISPLAY "4 - Desbloquear cartao"
           DISPLAY "5 - Substituir cartao (segunda via)"
           DISPLAY "9 - Sair"
           DISPLAY "Escolha uma opcao: "
           PERFORM SOLICITA-OPCAO

           IF OPCAO = 1
               PERFORM LISTA-CARTOES THRU LISTA-CARTOES-EXIT
           END-IF
           IF OPCAO = 2
               PERFORM EMITE-CARTAO THRU EMITE-CARTAO-EXIT
           END-IF
           IF OPCAO = 3
               PERFORM BLOQUEIA-CARTAO THRU BLOQUEIA-CARTAO-EXIT
           END-IF
           IF OPCAO = 4
               PERFORM DESBLOQUEIA-CARTAO THRU DESBLOQUEIA-CARTAO-EXIT
           END-IF
           IF OPCAO = 5
               PERFORM SUBSTITUI-CARTAO THRU SUBSTITUI-CARTAO-EXIT
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
               DISPLAY "Opcao invalida! Digite 1 a 5 ou 9"
           END-IF.

      * Conta informada e lida do mestre; ARQ-OK ligado se existe.
       LOCALIZA-CONTA.
           MOVE "23" TO WS-STATUS-CTA
           DISPLAY "Numero da conta: "
           ACCEPT WS-CONTA-ENTRADA
           IF WS-CONTA-ENTRADA IS NOT NUMERIC OR WS-CONTA-NUM = 0
               DISPLAY "Conta invalida!"
           ELSE
               MOVE WS-CONTA-NUM TO CTA-NUMERO
               READ CTAMESTRE-ARQ
                   INVALID KEY CONTINUE
               END-READ
               IF NOT ARQ-OK
                   DISPLAY "Conta nao encontrada!"
               END-IF
           END-IF.

      * Cartao informado e lido do mestre; ARQ-CRT-OK se existe.
       LOCALIZA-CARTAO.
           MOVE "23" TO WS-STATUS-CRT
           DISPLAY "Numero do cartao (16 digitos): "
           ACCEPT WS-CARTAO-ENTRADA
           IF WS-CARTAO-ENTRADA IS NOT NUMERIC OR WS-CARTAO-NUM = 0
               DISPLAY "Numero de cartao invalido!"
           ELSE
               MOVE WS-CARTAO-NUM TO CRT-NUMERO
               READ CARTAO-ARQ
                   INVALID KEY CONTINUE
               END-READ
               IF ARQ-CRT-OK
                   PERFORM MOSTRA-CARTAO
               ELSE
                   DISPLAY "Cartao nao encontrado!"
               END-IF
           END-IF.

       MOSTRA-CARTAO.
           DISPLAY "----------------------------------------"
           DISPLAY "Cartao....: " CRT-NUMERO
           DISPLAY "Conta.....: " CRT-CONTA "  Portador: "
               CRT-CPFCNPJ
           DISPLAY "Emissao...: " CRT-DATA-EMISSAO "  Validade: "
               CRT-VALIDADE(5:2) "/" CRT-VALIDADE(1:4)
           EVALUATE TRUE
               WHEN CRT-ATIVO
                   DISPLAY "Situacao..: ATIVO"
               WHEN CRT-BLOQUEADO
                   DISPLAY "Situacao..: BLOQUEADO desde "
                       CRT-DATA-STATUS
               WHEN CRT-PERDA-ROUBO
                   DISPLAY "Situacao..: PERDA/ROUBO desde "
                       CRT-DATA-STATUS
               WHEN CRT-CANCELADO
                   DISPLAY "Situacao..: CANCELADO desde "
                       CRT-DATA-STATUS
           END-EVALUATE
           IF CRT-SUBSTITUTO > 0
               DISPLAY "Substituido pelo cartao " CRT-SUBSTITUTO
           END-IF.

      ******************************************************************
      * Consulta: os cartoes da conta sao contiguos na chave.
      ******************************************************************
       LISTA-CARTOES.
           PERFORM LOCALIZA-CONTA
           IF NOT ARQ-OK
               GO TO LISTA-CARTOES-EXIT
           END-IF
           MOVE 0 TO WS-QTD-LISTADOS
           MOVE WS-CRT-BIN   TO CRT-NUM-BIN
           MOVE CTA-NUMERO   TO CRT-NUM-CONTA
           MOVE 0            TO CRT-NUM-SEQ
           MOVE 0            TO CRT-NUM-DV
           START CARTAO-ARQ KEY NOT < CRT-NUMERO
               INVALID KEY SET ARQ-CRT-FIM TO TRUE
           END-START
           IF NOT ARQ-CRT-FIM
               READ CARTAO-ARQ NEXT RECORD
                   AT END SET ARQ-CRT-FIM TO TRUE
               END-READ
           END-IF
           PERFORM LISTA-UM-CARTAO
               UNTIL ARQ-CRT-FIM
                  OR CRT-NUM-BIN NOT = WS-CRT-BIN
                  OR CRT-NUM-CONTA NOT = CTA-NUMERO
           DISPLAY "Cartoes da conta: " WS-QTD-LISTADOS.
       LISTA-CARTOES-EXIT.
           EXIT.

       LISTA-UM-CARTAO.
           PERFORM MOSTRA-CARTAO
           ADD 1 TO WS-QTD-LISTADOS
           READ CARTAO-ARQ NEXT RECORD
               AT END SET ARQ-CRT-FIM TO TRUE
           END-READ.

      ******************************************************************
      * Emissao: o portador tem de ser um dos titulares da conta.
      ******************************************************************
       EMITE-CARTAO.
           PERFORM LOCALIZA-CONTA
           IF NOT ARQ-OK
               GO TO EMITE-CARTAO-EXIT
           END-IF
           IF CTA-ENCERRADA OR CTA-ESPOLIO
               DISPLAY "Conta encerrada ou em espolio: emissao nao "
                   "permitida."
               GO TO EMITE-CARTAO-EXIT
           END-IF
           DISPLAY "CPF/CNPJ do portador (14 digitos): "
           ACCEPT WS-CPFCNPJ-ENTRADA
           IF WS-CPFCNPJ-ENTRADA IS NOT NUMERIC OR WS-CPFCNPJ-NUM = 0
               DISPLAY "CPF/CNPJ invalido!"
               GO TO EMITE-CARTAO-EXIT
           END-IF
           PERFORM CONFERE-PORTADOR
           IF NOT PORTADOR-OK
               DISPLAY "CPF/CNPJ nao e titular da conta: emissao "
                   "recusada."
               GO TO EMITE-CARTAO-EXIT
           END-IF

           MOVE CTA-NUMERO     TO WS-CRT-CONTA-EMISSAO
           MOVE WS-CPFCNPJ-NUM TO WS-CRT-CPF-EMISSAO
           MOVE 0              TO WS-CRT-ANTERIOR-EMISSAO
           PERFORM GRAVA-CARTAO-NOVO
           IF CRT-EMITIDO
               MOVE "CARTAO EMITIDO" TO AUD-ACAO
               PERFORM GRAVA-AUDITORIA
               DISPLAY "Cartao emitido:"
               PERFORM MOSTRA-CARTAO
           END-IF.
       EMITE-CARTAO-EXIT.
           EXIT.

      * Conta sem titular cadastrado (sem CTA-CLIENTE e sem registro
      * em TITULAR) aceita o portador informado, com aviso.
       CONFERE-PORTADOR.
           MOVE "N" TO WS-PORTADOR-OK
           MOVE CTA-NUMERO  TO WS-TIT-CONTA-BUSCA
           MOVE CTA-CLIENTE TO WS-TIT-PRINCIPAL-BUSCA
           PERFORM CARREGA-TITULARES-CONTA
           IF WS-TAB-TIT-QTD = 0
               DISPLAY "Aviso: conta sem titular cadastrado - "
                   "portador aceito como informado."
               SET PORTADOR-OK TO TRUE
           ELSE
               PERFORM CONFERE-UM-TITULAR
                   VARYING WS-TIT-IDX FROM 1 BY 1
                   UNTIL WS-TIT-IDX > WS-TAB-TIT-QTD OR PORTADOR-OK
           END-IF.

       CONFERE-UM-TITULAR.
           IF WS-TAB-TIT-CPFCNPJ (WS-TIT-IDX) = WS-CPFCNPJ-NUM
               SET PORTADOR-OK TO TRUE
           END-IF.

      * Grava o cartao novo para WS-CRT-CONTA-EMISSAO/CPF-EMISSAO
      * na primeira sequencia livre da conta.
       GRAVA-CARTAO-NOVO.
           MOVE "N" TO WS-CRT-EMITIDO
           MOVE "N" TO WS-CRT-SEQ-LIVRE
           MOVE WS-CRT-BIN           TO WS-CRT-NOVO-BIN
           MOVE WS-CRT-CONTA-EMISSAO TO WS-CRT-NOVO-CONTA
           MOVE 0                    TO WS-CRT-NOVO-SEQ
           PERFORM TESTA-SEQUENCIA
               UNTIL CRT-SEQ-LIVRE OR WS-CRT-NOVO-SEQ = 999
           IF NOT CRT-SEQ-LIVRE
               DISPLAY "Conta sem sequencia livre de cartao "
                   "(999 emitidos)."
           ELSE
               MOVE WS-CRT-NOVO-NUM         TO CRT-NUMERO
               MOVE WS-CRT-CONTA-EMISSAO    TO CRT-CONTA
               MOVE WS-CRT-CPF-EMISSAO      TO CRT-CPFCNPJ
               MOVE WS-DATA-SISTEMA         TO CRT-DATA-EMISSAO
               MOVE WS-VALIDADE-NOVA        TO CRT-VALIDADE
               SET CRT-ATIVO                TO TRUE
               MOVE WS-DATA-SISTEMA         TO CRT-DATA-STATUS
               MOVE WS-OPERADOR             TO CRT-OPERADOR
               MOVE WS-CRT-ANTERIOR-EMISSAO TO CRT-ANTERIOR
               MOVE 0                       TO CRT-SUBSTITUTO
               WRITE CRT-REGISTRO
               IF ARQ-CRT-OK
                   SET CRT-EMITIDO TO TRUE
                   ADD 1 TO WS-QTD-ACOES
               ELSE
                   DISPLAY "Erro ao gravar cartao: " WS-STATUS-CRT
               END-IF
           END-IF.

       TESTA-SEQUENCIA.
           ADD 1 TO WS-CRT-NOVO-SEQ
           PERFORM CALCULA-DV-CARTAO
           MOVE WS-CRT-NOVO-NUM TO CRT-NUMERO
           READ CARTAO-ARQ
               INVALID KEY SET CRT-SEQ-LIVRE TO TRUE
           END-READ.

      * Digito verificador modulo 10 (Luhn) sobre os 15 primeiros
      * digitos: da direita para a esquerda, um sim um nao dobrado,
      * comecando pelo decimo quinto.
       CALCULA-DV-CARTAO.
           MOVE 0 TO WS-LUHN-SOMA
           PERFORM SOMA-DIGITO-LUHN
               VARYING WS-LUHN-POS FROM 1 BY 1
               UNTIL WS-LUHN-POS > 15
           DIVIDE WS-LUHN-SOMA BY 10 GIVING WS-LUHN-QUOC
               REMAINDER WS-LUHN-RESTO
           IF WS-LUHN-RESTO = 0
               MOVE 0 TO WS-CRT-NOVO-DV
           ELSE
               COMPUTE WS-CRT-NOVO-DV = 10 - WS-LUHN-RESTO
           END-IF.

       SOMA-DIGITO-LUHN.
           MOVE WS-CRT-DIGITO (WS-LUHN-POS) TO WS-LUHN-DIGITO
           DIVIDE WS-LUHN-POS BY 2 GIVING WS-LUHN-QUOC
               REMAINDER WS-LUHN-RESTO
           IF WS-LUHN-RESTO = 1
               MULTIPLY 2 BY WS-LUHN-DIGITO
               IF WS-LUHN-DIGITO > 9
                   SUBTRACT 9 FROM WS-LUHN-DIGITO
               END-IF
           END-IF
           ADD WS-LUHN-DIGITO TO WS-LUHN-SOMA.

      ******************************************************************
      * Bloqueio: B temporario; P perda/roubo e C cancelamento sao
      * definitivos (o cliente recebe segunda via).
      ******************************************************************
       BLOQUEIA-CARTAO.
           PERFORM LOCALIZA-CARTAO
           IF NOT ARQ-CRT-OK
               GO TO BLOQUEIA-CARTAO-EXIT
           END-IF
           IF CRT-PERDA-ROUBO OR CRT-CANCELADO
               DISPLAY "Cartao ja bloqueado definitivamente."
               GO TO BLOQUEIA-CARTAO-EXIT
           END-IF
           DISPLAY "B = bloqueio temporario, P = perda/roubo, "
               "C = cancelamento, outra = voltar: "
           ACCEPT WS-DECISAO
           INSPECT WS-DECISAO CONVERTING "bpc" TO "BPC"
           IF WS-DECISAO NOT = "B" AND WS-DECISAO NOT = "P"
                   AND WS-DECISAO NOT = "C"
               DISPLAY "Operacao cancelada."
               GO TO BLOQUEIA-CARTAO-EXIT
           END-IF
           IF WS-DECISAO = "B" AND CRT-BLOQUEADO
               DISPLAY "Cartao ja esta bloqueado."
               GO TO BLOQUEIA-CARTAO-EXIT
           END-IF

           MOVE WS-DECISAO      TO CRT-STATUS
           MOVE WS-DATA-SISTEMA TO CRT-DATA-STATUS
           MOVE WS-OPERADOR     TO CRT-OPERADOR
           REWRITE CRT-REGISTRO
           IF NOT ARQ-CRT-OK
               DISPLAY "Erro ao gravar cartao: " WS-STATUS-CRT
               GO TO BLOQUEIA-CARTAO-EXIT
           END-IF
           EVALUATE TRUE
               WHEN CRT-BLOQUEADO
                   MOVE "CARTAO BLOQUEADO"   TO AUD-ACAO
               WHEN CRT-PERDA-ROUBO
                   MOVE "CARTAO PERDA/ROUBO" TO AUD-ACAO
               WHEN OTHER
                   MOVE "CARTAO CANCELADO"   TO AUD-ACAO
           END-EVALUATE
           PERFORM GRAVA-AUDITORIA
           ADD 1 TO WS-QTD-ACOES
           DISPLAY "Cartao atualizado; entra na lista negra da rede "
               "no proximo fechamento.".
       BLOQUEIA-CARTAO-EXIT.
           EXIT.

       DESBLOQUEIA-CARTAO.
           PERFORM LOCALIZA-CARTAO
           IF NOT ARQ-CRT-OK
               GO TO DESBLOQUEIA-CARTAO-EXIT
           END-IF
           IF NOT CRT-BLOQUEADO
               DISPLAY "So o bloqueio temporario pode ser desfeito."
               GO TO DESBLOQUEIA-CARTAO-EXIT
           END-IF
           IF CRT-VALIDADE < WS-MES-SISTEMA
               DISPLAY "Cartao vencido: emita segunda via (opcao 5)."
               GO TO DESBLOQUEIA-CARTAO-EXIT
           END-IF
           DISPLAY "Confirma desbloqueio (S/N)? "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "Operacao cancelada."
               GO TO DESBLOQUEIA-CARTAO-EXIT
           END-IF
           SET CRT-ATIVO        TO TRUE
           MOVE WS-DATA-SISTEMA TO CRT-DATA-STATUS
           MOVE WS-OPERADOR     TO CRT-OPERADOR
           REWRITE CRT-REGISTRO
           IF NOT ARQ-CRT-OK
               DISPLAY "Erro ao gravar cartao: " WS-STATUS-CRT
               GO TO DESBLOQUEIA-CARTAO-EXIT
           END-IF
           MOVE "CARTAO DESBLOQUEADO" TO AUD-ACAO
           PERFORM GRAVA-AUDITORIA
           ADD 1 TO WS-QTD-ACOES
           DISPLAY "Cartao reativado.".
       DESBLOQUEIA-CARTAO-EXIT.
           EXIT.

      ******************************************************************
      * Segunda via: novo cartao para a mesma conta e portador; o
      * anterior fica cancelado (ou como perda/roubo, se ja estava).
      ******************************************************************
       SUBSTITUI-CARTAO.
           PERFORM LOCALIZA-CARTAO
           IF NOT ARQ-CRT-OK
               GO TO SUBSTITUI-CARTAO-EXIT
           END-IF
           IF CRT-SUBSTITUTO > 0
               DISPLAY "Cartao ja substituido."
               GO TO SUBSTITUI-CARTAO-EXIT
           END-IF
           MOVE CRT-REGISTRO TO WS-CRT-ANTIGO
           MOVE CRT-CONTA    TO CTA-NUMERO
           READ CTAMESTRE-ARQ
               INVALID KEY CONTINUE
           END-READ
           IF NOT ARQ-OK OR CTA-ENCERRADA OR CTA-ESPOLIO
               DISPLAY "Conta do cartao inexistente, encerrada ou em "
                   "espolio: segunda via recusada."
               GO TO SUBSTITUI-CARTAO-EXIT
           END-IF
           DISPLAY "Confirma segunda via (S/N)? "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "Operacao cancelada."
               GO TO SUBSTITUI-CARTAO-EXIT
           END-IF

           MOVE WS-CRT-ANTIGO TO CRT-REGISTRO
           MOVE CRT-CONTA     TO WS-CRT-CONTA-EMISSAO
           MOVE CRT-CPFCNPJ   TO WS-CRT-CPF-EMISSAO
           MOVE CRT-NUMERO    TO WS-CRT-ANTERIOR-EMISSAO
           PERFORM GRAVA-CARTAO-NOVO
           IF NOT CRT-EMITIDO
               GO TO SUBSTITUI-CARTAO-EXIT
           END-IF
           MOVE "CARTAO SEGUNDA VIA" TO AUD-ACAO
           PERFORM GRAVA-AUDITORIA
           DISPLAY "Cartao novo:"
           PERFORM MOSTRA-CARTAO

           MOVE WS-CRT-ANTERIOR-EMISSAO TO CRT-NUMERO
           READ CARTAO-ARQ
               INVALID KEY CONTINUE
           END-READ
           IF ARQ-CRT-OK
               IF NOT CRT-PERDA-ROUBO
                   SET CRT-CANCELADO    TO TRUE
                   MOVE WS-DATA-SISTEMA TO CRT-DATA-STATUS
               END-IF
               MOVE WS-OPERADOR     TO CRT-OPERADOR
               MOVE WS-CRT-NOVO-NUM TO CRT-SUBSTITUTO
               REWRITE CRT-REGISTRO
           END-IF
           IF NOT ARQ-CRT-OK
               DISPLAY "Erro ao cancelar o cartao anterior ("
                   WS-STATUS-CRT "): " WS-CRT-ANTERIOR-EMISSAO
           END-IF.
       SUBSTITUI-CARTAO-EXIT.
           EXIT.

       GRAVA-AUDITORIA.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-DATA-SISTEMA TO AUD-DATA
           MOVE WS-HORA-SISTEMA TO AUD-HORA
           MOVE WS-OPERADOR     TO AUD-OFICIAL
           MOVE CRT-CONTA       TO AUD-CONTA
           WRITE AUD-REGISTRO.

       COPY TITLER.

       FINALIZAR.
           CLOSE CARTAO-ARQ
           CLOSE CTAMESTRE-ARQ
           IF TITULAR-ABERTO
               CLOSE TITULAR-ARQ
           END-IF
           CLOSE AUDITSEG-ARQ
           DISPLAY "ACOES NESTA SESSAO: " WS-QTD-ACOES.

       END PROGRAM PROGCARTAO.
