      *              OPSIGNW, perfil C), como no PROGMANUT: o cadastro
      *              preferido pelos avisos era alteravel sem
      *              identificacao de quem mexeu.
      * 15/10/2026 - EM - Titularidade multipla da conta (arquivo
      *              TITULAR, ver TITREG/TITW/TITLER): opcoes 6 a 8
      *              consultam, incluem/alteram e excluem cotitulares
      *              solidarios ("e/ou") e conjuntos ("e", com PIN
      *              proprio); o vinculo da opcao 5 mantem o primeiro
      *              titular do arquivo igual ao CTA-CLIENTE.
      * 15/10/2026 - EM - Inclusao de cliente passa pela triagem contra
      *              a lista de pessoas restritas (RESTRITOS, ver
      *              RSTREG/RSTLER, carregada pelo PROGRESTR): CPF/CNPJ
      *              da lista bloqueia a inclusao, nome parecido inclui
      *              e grava item na fila de revisao do compliance
      *              (REVCOMPL, ver REVREG/REVGRAVA); toda decisao deixa
      *              linha no AUDITSEG. Sem a lista, a inclusao fica
      *              suspensa.
      * 15/10/2026 - EM - Alteracao de nome e de contato do
      *              cliente, vinculo de conta e inclusao/exclusao de
      *              cotitular passam a deixar linha no AUDITSEG (acao
      *              MANUT ..., com a conta quando houver), base do
      *              relatorio de atividade de operadores (PROGOPERREL).
      * 15/10/2026 - EM - A alteracao de contato do cliente (opcao 4),
      *              endereco dos avisos, deixa de gravar o CLIMESTRE:
      *              vira pedido na fila de dupla custodia CADPEND
      *              (CDPREG/CDPW/CDPGRAVA), aplicado so com a
      *              aprovacao de um segundo operador no PROGAPRCAD; o
      *              AUDITSEG registra o pedido (SOLIC CLI CONTATO).
      * 15/10/2026 - EM - A consulta mostra o obito registrado pelo
      *              PROGOBITO (ver CLIREG); cliente falecido nao
      *              recebe conta nem entra como cotitular, e conta
      *              em espolio nao troca de vinculo nem recebe
      *              cotitular.
      * 15/10/2026 - EM - Consulta do cliente (opcao 1), nome e
      *              contato atuais das opcoes 3 e 4 e a lista de
      *              titulares da opcao 6 gravam o log de acesso a
      *              dados de cliente (ACESSLOG, copybooks ACSREG/
      *              ACSW/ACSGRAVA): matricula do sign-on, CPF/CNPJ
      *              exibido e, na lista de titulares, a conta.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCLIMANUT.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-MATRICULA
               FILE STATUS IS WS-STATUS-OPE.

           SELECT TITULAR-ARQ ASSIGN TO "TITULAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CHAVE
               FILE STATUS IS WS-STATUS-TIT.

           SELECT RESTRITOS-ARQ ASSIGN TO "RESTRITOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RST.

           SELECT REVCOMPL-ARQ ASSIGN TO "REVCOMPL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REV-CHAVE
               FILE STATUS IS WS-STATUS-REV.

           SELECT AUDITSEG-ARQ ASSIGN TO "AUDITSEG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUD.

           SELECT CADPEND-ARQ ASSIGN TO "CADPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CDP.

           SELECT ACESSLOG-ARQ ASSIGN TO "ACESSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ACS.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIMESTRE-ARQ.
      * Mestre de operadores (PROGOPER).
       FD  OPERMESTRE-ARQ.
       COPY OPEREG.

      * Titulares das contas (conta + CPF/CNPJ, ver TITREG).
       FD  TITULAR-ARQ.
       COPY TITREG.

      * Lista de pessoas restritas (PROGRESTR) e fila de revisao do
      * compliance (PROGCOMPL).
       FD  RESTRITOS-ARQ.
       COPY RSTREG.

       FD  REVCOMPL-ARQ.
       COPY REVREG.

       FD  AUDITSEG-ARQ.
       01 AUD-REGISTRO.
          05 AUD-DATA             PIC 9(08).
          05 AUD-HORA             PIC 9(08).
          05 AUD-OFICIAL          PIC X(08).
          05 AUD-CONTA            PIC 9(06).
          05 AUD-ACAO             PIC X(20).

      * Fila de alteracoes sob dupla custodia (PROGAPRCAD).
       FD  CADPEND-ARQ.
       COPY CDPREG.

      * Log de acesso a dados de cliente (consulta e titulares).
       FD  ACESSLOG-ARQ.
       COPY ACSREG.
       WORKING-STORAGE SECTION.
          01 WS-STATUS-CLI           PIC XX.
             88 ARQ-CLI-OK                VALUE "00".
          01 WS-ENDERECO-ENTRADA     PIC X(40).
          01 WS-EMAIL-ENTRADA        PIC X(40).
          01 WS-CONTA-ATUAL          PIC 9(06) VALUE 0.
          01 WS-CLIENTE-ANTERIOR     PIC 9(14) VALUE 0.
          01 WS-DATA-SISTEMA         PIC 9(08) VALUE ZEROS.
          01 WS-CONFIRMA             PIC X(01).

      * Inclusao de cotitular: papel e PIN proprio do cotitular "e".
          01 WS-PAPEL-ENTRADA        PIC X(01).
          01 WS-PAPEL-DESCRICAO      PIC X(20).
          01 WS-PIN-ENTRADA          PIC 9(04).
          01 WS-PIN-CONFIRMA         PIC 9(04).
          01 WS-PIN-PADRAO           PIC 9(04) VALUE 0000.
          01 WS-TITULAR-JA-EXISTE    PIC X(01) VALUE "N".
             88 TITULAR-JA-EXISTE         VALUE "S".

       COPY TITW.

       COPY RSTW.

       COPY REVW.

          01 WS-STATUS-AUD           PIC XX.
             88 ARQ-AUD-OK                VALUE "00".
          01 WS-HORA-SISTEMA         PIC 9(08).

       COPY OPSIGNW.

       COPY JRNW.

       COPY CDPW.

       COPY ACSW.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           OPEN I-O OPERMESTRE-ARQ
           IF NOT ARQ-OPE-OK
               DISPLAY "MESTRE DE OPERADORES (OPERMESTRE) "
               CLOSE CLIMESTRE-ARQ
               STOP RUN
           END-IF
           OPEN I-O TITULAR-ARQ
           IF NOT ARQ-TIT-OK
               CLOSE TITULAR-ARQ
               OPEN OUTPUT TITULAR-ARQ
               CLOSE TITULAR-ARQ
               OPEN I-O TITULAR-ARQ
           END-IF
           IF ARQ-TIT-OK
               SET TITULAR-ABERTO TO TRUE
           ELSE
               DISPLAY "ARQUIVO DE TITULARES (TITULAR) INDISPONIVEL ("
                   WS-STATUS-TIT ") - OPCOES 6 A 8 SUSPENSAS"
           END-IF
           OPEN EXTEND JORNAL-ARQ
           IF NOT ARQ-JRN-OK
               OPEN OUTPUT JORNAL-ARQ
           END-IF
           MOVE "PROGCLIM" TO WS-JRN-PROGRAMA
           MOVE "PROGCLIM" TO WS-CDP-PROGRAMA
           MOVE "PROGCLIM" TO WS-ACS-PROGRAMA
      * Triagem do cliente novo contra a lista de restritos: sem a
      * lista, a inclusao fica suspensa (opcao 2).
           PERFORM CARREGA-RESTRITOS
           IF NOT RESTRITOS-CARREGADOS
               DISPLAY "LISTA DE RESTRITOS (RESTRITOS) INDISPONIVEL - "
                   "INCLUSAO DE CLIENTE SUSPENSA"
           END-IF
           OPEN I-O REVCOMPL-ARQ
           IF NOT ARQ-REV-OK
               CLOSE REVCOMPL-ARQ
               OPEN OUTPUT REVCOMPL-ARQ
               CLOSE REVCOMPL-ARQ
               OPEN I-O REVCOMPL-ARQ
           END-IF
           MOVE "PROGCLIM" TO WS-REV-PROGRAMA
           OPEN EXTEND AUDITSEG-ARQ
           IF NOT ARQ-AUD-OK
               OPEN OUTPUT AUDITSEG-ARQ
           END-IF
           PERFORM PROCESSA-MENU UNTIL OPCAO = 9
           CLOSE CLIMESTRE-ARQ
           CLOSE CTAMESTRE-ARQ
           IF TITULAR-ABERTO
               CLOSE TITULAR-ARQ
           END-IF
           CLOSE REVCOMPL-ARQ
           CLOSE AUDITSEG-ARQ
           CLOSE JORNAL-ARQ
           DISPLAY "Fim da manutencao de clientes."
           STOP RUN.
           DISPLAY "3 - Alterar nome"
           DISPLAY "4 - Alterar contato (endereco/e-mail)"
           DISPLAY "5 - Vincular conta ao cliente"
           DISPLAY "6 - Consultar titulares da conta"
           DISPLAY "7 - Incluir/alterar cotitular da conta"
           DISPLAY "8 - Excluir cotitular da conta"
           DISPLAY "9 - Sair"
           DISPLAY "Escolha uma opcao: "
           PERFORM SOLICITA-OPCAO

           IF (OPCAO = 6 OR OPCAO = 7 OR OPCAO = 8)
                   AND NOT TITULAR-ABERTO
               DISPLAY "Arquivo de titulares indisponivel!"
               MOVE 0 TO OPCAO
           END-IF

           IF OPCAO = 1 OR OPCAO = 3 OR OPCAO = 4 OR OPCAO = 5
                   OR OPCAO = 7
               PERFORM LOCALIZA-CLIENTE
           END-IF

           END-IF
           IF OPCAO = 5 AND CLIENTE-ENCONTRADO
               PERFORM VINCULA-CONTA THRU VINCULA-CONTA-EXIT
           END-IF
           IF OPCAO = 6
               PERFORM LISTA-TITULARES THRU LISTA-TITULARES-EXIT
           END-IF
           IF OPCAO = 7 AND CLIENTE-ENCONTRADO
               PERFORM INCLUI-COTITULAR THRU INCLUI-COTITULAR-EXIT
           END-IF
           IF OPCAO = 8
               PERFORM EXCLUI-COTITULAR THRU EXCLUI-COTITULAR-EXIT
           END-IF.

       SOLICITA-OPCAO.
               MOVE WS-OPCAO-ENTRADA TO OPCAO
               MOVE "S"              TO WS-ENTRADA-VALIDA
           ELSE
               DISPLAY "Opcao invalida! Digite 1 a 9"
           END-IF.

       SOLICITA-CPFCNPJ.
           END-IF.

       EXIBE-CLIENTE.
           MOVE "CONSULTA CLIENTE" TO ACS-CONSULTA
           PERFORM REGISTRA-CONSULTA-CLIENTE
           DISPLAY "CPF/CNPJ.........: " CLI-CPFCNPJ
           DISPLAY "Nome.............: " CLI-NOME
           DISPLAY "Endereco.........: " CLI-ENDERECO
           DISPLAY "E-mail...........: " CLI-EMAIL
           IF CLI-FALECIDO
               DISPLAY "Situacao.........: FALECIDO EM " CLI-DATA-OBITO
                   " (certidao " CLI-CERTIDAO-OBITO ")"
           END-IF.

       INCLUI-CLIENTE.
           IF NOT RESTRITOS-CARREGADOS
               DISPLAY "Lista de restritos indisponivel: inclusao "
                   "suspensa. Acione o compliance."
               GO TO INCLUI-CLIENTE-EXIT
           END-IF
           PERFORM SOLICITA-CPFCNPJ
           DISPLAY "Nome: "
           ACCEPT WS-NOME-ENTRADA
               DISPLAY "Nome nao pode ser vazio!"
               GO TO INCLUI-CLIENTE-EXIT
           END-IF

      * Triagem: CPF/CNPJ da lista bloqueia a inclusao; nome parecido
      * inclui e manda para a fila de revisao do compliance.
           MOVE WS-CPFCNPJ-NUM  TO WS-RST-CPF-BUSCA
           MOVE WS-NOME-ENTRADA TO WS-RST-NOME-BUSCA
           PERFORM TRIAGEM-RESTRITOS
           MOVE 0 TO AUD-CONTA
           IF RST-BLOQUEIO-CPF
               MOVE "TRIAGEM CLI BLOQ CPF" TO AUD-ACAO
               PERFORM GRAVA-AUDITORIA
               DISPLAY "CPF/CNPJ consta da lista de restritos ("
                   WS-RST-ACHADO-LISTA ") - inclusao bloqueada. "
                   "Encaminhe ao compliance."
               GO TO INCLUI-CLIENTE-EXIT
           END-IF
           DISPLAY "Endereco: "
           ACCEPT WS-ENDERECO-ENTRADA
           DISPLAY "E-mail: "
           MOVE WS-NOME-ENTRADA   TO CLI-NOME
           MOVE WS-ENDERECO-ENTRADA TO CLI-ENDERECO
           MOVE WS-EMAIL-ENTRADA  TO CLI-EMAIL
           MOVE SPACES            TO CLI-SITUACAO
           MOVE 0                 TO CLI-DATA-OBITO
           MOVE SPACES            TO CLI-CERTIDAO-OBITO
           WRITE CLI-REGISTRO
           IF ARQ-CLI-OK
               IF RST-REVISAO-NOME
                   MOVE "TRIAGEM CLI REVISAO" TO AUD-ACAO
                   PERFORM GRAVA-AUDITORIA
                   MOVE "C"             TO REV-ORIGEM
                   MOVE WS-CPFCNPJ-NUM  TO REV-CPFCNPJ
                   MOVE WS-NOME-ENTRADA TO REV-NOME
                   MOVE 0               TO REV-CONTA
                   PERFORM GRAVA-REVISAO-COMPLIANCE
                   DISPLAY "Nome semelhante ao de pessoa da lista de "
                       "restritos (" WS-RST-ACHADO-LISTA "): cadastro "
                       "enviado a revisao do compliance."
               ELSE
                   MOVE "TRIAGEM CLI LIVRE"   TO AUD-ACAO
                   PERFORM GRAVA-AUDITORIA
               END-IF
               DISPLAY "Cliente incluido."
           ELSE
               IF ARQ-CLI-DUPLICADO
           EXIT.

       ALTERA-NOME.
           MOVE "ALTERACAO NOME" TO ACS-CONSULTA
           PERFORM REGISTRA-CONSULTA-CLIENTE
           DISPLAY "Nome atual: " CLI-NOME
           DISPLAY "Novo nome: "
           ACCEPT WS-NOME-ENTRADA
           END-IF
           MOVE WS-NOME-ENTRADA TO CLI-NOME
           REWRITE CLI-REGISTRO
           MOVE 0 TO AUD-CONTA
           MOVE "MANUT CLI NOME"      TO AUD-ACAO
           PERFORM GRAVA-AUDITORIA
           DISPLAY "Nome alterado.".
       ALTERA-NOME-EXIT.
           EXIT.

       ALTERA-CONTATO.
           MOVE "ALTERACAO CONTATO" TO ACS-CONSULTA
           PERFORM REGISTRA-CONSULTA-CLIENTE
           DISPLAY "Endereco atual: " CLI-ENDERECO
           DISPLAY "Novo endereco (ENTER mantem): "
           ACCEPT WS-ENDERECO-ENTRADA
               DISPLAY "Nada a alterar."
               GO TO ALTERA-CONTATO-EXIT
           END-IF
      * O contato do cliente e o endereco dos avisos: vai para a fila
      * de dupla custodia e so vale com a aprovacao de um segundo
      * operador no PROGAPRCAD.
           SET CDP-CONTATO-CLIENTE TO TRUE
           MOVE 0                TO CDP-CONTA
           MOVE WS-CLIENTE-ATUAL TO CDP-CLIENTE
           MOVE CLI-ENDERECO     TO CDP-ANTES-ENDERECO
           MOVE CLI-EMAIL        TO CDP-ANTES-EMAIL
           MOVE CLI-ENDERECO     TO CDP-DEPOIS-ENDERECO
           MOVE CLI-EMAIL        TO CDP-DEPOIS-EMAIL
           IF WS-ENDERECO-ENTRADA NOT = SPACES
               MOVE WS-ENDERECO-ENTRADA TO CDP-DEPOIS-ENDERECO
           END-IF
           IF WS-EMAIL-ENTRADA NOT = SPACES
               MOVE WS-EMAIL-ENTRADA TO CDP-DEPOIS-EMAIL
           END-IF
           PERFORM ENFILEIRA-ALTERACAO
           IF CDP-GRAVADO
               MOVE 0 TO AUD-CONTA
               MOVE "SOLIC CLI CONTATO"   TO AUD-ACAO
               PERFORM GRAVA-AUDITORIA
           END-IF.
       ALTERA-CONTATO-EXIT.
           EXIT.

      * mesma disciplina de lock e jornal dos demais atualizadores do
      * mestre de contas.
       VINCULA-CONTA.
           IF CLI-FALECIDO
               DISPLAY "Cliente falecido em " CLI-DATA-OBITO
                   ": nao recebe conta."
               GO TO VINCULA-CONTA-EXIT
           END-IF
           DISPLAY "Numero da conta a vincular: "
           ACCEPT WS-CONTA-ATUAL
           IF WS-CONTA-ATUAL = 0
                   "novamente."
               GO TO VINCULA-CONTA-EXIT
           END-IF
      * Conta em espolio fica com o falecido ate a partilha.
           IF CTA-ESPOLIO
               UNLOCK CTAMESTRE-ARQ
               DISPLAY "Conta em espolio: vinculo nao pode ser trocado."
               GO TO VINCULA-CONTA-EXIT
           END-IF

           IF CTA-CLIENTE NOT = 0
                   AND CTA-CLIENTE NOT = WS-CLIENTE-ATUAL
                   " - vinculo sera trocado."
           END-IF

           MOVE CTA-CLIENTE      TO WS-CLIENTE-ANTERIOR
           MOVE WS-CLIENTE-ATUAL TO CTA-CLIENTE
           REWRITE CTA-REGISTRO
           PERFORM GRAVA-JORNAL
           UNLOCK CTAMESTRE-ARQ
           IF TITULAR-ABERTO
               PERFORM ATUALIZA-PRIMEIRO-TITULAR
           END-IF
           MOVE WS-CONTA-ATUAL TO AUD-CONTA
           MOVE "MANUT VINCULO CONTA" TO AUD-ACAO
           PERFORM GRAVA-AUDITORIA
           DISPLAY "Conta " WS-CONTA-ATUAL " vinculada ao cliente "
               WS-CLIENTE-ATUAL ".".
       VINCULA-CONTA-EXIT.
           EXIT.

      * O primeiro titular do arquivo TITULAR acompanha o CTA-CLIENTE:
      * o anterior sai e o novo entra (ou e promovido, se ja era
      * cotitular da conta).
       ATUALIZA-PRIMEIRO-TITULAR.
           IF WS-CLIENTE-ANTERIOR > 0
                   AND WS-CLIENTE-ANTERIOR NOT = WS-CLIENTE-ATUAL
               MOVE WS-CONTA-ATUAL      TO TIT-CONTA
               MOVE WS-CLIENTE-ANTERIOR TO TIT-CPFCNPJ
               READ TITULAR-ARQ
               IF ARQ-TIT-OK AND TIT-PRIMEIRO
                   DELETE TITULAR-ARQ
               END-IF
           END-IF
           MOVE WS-CONTA-ATUAL   TO TIT-CONTA
           MOVE WS-CLIENTE-ATUAL TO TIT-CPFCNPJ
           READ TITULAR-ARQ
           MOVE "P" TO TIT-PAPEL
           MOVE 0   TO TIT-PIN
           MOVE 0   TO TIT-TENTATIVAS
           IF ARQ-TIT-OK
               REWRITE TIT-REGISTRO
           ELSE
               MOVE WS-CONTA-ATUAL   TO TIT-CONTA
               MOVE WS-CLIENTE-ATUAL TO TIT-CPFCNPJ
               MOVE WS-DATA-SISTEMA  TO TIT-DATA-INCLUSAO
               WRITE TIT-REGISTRO
           END-IF
           IF NOT ARQ-TIT-OK
               DISPLAY "ATENCAO: primeiro titular nao gravado no "
                   "arquivo de titulares (" WS-STATUS-TIT ")."
           END-IF.

      * Titulares da conta: primeiro titular (CTA-CLIENTE) e
      * cotitulares, com o nome do cadastro unico.
       LISTA-TITULARES.
           DISPLAY "Numero da conta: "
           ACCEPT WS-CONTA-ATUAL
           MOVE WS-CONTA-ATUAL TO CTA-NUMERO
           READ CTAMESTRE-ARQ
           IF NOT ARQ-OK
               DISPLAY "Conta nao encontrada!"
               GO TO LISTA-TITULARES-EXIT
           END-IF
           MOVE CTA-NUMERO  TO WS-TIT-CONTA-BUSCA
           MOVE CTA-CLIENTE TO WS-TIT-PRINCIPAL-BUSCA
           PERFORM CARREGA-TITULARES-CONTA
           IF WS-TAB-TIT-QTD = 0
               DISPLAY "Conta sem cliente vinculado (use a opcao 5)."
               GO TO LISTA-TITULARES-EXIT
           END-IF
           DISPLAY "Titulares da conta " CTA-NUMERO ":"
           PERFORM MOSTRA-TITULAR
               VARYING WS-TIT-IDX FROM 1 BY 1
               UNTIL WS-TIT-IDX > WS-TAB-TIT-QTD
           IF CONTA-CONJUNTA-E
               DISPLAY "Conta conjunta: saidas exigem a autenticacao "
                   "dos cotitulares ""e""."
           END-IF.
       LISTA-TITULARES-EXIT.
           EXIT.

       MOSTRA-TITULAR.
           EVALUATE WS-TAB-TIT-PAPEL (WS-TIT-IDX)
               WHEN "P"
                   MOVE "PRIMEIRO TITULAR"     TO WS-PAPEL-DESCRICAO
               WHEN "S"
                   MOVE "SOLIDARIO (E/OU)"     TO WS-PAPEL-DESCRICAO
               WHEN "C"
                   MOVE "CONJUNTO (E)"         TO WS-PAPEL-DESCRICAO
               WHEN OTHER
                   MOVE "PAPEL DESCONHECIDO"   TO WS-PAPEL-DESCRICAO
           END-EVALUATE
           MOVE WS-TAB-TIT-CPFCNPJ (WS-TIT-IDX) TO CLI-CPFCNPJ
           READ CLIMESTRE-ARQ
           IF NOT ARQ-CLI-OK
               MOVE "(CLIENTE NAO CADASTRADO)" TO CLI-NOME
           END-IF
           DISPLAY "  " WS-TAB-TIT-CPFCNPJ (WS-TIT-IDX) " "
               WS-PAPEL-DESCRICAO " " CLI-NOME
           MOVE WS-OP-MATRICULA TO ACS-MATRICULA
           MOVE WS-TAB-TIT-CPFCNPJ (WS-TIT-IDX) TO ACS-CPFCNPJ
           MOVE CTA-NUMERO      TO ACS-CONTA
           MOVE "TITULARES CONTA" TO ACS-CONSULTA
           PERFORM REGISTRA-ACESSO.

      * Dado do cadastro exibido ao operador: log de acesso pelo
      * CPF/CNPJ (conta zero), com o que foi mostrado em ACS-CONSULTA.
       REGISTRA-CONSULTA-CLIENTE.
           MOVE WS-OP-MATRICULA TO ACS-MATRICULA
           MOVE CLI-CPFCNPJ     TO ACS-CPFCNPJ
           MOVE 0               TO ACS-CONTA
           PERFORM REGISTRA-ACESSO.

      * Cotitular: o cliente localizado entra na conta informada como
      * solidario ("e/ou") ou conjunto ("e"). O conjunto cadastra um
      * PIN proprio, exigido pelo PROGSALDOBANCARIO em toda saida de
      * recursos da conta. Cotitular ja existente tem o papel e o PIN
      * redefinidos (e as tentativas zeradas).
       INCLUI-COTITULAR.
           IF CLI-FALECIDO
               DISPLAY "Cliente falecido em " CLI-DATA-OBITO
                   ": nao entra como cotitular."
               GO TO INCLUI-COTITULAR-EXIT
           END-IF
           DISPLAY "Numero da conta: "
           ACCEPT WS-CONTA-ATUAL
           MOVE WS-CONTA-ATUAL TO CTA-NUMERO
           READ CTAMESTRE-ARQ
           IF NOT ARQ-OK
               DISPLAY "Conta nao encontrada!"
               GO TO INCLUI-COTITULAR-EXIT
           END-IF
           IF CTA-ENCERRADA OR CTA-ESPOLIO
               DISPLAY "Conta encerrada ou em espolio nao recebe "
                   "cotitular!"
               GO TO INCLUI-COTITULAR-EXIT
           END-IF
           IF CTA-CLIENTE = 0
               DISPLAY "Conta sem primeiro titular: vincule a conta "
                   "ao cliente antes (opcao 5)."
               GO TO INCLUI-COTITULAR-EXIT
           END-IF
           IF CTA-CLIENTE = WS-CLIENTE-ATUAL
               DISPLAY "Cliente ja e o primeiro titular da conta!"
               GO TO INCLUI-COTITULAR-EXIT
           END-IF

           MOVE "N" TO WS-TITULAR-JA-EXISTE
           MOVE WS-CONTA-ATUAL   TO TIT-CONTA
           MOVE WS-CLIENTE-ATUAL TO TIT-CPFCNPJ
           READ TITULAR-ARQ
           IF ARQ-TIT-OK
               SET TITULAR-JA-EXISTE TO TRUE
               DISPLAY "Cliente ja e cotitular da conta (papel "
                   TIT-PAPEL ") - papel e PIN serao redefinidos."
           ELSE
               MOVE CTA-NUMERO  TO WS-TIT-CONTA-BUSCA
               MOVE CTA-CLIENTE TO WS-TIT-PRINCIPAL-BUSCA
               PERFORM CARREGA-TITULARES-CONTA
               IF WS-TAB-TIT-QTD NOT < WS-TAB-TIT-MAX
                   DISPLAY "Conta ja tem o numero maximo de "
                       "titulares (" WS-TAB-TIT-MAX ")!"
                   GO TO INCLUI-COTITULAR-EXIT
               END-IF
           END-IF

           DISPLAY "Papel (S = solidario ""e/ou"", "
               "C = conjunto ""e""): "
           ACCEPT WS-PAPEL-ENTRADA
           IF WS-PAPEL-ENTRADA NOT = "S" AND WS-PAPEL-ENTRADA NOT = "C"
               DISPLAY "Papel invalido! Use S ou C"
               GO TO INCLUI-COTITULAR-EXIT
           END-IF

           MOVE 0 TO WS-PIN-ENTRADA
           IF WS-PAPEL-ENTRADA = "C"
               DISPLAY "PIN do cotitular (4 digitos, digitado pelo "
                   "cliente): "
               ACCEPT WS-PIN-ENTRADA
               DISPLAY "Repita o PIN: "
               ACCEPT WS-PIN-CONFIRMA
               IF WS-PIN-ENTRADA NOT = WS-PIN-CONFIRMA
                   DISPLAY "Os dois PINs informados nao conferem."
                   GO TO INCLUI-COTITULAR-EXIT
               END-IF
               IF WS-PIN-ENTRADA = WS-PIN-PADRAO
                   DISPLAY "PIN padrao nao e aceito para cotitular!"
                   GO TO INCLUI-COTITULAR-EXIT
               END-IF
           END-IF

           DISPLAY "Conta " WS-CONTA-ATUAL " - cotitular " CLI-NOME
           DISPLAY "Confirma (S/N)? "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "Inclusao cancelada."
               GO TO INCLUI-COTITULAR-EXIT
           END-IF

           MOVE WS-CONTA-ATUAL   TO TIT-CONTA
           MOVE WS-CLIENTE-ATUAL TO TIT-CPFCNPJ
           MOVE WS-PAPEL-ENTRADA TO TIT-PAPEL
           MOVE WS-PIN-ENTRADA   TO TIT-PIN
           MOVE 0                TO TIT-TENTATIVAS
           IF TITULAR-JA-EXISTE
               REWRITE TIT-REGISTRO
           ELSE
               MOVE WS-DATA-SISTEMA TO TIT-DATA-INCLUSAO
               WRITE TIT-REGISTRO
           END-IF
           IF ARQ-TIT-OK
               MOVE WS-CONTA-ATUAL TO AUD-CONTA
               MOVE "MANUT COTITULAR INCL" TO AUD-ACAO
               PERFORM GRAVA-AUDITORIA
               DISPLAY "Cotitular gravado."
           ELSE
               DISPLAY "Cotitular nao gravado (" WS-STATUS-TIT ")."
           END-IF.
       INCLUI-COTITULAR-EXIT.
           EXIT.

      * O primeiro titular nao sai por aqui: a troca e feita pelo
      * vinculo da conta (opcao 5).
       EXCLUI-COTITULAR.
           PERFORM SOLICITA-CPFCNPJ
           DISPLAY "Numero da conta: "
           ACCEPT WS-CONTA-ATUAL
           MOVE WS-CONTA-ATUAL TO TIT-CONTA
           MOVE WS-CPFCNPJ-NUM TO TIT-CPFCNPJ
           READ TITULAR-ARQ
           IF NOT ARQ-TIT-OK
               DISPLAY "Cliente nao e cotitular da conta!"
               GO TO EXCLUI-COTITULAR-EXIT
           END-IF
           IF TIT-PRIMEIRO
               DISPLAY "Primeiro titular nao e excluido aqui: troque "
                   "o vinculo da conta (opcao 5)."
               GO TO EXCLUI-COTITULAR-EXIT
           END-IF
           DISPLAY "Confirma a exclusao do cotitular (S/N)? "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "Exclusao cancelada."
               GO TO EXCLUI-COTITULAR-EXIT
           END-IF
           DELETE TITULAR-ARQ
           IF ARQ-TIT-OK
               MOVE WS-CONTA-ATUAL TO AUD-CONTA
               MOVE "MANUT COTITULAR EXCL" TO AUD-ACAO
               PERFORM GRAVA-AUDITORIA
               DISPLAY "Cotitular excluido."
           ELSE
               DISPLAY "Cotitular nao excluido (" WS-STATUS-TIT ")."
           END-IF.
       EXCLUI-COTITULAR-EXIT.
           EXIT.

       LE-CONTA-COM-LOCK.
           MOVE WS-CONTA-ATUAL TO CTA-NUMERO
           MOVE "99" TO WS-STATUS-CTA
                   "novamente."
           END-IF.

       GRAVA-AUDITORIA.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-DATA-SISTEMA TO AUD-DATA
           MOVE WS-HORA-SISTEMA TO AUD-HORA
           MOVE WS-OP-MATRICULA TO AUD-OFICIAL
           WRITE AUD-REGISTRO.

       COPY OPSIGN.

       COPY JRNGRAVA.

       COPY TITLER.

       COPY RSTLER.

       COPY REVGRAVA.

       COPY CDPGRAVA.

       COPY ACSGRAVA.

       END PROGRAM PROGCLIMANUT.
