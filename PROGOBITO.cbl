      ******************************************************************
      * Author: EQUIPE MANUTENCAO
      * Date: 15/10/2026
      * Purpose: OBITO DO TITULAR E PROCESSO DO ESPOLIO - PROGRAMA DO
      *          DEPARTAMENTO JURIDICO (PERFIL J) PARA O FALECIMENTO
      *          DE UM CLIENTE DO CADASTRO UNICO (CLIMESTRE):
      *          1 - REGISTRA O OBITO (DATA E CERTIDAO) E CONGELA AS
      *              CONTAS EM QUE O FALECIDO E O PRIMEIRO TITULAR
      *              (CTA-CLIENTE): SITUACAO "O" (ESPOLIO) GRAVADA SOB
      *              LOCK E JORNAL - OS MOTORES DE POSTAGEM RECUSAM
      *              DEBITOS E SEGUEM ACEITANDO CREDITOS. NA MESMA
      *              PASSADA CANCELA AS AUTORIZACOES DE DEBITO
      *              AUTOMATICO (AUTDEB), RECUSA OS DEBITOS PENDENTES
      *              (PENDPAG, COM RETORNO AO CONVENIADO NO DEBRET,
      *              MOTIVO 07), RETIRA AS ORDENS PERMANENTES (ORDPERM)
      *              E AS CHAVES DO DIRETORIO (CHAVEDIR). CONTAS EM QUE
      *              O FALECIDO E SO COTITULAR (TITULAR) SAO LISTADAS
      *              PARA O JURIDICO, SEM CONGELAMENTO. O REGISTRO PODE
      *              SER REAPLICADO (CONTA OCUPADA NA PRIMEIRA VEZ).
      *          2 - REGISTRA OS DOCUMENTOS QUE AUTORIZAM LIBERACAO
      *              (ALVARA JUDICIAL, ESCRITURA DE INVENTARIO OU
      *              DESPESA DE FUNERAL - ARQUIVO ESPDOC, VER ESPREG).
      *          3 - LIBERA VALOR CONTRA DOCUMENTO ATIVO, POR
      *              TRANSFERENCIA PARA A CONTA DO DOCUMENTO, NUNCA
      *              PELO MESMO OPERADOR QUE REGISTROU O DOCUMENTO E
      *              NUNCA ACIMA DO DISPONIVEL (SALDO MENOS COMPENSACAO
      *              E BLOQUEIO JUDICIAL - SEM USO DE LIMITE).
      *          4 - CANCELA DOCUMENTO AINDA ATIVO.
      *          5 - EXTRATO DO ESPOLIO (RELATORIO ESPOLREL): SALDO E
      *              APLICACAO NA DATA DO OBITO (SALDO ATUAL MENOS O
      *              LIQUIDO DO MOVFECH E DO MOVIMENTO POSTERIOR AO
      *              OBITO), CREDITOS POSTERIORES A DEVOLVER, DEBITOS
      *              POSTERIORES A REVISAR E OS DOCUMENTOS COM AS
      *              LIBERACOES. TODA ACAO DEIXA TRILHA NO AUDITSEG
      *              ("OBITO ...", SECAO DE ESPOLIOS DO PROGOPERREL).
      *          A REGRAVACAO DO ORDPERM USA O CIRCUITO DE DUAS FASES
      *          COM MARCA *FIM* NO TRABALHO ORDTRB (MESMO RECORTE DO
      *          PROGBLOQJUD COM BLQTRB).
      * Tectonics: cobc
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      * 15/10/2026 - EM - Linhas de movimento acompanham MOVREG
      *              (78 bytes); lancamentos gravados com
      *              MOV-SERVICO-ORIGEM em branco.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGOBITO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIMESTRE-ARQ ASSIGN TO "CLIMESTRE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CPFCNPJ
               FILE STATUS IS WS-STATUS-CLI.

           SELECT CTAMESTRE-ARQ ASSIGN TO "CTAMESTRE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-NUMERO
               LOCK MODE IS MANUAL
               FILE STATUS IS WS-STATUS-CTA.

           SELECT TITULAR-ARQ ASSIGN TO "TITULAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CHAVE
               FILE STATUS IS WS-STATUS-TIT.

           SELECT AUTDEB-ARQ ASSIGN TO "AUTDEB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADB-CHAVE
               FILE STATUS IS WS-STATUS-ADB.

           SELECT PENDPAG-ARQ ASSIGN TO "PENDPAG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PGTO-REFERENCIA
               FILE STATUS IS WS-STATUS-PGTO.

           SELECT DEBRET-ARQ ASSIGN TO "DEBRET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DRT.

           SELECT ORDPERM-ARQ ASSIGN TO "ORDPERM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ORD.

           SELECT ORDTRB-ARQ ASSIGN TO "ORDTRB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRB.

           SELECT CHAVEDIR-ARQ ASSIGN TO "CHAVEDIR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALI-CHAVE
               FILE STATUS IS WS-STATUS-ALI.

           SELECT ESPDOC-ARQ ASSIGN TO "ESPDOC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESP-CHAVE
               FILE STATUS IS WS-STATUS-ESP.

           SELECT BLOQJUD-ARQ ASSIGN TO "BLOQJUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BLQ.

           SELECT MOVIMENTO-ARQ ASSIGN TO "MOVIMENTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MOV.

           SELECT MOVFECH-ARQ ASSIGN TO "MOVFECH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FECH.

           SELECT CDBAPL-ARQ ASSIGN TO "CDBAPL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CDB-NUMERO
               FILE STATUS IS WS-STATUS-CDB.

           SELECT ESPOLREL-ARQ ASSIGN TO "ESPOLREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REL.

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
       FD  CLIMESTRE-ARQ.
       COPY CLIREG.

       FD  CTAMESTRE-ARQ.
       COPY CTAREG.

       FD  TITULAR-ARQ.
       COPY TITREG.

       FD  AUTDEB-ARQ.
       COPY ADBREG.

       FD  PENDPAG-ARQ.
       COPY PGTOREG.

      * Retorno ao conveniado (PROGPGTLIQ e PROGPGTCAPT).
       FD  DEBRET-ARQ.
       COPY DRTREG.

       FD  ORDPERM-ARQ.
       COPY ORDREG.

      * Ordens de outras contas durante a regravacao do ORDPERM.
       FD  ORDTRB-ARQ.
       01 TRB-REGISTRO              PIC X(33).

       FD  CHAVEDIR-ARQ.
       COPY ALIREG.

      * Documentos de liberacao do espolio.
       FD  ESPDOC-ARQ.
       COPY ESPREG.

       FD  BLOQJUD-ARQ.
       COPY BLQREG.

       FD  MOVIMENTO-ARQ.
       01 MOVLIN-REGISTRO           PIC X(78).

      * Periodos fechados do ano (PROGMOVCORTE).
       FD  MOVFECH-ARQ.
       01 FECH-REGISTRO             PIC X(78).

      * Aplicacoes em CDB: principal do resgate posterior ao obito.
       FD  CDBAPL-ARQ.
       COPY CDBREG.

      * Extrato do espolio, refeito a cada emissao.
       FD  ESPOLREL-ARQ.
       01 REL-LINHA                 PIC X(80).

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
          01 WS-STATUS-CLI           PIC XX.
             88 ARQ-CLI-OK                VALUE "00".

          01 WS-STATUS-CTA           PIC XX.
             88 ARQ-OK                    VALUE "00".
             88 ARQ-CTA-FIM               VALUE "10".
             88 ARQ-NAO-ENCONTRADO        VALUE "23".
             88 ARQ-REGISTRO-BLOQUEADO    VALUE "9D".

          01 WS-STATUS-TIT           PIC XX.
             88 ARQ-TIT-OK                VALUE "00".
             88 ARQ-TIT-FIM               VALUE "10".

          01 WS-STATUS-ADB           PIC XX.
             88 ARQ-ADB-OK                VALUE "00".
             88 ARQ-ADB-FIM               VALUE "10".

          01 WS-STATUS-PGTO          PIC XX.
             88 ARQ-PGTO-OK               VALUE "00".
             88 ARQ-PGTO-FIM              VALUE "10".

          01 WS-STATUS-DRT           PIC XX.
             88 ARQ-DRT-OK                VALUE "00".

          01 WS-STATUS-ORD           PIC XX.
             88 ARQ-ORD-OK                VALUE "00".
             88 ARQ-ORD-FIM               VALUE "10".

          01 WS-STATUS-TRB           PIC XX.
             88 ARQ-TRB-OK                VALUE "00".
             88 ARQ-TRB-FIM               VALUE "10".

          01 WS-STATUS-ALI           PIC XX.
             88 ARQ-ALI-OK                VALUE "00".
             88 ARQ-ALI-FIM               VALUE "10".

          01 WS-STATUS-ESP           PIC XX.
             88 ARQ-ESP-OK                VALUE "00".
             88 ARQ-ESP-FIM               VALUE "10".

          01 WS-STATUS-MOV           PIC XX.
             88 ARQ-MOV-OK                VALUE "00".
             88 ARQ-MOV-FIM               VALUE "10".

          01 WS-STATUS-FECH          PIC XX.
             88 ARQ-FECH-OK               VALUE "00".
             88 ARQ-FECH-FIM              VALUE "10".

          01 WS-STATUS-CDB           PIC XX.
             88 ARQ-CDB-OK                VALUE "00".
          01 WS-CDB-DISPONIVEL       PIC X(01) VALUE "N".
             88 CDB-DISPONIVEL            VALUE "S".

          01 WS-STATUS-REL           PIC XX.
             88 ARQ-REL-OK                VALUE "00".

          01 WS-STATUS-AUD           PIC XX.
             88 ARQ-AUD-OK                VALUE "00".

       COPY BLQW.

      * Marca de conclusao da fase de preparo do arquivo de
      * trabalho; nunca colide com uma ordem real (conta numerica
      * nas primeiras posicoes).
          01 WS-MARCA-FIM            PIC X(05) VALUE "*FIM*".
          01 WS-MARCA-ACHADA         PIC X(01) VALUE "N".
             88 MARCA-ACHADA              VALUE "S".

          01 WS-TENTATIVAS-LOCK      PIC 9(02).
          01 WS-MAX-TENTATIVAS-LOCK  PIC 9(02) VALUE 05.

       COPY OPSIGNW.

          01 WS-OFICIAL-MATRICULA    PIC X(08) VALUE SPACES.

       COPY MOVREG.

          01 OPCAO                   PIC 9 VALUE 0.
          01 WS-CONFIRMA             PIC X(01).
          01 WS-ENTRADA-VALIDA       PIC X(01) VALUE "N".
             88 ENTRADA-VALIDA            VALUE "S".
          01 WS-CPFCNPJ-ENTRADA      PIC X(14).
          01 WS-CPFCNPJ-NUM REDEFINES WS-CPFCNPJ-ENTRADA PIC 9(14).
          01 WS-CPF-FALECIDO         PIC 9(14) VALUE 0.
          01 WS-DATA-OBITO           PIC 9(08) VALUE 0.
          01 WS-CLIENTE-OK           PIC X(01) VALUE "N".
             88 CLIENTE-FALECIDO-OK       VALUE "S".

      * Data digitada (obito ou documento), conferida em VALIDA-DATA.
          01 WS-DATA-ENTRADA         PIC X(08).
          01 WS-DATA-PARTES REDEFINES WS-DATA-ENTRADA.
             05 WS-DATA-ANO          PIC 9(04).
             05 WS-DATA-MES          PIC 9(02).
             05 WS-DATA-DIA          PIC 9(02).
          01 WS-DATA-NUM REDEFINES WS-DATA-ENTRADA PIC 9(08).
          01 WS-DATA-VALIDA          PIC X(01) VALUE "N".
             88 DATA-VALIDA               VALUE "S".
          01 WS-ULTIMO-DIA-MES       PIC 9(02).
          01 WS-QUOC-4               PIC 9(04).
          01 WS-RESTO-4              PIC 9(01).

          01 WS-CERTIDAO-ENTRADA     PIC X(32).
          01 WS-TIPO-DOC-ENTRADA     PIC X(01).
          01 WS-DOCUMENTO-ENTRADA    PIC X(30).
          01 WS-EMISSOR-ENTRADA      PIC X(30).
          01 WS-NOME-ENTRADA         PIC X(30).
          01 WS-CONTA-ENTRADA        PIC 9(06).
          01 WS-CONTA-DESTINO        PIC 9(06).
          01 WS-SEQ-ENTRADA          PIC 9(02).
          01 WS-PROXIMO-SEQ          PIC 9(03).
          01 WS-VALOR-ENTRADA        PIC X(13).
          01 WS-VALOR-NUM REDEFINES WS-VALOR-ENTRADA PIC 9(11)V99.

          01 WS-A-LIBERAR            PIC 9(11)V99.
          01 WS-DISPONIVEL           PIC S9(11)V99.
          01 WS-VALOR-LIBERACAO      PIC 9(11)V99.
          01 WS-VALOR-EDIT           PIC Z(10)9.99.
          01 WS-SALDO-EDIT           PIC -Z(10)9.99.

      * Contas do falecido como primeiro titular (CTA-CLIENTE), com o
      * levantamento do extrato do espolio.
          01 WS-TAB-OBITO.
             05 WS-TAB-OBT-ENTRADA OCCURS 50 TIMES
                   INDEXED BY WS-OBT-IDX.
                10 WS-TAB-OBT-CONTA     PIC 9(06).
                10 WS-TAB-OBT-AGENCIA   PIC 9(04).
                10 WS-TAB-OBT-SALDO     PIC S9(11)V99.
                10 WS-TAB-OBT-APLICADO  PIC 9(11)V99.
                10 WS-TAB-OBT-LIQ-APOS  PIC S9(13)V99.
                10 WS-TAB-OBT-APL-AJUSTE PIC S9(13)V99.
          01 WS-TAB-OBT-QTD          PIC 9(02) VALUE 0.
          01 WS-OBT-POS              PIC 9(02) VALUE 0.
          01 WS-CONTA-BUSCA          PIC 9(06).
          01 WS-CONTA-ACHOU          PIC X(01).
             88 CONTA-DO-FALECIDO         VALUE "S".

      * Passada do extrato sobre MOVFECH/MOVIMENTO: 1 levantamento,
      * 2 creditos a devolver, 3 debitos a revisar.
          01 WS-PASSADA              PIC 9(01) VALUE 0.
          01 WS-VALOR-EFEITO         PIC S9(11)V99.
          01 WS-SALDO-OBITO          PIC S9(13)V99.
          01 WS-APLICADO-OBITO       PIC S9(13)V99.
          01 WS-QTD-ITENS            PIC 9(04).
          01 WS-QTD-CDB-SEM-BASE     PIC 9(04).

          01 WS-DATA-SISTEMA         PIC 9(08) VALUE ZEROS.
          01 WS-HORA-SISTEMA         PIC 9(08) VALUE ZEROS.

          01 WS-QTD-CONTAS-MARCADAS  PIC 9(04) VALUE 0.
          01 WS-QTD-CONTAS-OCUPADAS  PIC 9(04) VALUE 0.
          01 WS-QTD-AUT-CANCELADAS   PIC 9(04) VALUE 0.
          01 WS-QTD-PEND-RECUSADOS   PIC 9(04) VALUE 0.
          01 WS-QTD-ORDENS           PIC 9(04) VALUE 0.
          01 WS-QTD-CHAVES           PIC 9(04) VALUE 0.
          01 WS-QTD-COTITULAR        PIC 9(04) VALUE 0.

          01 WS-TOT-SALDO-OBITO      PIC S9(13)V99.
          01 WS-TOT-SALDO-ATUAL      PIC S9(13)V99.
          01 WS-TOT-APLICADO-OBITO   PIC S9(13)V99.
          01 WS-TOT-CREDITOS         PIC S9(13)V99.
          01 WS-TOT-DEBITOS          PIC S9(13)V99.
          01 WS-TOT-AUTORIZADO       PIC S9(13)V99.
          01 WS-TOT-LIBERADO         PIC S9(13)V99.

      * Linhas do extrato do espolio (tela e ESPOLREL).
          01 WS-LINHA                PIC X(80).

          01 WS-LIN-CABECALHO.
             05 FILLER               PIC X(35) VALUE
                "*** EXTRATO DO ESPOLIO - DATA-BASE ".
             05 WS-CAB-DATA          PIC 9(08).
             05 FILLER               PIC X(04) VALUE " ***".

          01 WS-LIN-FALECIDO.
             05 FILLER               PIC X(10) VALUE "FALECIDO: ".
             05 WS-LFA-CPFCNPJ       PIC 9(14).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-LFA-NOME          PIC X(30).

          01 WS-LIN-OBITO.
             05 FILLER               PIC X(15) VALUE "DATA DO OBITO: ".
             05 WS-LOB-DATA          PIC 9(08).
             05 FILLER               PIC X(12) VALUE "  CERTIDAO: ".
             05 WS-LOB-CERTIDAO      PIC X(32).

          01 WS-LIN-SECAO.
             05 FILLER               PIC X(04) VALUE "--- ".
             05 WS-SEC-TITULO        PIC X(50).

          01 WS-LIN-NENHUM.
             05 FILLER               PIC X(04) VALUE SPACES.
             05 WS-NEN-TEXTO         PIC X(50).

          01 WS-LIN-TIT-POSICAO.
             05 FILLER               PIC X(40) VALUE
                "CONTA  AGEN  SALDO NO OBITO     SALDO A".
             05 FILLER               PIC X(35) VALUE
                "TUAL APLIC. NO OBITO  APLIC. ATUAL".

          01 WS-LIN-POSICAO.
             05 WS-LPO-CONTA         PIC 9(06).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-LPO-AGENCIA       PIC 9(04).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-LPO-SALDO-OBITO   PIC -Z(10)9.99.
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-LPO-SALDO-ATUAL   PIC -Z(10)9.99.
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-LPO-APL-OBITO     PIC -Z(10)9.99.
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-LPO-APL-ATUAL     PIC -Z(10)9.99.

          01 WS-LIN-TIT-MOV.
             05 FILLER               PIC X(40) VALUE
                "DATA     CONTA  T C REFERENCIA CONTRA  ".
             05 FILLER               PIC X(15) VALUE
                "          VALOR".

          01 WS-LIN-MOV.
             05 WS-LMV-DATA          PIC 9(08).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-LMV-CONTA         PIC 9(06).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-LMV-TIPO          PIC X(01).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-LMV-CANAL         PIC X(01).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-LMV-REFERENCIA    PIC 9(10).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-LMV-CONTRA        PIC 9(06).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-LMV-VALOR         PIC -Z(10)9.99.

          01 WS-LIN-TIT-DOC.
             05 FILLER               PIC X(40) VALUE
                "SQ T DOCUMENTO                       AUT".
             05 FILLER               PIC X(27) VALUE
                "ORIZADO       LIBERADO S".

          01 WS-LIN-DOC.
             05 WS-LDO-SEQ           PIC 9(02).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-LDO-TIPO          PIC X(01).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-LDO-DOCUMENTO     PIC X(30).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-LDO-AUTORIZADO    PIC Z(10)9.99.
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-LDO-LIBERADO      PIC Z(10)9.99.
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-LDO-SITUACAO      PIC X(01).

          01 WS-LIN-DOC-2.
             05 FILLER               PIC X(11) VALUE "   BENEF.: ".
             05 WS-LD2-CPFCNPJ       PIC 9(14).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 WS-LD2-NOME          PIC X(30).
             05 FILLER               PIC X(07) VALUE " CONTA ".
             05 WS-LD2-CONTA         PIC 9(06).

          01 WS-LIN-TOTAL.
             05 WS-TOT-ROTULO        PIC X(40).
             05 WS-TOT-VALOR         PIC -Z(12)9.99.

       COPY JRNW.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "===== OBITO DO TITULAR E ESPOLIO (JURIDICO) ====="
           OPEN I-O OPERMESTRE-ARQ
           IF NOT ARQ-OPE-OK
               DISPLAY "MESTRE DE OPERADORES (OPERMESTRE) "
                   "INDISPONIVEL - CADASTRE PELO PROGOPER"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "J" TO WS-OP-PERFIL-EXIGIDO
           PERFORM IDENTIFICA-OPERADOR
               THRU IDENTIFICA-OPERADOR-EXIT
           CLOSE OPERMESTRE-ARQ
           IF NOT OPERADOR-AUTENTICADO
               DISPLAY "ACESSO NEGADO. ENCERRANDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-OP-MATRICULA TO WS-OFICIAL-MATRICULA

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           PERFORM RECUPERA-TRABALHO
           PERFORM INICIALIZAR
           PERFORM PROCESSA-MENU UNTIL OPCAO = 9
           PERFORM FINALIZAR
           STOP RUN.

       COPY OPSIGN.

       INICIALIZAR.
           OPEN I-O CLIMESTRE-ARQ
           IF NOT ARQ-CLI-OK
               DISPLAY "MESTRE DE CLIENTES (CLIMESTRE) INDISPONIVEL ("
                   WS-STATUS-CLI ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O CTAMESTRE-ARQ
           IF NOT ARQ-OK
               DISPLAY "ARQUIVO DE CONTAS INDISPONIVEL ("
                   WS-STATUS-CTA ")"
               CLOSE CLIMESTRE-ARQ
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O ESPDOC-ARQ
           IF NOT ARQ-ESP-OK
               OPEN OUTPUT ESPDOC-ARQ
               CLOSE ESPDOC-ARQ
               OPEN I-O ESPDOC-ARQ
           END-IF
           OPEN EXTEND AUDITSEG-ARQ
           IF NOT ARQ-AUD-OK
               OPEN OUTPUT AUDITSEG-ARQ
           END-IF
           OPEN EXTEND JORNAL-ARQ
           IF NOT ARQ-JRN-OK
               OPEN OUTPUT JORNAL-ARQ
           END-IF
           MOVE "PROGOBIT" TO WS-JRN-PROGRAMA
           MOVE 0 TO RETURN-CODE.

       PROCESSA-MENU.
           DISPLAY "====== OBITO E ESPOLIO ======"
           DISPLAY "1 - Registrar obito e congelar contas"
           DISPLAY "2 - Registrar documento de liberacao"
           DISPLAY "3 - Liberar valor contra documento"
           DISPLAY "4 - Cancelar documento"
           DISPLAY "5 - Extrato do espolio (ESPOLREL)"
           DISPLAY "9 - Sair"
           DISPLAY "Escolha uma opcao: "
           ACCEPT OPCAO

           EVALUATE OPCAO
               WHEN 1
                   PERFORM REGISTRA-OBITO THRU REGISTRA-OBITO-EXIT
               WHEN 2
                   PERFORM REGISTRA-DOCUMENTO
                       THRU REGISTRA-DOCUMENTO-EXIT
               WHEN 3
                   PERFORM LIBERA-VALOR THRU LIBERA-VALOR-EXIT
               WHEN 4
                   PERFORM CANCELA-DOCUMENTO
                       THRU CANCELA-DOCUMENTO-EXIT
               WHEN 5
                   PERFORM EXTRATO-ESPOLIO THRU EXTRATO-ESPOLIO-EXIT
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcao invalida! Digite 1, 2, 3, 4, 5 ou 9"
           END-EVALUATE.

       SOLICITA-CPFCNPJ.
           MOVE "N" TO WS-ENTRADA-VALIDA
           PERFORM LE-CPFCNPJ UNTIL ENTRADA-VALIDA.

       LE-CPFCNPJ.
           DISPLAY "CPF/CNPJ (14 digitos): "
           ACCEPT WS-CPFCNPJ-ENTRADA
           IF WS-CPFCNPJ-ENTRADA IS NUMERIC
                   AND WS-CPFCNPJ-NUM > 0
               MOVE "S" TO WS-ENTRADA-VALIDA
           ELSE
               DISPLAY "CPF/CNPJ invalido! Digite somente numeros, "
                   "maior que zero"
           END-IF.

      * Data AAAAMMDD real e nao futura.
       VALIDA-DATA.
           MOVE "N" TO WS-DATA-VALIDA
           IF WS-DATA-ENTRADA IS NOT NUMERIC
               GO TO VALIDA-DATA-EXIT
           END-IF
           IF WS-DATA-ANO < 1900 OR WS-DATA-MES < 1
                   OR WS-DATA-MES > 12 OR WS-DATA-DIA < 1
                   OR WS-DATA-NUM > WS-DATA-SISTEMA
               GO TO VALIDA-DATA-EXIT
           END-IF
           EVALUATE WS-DATA-MES
               WHEN 01 WHEN 03 WHEN 05 WHEN 07
               WHEN 08 WHEN 10 WHEN 12
                   MOVE 31 TO WS-ULTIMO-DIA-MES
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WS-ULTIMO-DIA-MES
               WHEN 02
                   DIVIDE WS-DATA-ANO BY 4
                       GIVING WS-QUOC-4
                       REMAINDER WS-RESTO-4
                   IF WS-RESTO-4 = 0
                       MOVE 29 TO WS-ULTIMO-DIA-MES
                   ELSE
                       MOVE 28 TO WS-ULTIMO-DIA-MES
                   END-IF
           END-EVALUATE
           IF WS-DATA-DIA > WS-ULTIMO-DIA-MES
               GO TO VALIDA-DATA-EXIT
           END-IF
           MOVE "S" TO WS-DATA-VALIDA.
       VALIDA-DATA-EXIT.
           EXIT.

      * Cliente do CPF digitado com obito ja registrado - base das
      * opcoes 2 a 5.
       LOCALIZA-FALECIDO.
           MOVE "N" TO WS-CLIENTE-OK
           PERFORM SOLICITA-CPFCNPJ
           MOVE WS-CPFCNPJ-NUM TO CLI-CPFCNPJ
           READ CLIMESTRE-ARQ
           IF NOT ARQ-CLI-OK
               DISPLAY "Cliente nao cadastrado!"
           ELSE
               IF NOT CLI-FALECIDO
                   DISPLAY "Obito nao registrado para o cliente - "
                       "use a opcao 1."
               ELSE
                   MOVE CLI-CPFCNPJ    TO WS-CPF-FALECIDO
                   MOVE CLI-DATA-OBITO TO WS-DATA-OBITO
                   DISPLAY "Falecido: " CLI-NOME
                       "  obito em " CLI-DATA-OBITO
                   MOVE "S" TO WS-CLIENTE-OK
               END-IF
           END-IF.

      ******************************************************************
      * Opcao 1 - registro do obito. Cliente ja falecido pode ter a
      * marcacao reaplicada: conta ocupada na primeira vez, vinculo
      * novo, ordem ou chave incluida depois. Cada passo e idempotente.
      ******************************************************************
       REGISTRA-OBITO.
           PERFORM SOLICITA-CPFCNPJ
           MOVE WS-CPFCNPJ-NUM TO CLI-CPFCNPJ
           READ CLIMESTRE-ARQ
           IF NOT ARQ-CLI-OK
               DISPLAY "Cliente nao cadastrado!"
               GO TO REGISTRA-OBITO-EXIT
           END-IF
           DISPLAY "Cliente: " CLI-NOME

           IF CLI-FALECIDO
               DISPLAY "Obito ja registrado em " CLI-DATA-OBITO
                   " (certidao " CLI-CERTIDAO-OBITO ")"
               DISPLAY "Reaplicar o congelamento das contas (S/N)? "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
                   GO TO REGISTRA-OBITO-EXIT
               END-IF
           ELSE
               DISPLAY "Data do obito (AAAAMMDD): "
               ACCEPT WS-DATA-ENTRADA
               PERFORM VALIDA-DATA THRU VALIDA-DATA-EXIT
               IF NOT DATA-VALIDA
                   DISPLAY "Data do obito invalida ou futura!"
                   GO TO REGISTRA-OBITO-EXIT
               END-IF
               DISPLAY "Numero da certidao de obito: "
               ACCEPT WS-CERTIDAO-ENTRADA
               IF WS-CERTIDAO-ENTRADA = SPACES
                   DISPLAY "Certidao obrigatoria!"
                   GO TO REGISTRA-OBITO-EXIT
               END-IF
               DISPLAY "Confirma o registro do obito de " CLI-NOME
                   " (S/N)? "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
                   DISPLAY "Registro cancelado."
                   GO TO REGISTRA-OBITO-EXIT
               END-IF
               SET CLI-FALECIDO        TO TRUE
               MOVE WS-DATA-NUM        TO CLI-DATA-OBITO
               MOVE WS-CERTIDAO-ENTRADA TO CLI-CERTIDAO-OBITO
               REWRITE CLI-REGISTRO
               IF NOT ARQ-CLI-OK
                   DISPLAY "Erro ao gravar o cliente ("
                       WS-STATUS-CLI ") - obito nao registrado."
                   GO TO REGISTRA-OBITO-EXIT
               END-IF
               MOVE 0 TO AUD-CONTA
               MOVE "OBITO REGISTRO" TO AUD-ACAO
               PERFORM GRAVA-AUDITORIA
               DISPLAY "Obito registrado."
           END-IF
           MOVE CLI-CPFCNPJ    TO WS-CPF-FALECIDO
           MOVE CLI-DATA-OBITO TO WS-DATA-OBITO

           MOVE 0 TO WS-QTD-CONTAS-MARCADAS
           MOVE 0 TO WS-QTD-CONTAS-OCUPADAS
           MOVE 0 TO WS-QTD-AUT-CANCELADAS
           MOVE 0 TO WS-QTD-PEND-RECUSADOS
           MOVE 0 TO WS-QTD-ORDENS
           MOVE 0 TO WS-QTD-CHAVES
           MOVE 0 TO WS-QTD-COTITULAR
           PERFORM CARREGA-CONTAS-FALECIDO
           PERFORM MARCA-UMA-CONTA
               VARYING WS-OBT-IDX FROM 1 BY 1
               UNTIL WS-OBT-IDX > WS-TAB-OBT-QTD
           IF WS-TAB-OBT-QTD > 0
               PERFORM CANCELA-AUTORIZACOES
               PERFORM RECUSA-PENDENTES
               PERFORM RETIRA-ORDENS
               PERFORM RETIRA-CHAVES
           END-IF
           PERFORM LISTA-COTITULARIDADES

           DISPLAY "----- CONGELAMENTO DO ESPOLIO -----"
           DISPLAY "CONTAS DO TITULAR.........: " WS-TAB-OBT-QTD
           DISPLAY "MARCADAS EM ESPOLIO.......: "
               WS-QTD-CONTAS-MARCADAS
           DISPLAY "OCUPADAS (REAPLICAR)......: "
               WS-QTD-CONTAS-OCUPADAS
           DISPLAY "AUTORIZ. DEBITO CANCELADAS: " WS-QTD-AUT-CANCELADAS
           DISPLAY "DEBITOS PENDENTES RECUSAD.: " WS-QTD-PEND-RECUSADOS
           DISPLAY "ORDENS PERMANENTES RETIR..: " WS-QTD-ORDENS
           DISPLAY "CHAVES DO DIRETORIO RETIR.: " WS-QTD-CHAVES
           DISPLAY "COTITULARIDADES (LISTADAS): " WS-QTD-COTITULAR.
       REGISTRA-OBITO-EXIT.
           EXIT.

      * Contas nao encerradas em que o falecido e o primeiro titular.
       CARREGA-CONTAS-FALECIDO.
           MOVE 0 TO WS-TAB-OBT-QTD
           MOVE 0 TO CTA-NUMERO
           START CTAMESTRE-ARQ KEY NOT < CTA-NUMERO
           IF ARQ-OK
               READ CTAMESTRE-ARQ NEXT RECORD
                   AT END SET ARQ-CTA-FIM TO TRUE
               END-READ
               PERFORM AVALIA-CONTA-FALECIDO UNTIL NOT ARQ-OK
           END-IF.

       AVALIA-CONTA-FALECIDO.
           IF CTA-CLIENTE = WS-CPF-FALECIDO AND NOT CTA-ENCERRADA
               IF WS-TAB-OBT-QTD < 50
                   ADD 1 TO WS-TAB-OBT-QTD
                   SET WS-OBT-IDX TO WS-TAB-OBT-QTD
                   MOVE CTA-NUMERO  TO WS-TAB-OBT-CONTA (WS-OBT-IDX)
                   MOVE CTA-AGENCIA TO WS-TAB-OBT-AGENCIA (WS-OBT-IDX)
                   MOVE CTA-SALDO   TO WS-TAB-OBT-SALDO (WS-OBT-IDX)
                   MOVE CTA-SALDO-APLICADO
                     TO WS-TAB-OBT-APLICADO (WS-OBT-IDX)
                   MOVE 0 TO WS-TAB-OBT-LIQ-APOS (WS-OBT-IDX)
                   MOVE 0 TO WS-TAB-OBT-APL-AJUSTE (WS-OBT-IDX)
               ELSE
                   DISPLAY "TABELA DE CONTAS DO FALECIDO CHEIA, CONTA "
                       "IGNORADA: " CTA-NUMERO
               END-IF
           END-IF
           READ CTAMESTRE-ARQ NEXT RECORD
               AT END SET ARQ-CTA-FIM TO TRUE
           END-READ.

      * Confere se WS-CONTA-BUSCA e conta do falecido; WS-OBT-POS
      * fica com a posicao na tabela.
       LOCALIZA-CONTA-FALECIDO.
           MOVE "N" TO WS-CONTA-ACHOU
           MOVE 0 TO WS-OBT-POS
           PERFORM CONFERE-CONTA-TABELA
               VARYING WS-OBT-IDX FROM 1 BY 1
               UNTIL WS-OBT-IDX > WS-TAB-OBT-QTD
                  OR CONTA-DO-FALECIDO.

       CONFERE-CONTA-TABELA.
           IF WS-TAB-OBT-CONTA (WS-OBT-IDX) = WS-CONTA-BUSCA
               MOVE "S" TO WS-CONTA-ACHOU
               SET WS-OBT-POS TO WS-OBT-IDX
           END-IF.

      * Congelamento sob lock e jornal. Conta ocupada fica para a
      * reaplicacao do registro; as demais etapas valem para ela
      * mesmo assim (autorizacoes, ordens e chaves sao da conta).
       MARCA-UMA-CONTA.
           MOVE WS-TAB-OBT-CONTA (WS-OBT-IDX) TO CTA-NUMERO
           PERFORM LE-CONTA-COM-LOCK
           IF NOT ARQ-OK
               ADD 1 TO WS-QTD-CONTAS-OCUPADAS
               DISPLAY "CONTA " WS-TAB-OBT-CONTA (WS-OBT-IDX)
                   " NAO MARCADA (" WS-STATUS-CTA ") - REAPLIQUE O "
                   "REGISTRO DO OBITO"
           ELSE
               IF CTA-ESPOLIO
                   UNLOCK CTAMESTRE-ARQ
               ELSE
                   SET CTA-ESPOLIO TO TRUE
                   REWRITE CTA-REGISTRO
                   PERFORM GRAVA-JORNAL
                   UNLOCK CTAMESTRE-ARQ
                   ADD 1 TO WS-QTD-CONTAS-MARCADAS
                   MOVE CTA-NUMERO TO AUD-CONTA
                   MOVE "OBITO MARCA ESPOLIO" TO AUD-ACAO
                   PERFORM GRAVA-AUDITORIA
                   DISPLAY "Conta " CTA-NUMERO " em espolio."
               END-IF
           END-IF.

      * Autorizacoes de debito automatico das contas: cancelamento
      * pelo canal de atendimento com a matricula do oficial, como no
      * ADBMANUT - o PROGPGTCAPT passa a recusar a captacao.
       CANCELA-AUTORIZACOES.
           OPEN I-O AUTDEB-ARQ
           IF NOT ARQ-ADB-OK
               DISPLAY "AUTORIZACOES (AUTDEB) INDISPONIVEIS ("
                   WS-STATUS-ADB ") - REAPLIQUE O REGISTRO"
           ELSE
               PERFORM CANCELA-AUTORIZACOES-CONTA
                   VARYING WS-OBT-IDX FROM 1 BY 1
                   UNTIL WS-OBT-IDX > WS-TAB-OBT-QTD
               CLOSE AUTDEB-ARQ
           END-IF.

       CANCELA-AUTORIZACOES-CONTA.
           MOVE LOW-VALUES TO ADB-CHAVE
           MOVE WS-TAB-OBT-CONTA (WS-OBT-IDX) TO ADB-CONTA
           MOVE 0 TO ADB-CONVENIADO
           START AUTDEB-ARQ KEY NOT < ADB-CHAVE
           IF ARQ-ADB-OK
               READ AUTDEB-ARQ NEXT RECORD
                   AT END SET ARQ-ADB-FIM TO TRUE
               END-READ
               PERFORM CANCELA-UMA-AUTORIZACAO
                   UNTIL NOT ARQ-ADB-OK
                      OR ADB-CONTA NOT = WS-TAB-OBT-CONTA (WS-OBT-IDX)
           END-IF.

       CANCELA-UMA-AUTORIZACAO.
           IF ADB-DATA-CANCELAMENTO = 0
               ACCEPT WS-HORA-SISTEMA FROM TIME
               MOVE WS-DATA-SISTEMA      TO ADB-DATA-CANCELAMENTO
               MOVE WS-HORA-SISTEMA      TO ADB-HORA-CANCELAMENTO
               MOVE "A"                  TO ADB-CANAL-CANCELAMENTO
               MOVE WS-OFICIAL-MATRICULA TO ADB-OPER-CANCELAMENTO
               REWRITE ADB-REGISTRO
               IF ARQ-ADB-OK
                   ADD 1 TO WS-QTD-AUT-CANCELADAS
                   MOVE ADB-CONTA TO AUD-CONTA
                   MOVE "OBITO CANCELA DEBITO" TO AUD-ACAO
                   PERFORM GRAVA-AUDITORIA
                   DISPLAY "Autorizacao cancelada: conta " ADB-CONTA
                       " conveniado " ADB-CONVENIADO
                       " ref. " ADB-REF-CLIENTE
               END-IF
           END-IF
           READ AUTDEB-ARQ NEXT RECORD
               AT END SET ARQ-ADB-FIM TO TRUE
           END-READ.

      * Debitos ainda nao liquidados das contas: recusa com retorno
      * ao conveniado (etapa L, motivo 07), como a propria liquidacao
      * faria no vencimento.
       RECUSA-PENDENTES.
           OPEN I-O PENDPAG-ARQ
           IF NOT ARQ-PGTO-OK
               DISPLAY "DEBITOS PENDENTES (PENDPAG) INDISPONIVEIS ("
                   WS-STATUS-PGTO ") - REAPLIQUE O REGISTRO"
           ELSE
               OPEN EXTEND DEBRET-ARQ
               IF NOT ARQ-DRT-OK
                   OPEN OUTPUT DEBRET-ARQ
               END-IF
               READ PENDPAG-ARQ NEXT RECORD
                   AT END SET ARQ-PGTO-FIM TO TRUE
               END-READ
               PERFORM AVALIA-PENDENTE UNTIL NOT ARQ-PGTO-OK
               CLOSE DEBRET-ARQ
               CLOSE PENDPAG-ARQ
           END-IF.

       AVALIA-PENDENTE.
           IF PGTO-NAOPAGO
               MOVE PGTO-CONTA TO WS-CONTA-BUSCA
               PERFORM LOCALIZA-CONTA-FALECIDO
               IF CONTA-DO-FALECIDO
                   SET PGTO-RECUSADO TO TRUE
                   REWRITE PGTO-REGISTRO
                   PERFORM GRAVA-RETORNO-CONVENIADO
                   ADD 1 TO WS-QTD-PEND-RECUSADOS
                   MOVE PGTO-CONTA TO AUD-CONTA
                   MOVE "OBITO CANCELA DEBITO" TO AUD-ACAO
                   PERFORM GRAVA-AUDITORIA
                   DISPLAY "Debito pendente recusado: ref. "
                       PGTO-REFERENCIA " conta " PGTO-CONTA
               END-IF
           END-IF
           READ PENDPAG-ARQ NEXT RECORD
               AT END SET ARQ-PGTO-FIM TO TRUE
           END-READ.

       GRAVA-RETORNO-CONVENIADO.
           MOVE WS-DATA-SISTEMA      TO DRT-DATA
           SET DRT-LIQUIDACAO        TO TRUE
           MOVE PGTO-REFERENCIA      TO DRT-REFERENCIA
           MOVE PGTO-CONTA           TO DRT-CONTA
           MOVE PGTO-CONVENIADO      TO DRT-CONVENIADO
           MOVE PGTO-REF-CLIENTE     TO DRT-REF-CLIENTE
           MOVE PGTO-VALOR           TO DRT-VALOR
           MOVE PGTO-DATA-VENCIMENTO TO DRT-VENCIMENTO
           SET DRT-TITULAR-FALECIDO  TO TRUE
           MOVE "TITULAR FALECIDO"   TO DRT-DESCRICAO
           WRITE DRT-REGISTRO.

      ******************************************************************
      * Ordens permanentes: o ORDPERM nao tem situacao, entao as ordens
      * das contas do falecido saem do arquivo. Duas fases com marca
      * *FIM*: as ordens das demais contas vao para o ORDTRB, a marca
      * fecha o preparo e so entao o trabalho e copiado de volta.
      * Abend antes da marca deixa ORDPERM intacto; abend na copia e
      * recuperado na proxima largada (RECUPERA-TRABALHO).
      ******************************************************************
       RETIRA-ORDENS.
           OPEN INPUT ORDPERM-ARQ
           IF NOT ARQ-ORD-OK
               GO TO RETIRA-ORDENS-EXIT
           END-IF
           OPEN OUTPUT ORDTRB-ARQ
           READ ORDPERM-ARQ
               AT END SET ARQ-ORD-FIM TO TRUE
           END-READ
           PERFORM FILTRA-ORDEM UNTIL ARQ-ORD-FIM
           MOVE WS-MARCA-FIM TO TRB-REGISTRO
           WRITE TRB-REGISTRO
           CLOSE ORDTRB-ARQ
           CLOSE ORDPERM-ARQ
           IF WS-QTD-ORDENS > 0
               PERFORM COPIA-TRABALHO-DE-VOLTA
           ELSE
               OPEN OUTPUT ORDTRB-ARQ
               CLOSE ORDTRB-ARQ
           END-IF.
       RETIRA-ORDENS-EXIT.
           EXIT.

       FILTRA-ORDEM.
           MOVE ORD-CONTA TO WS-CONTA-BUSCA
           PERFORM LOCALIZA-CONTA-FALECIDO
           IF CONTA-DO-FALECIDO
               ADD 1 TO WS-QTD-ORDENS
               MOVE ORD-CONTA TO AUD-CONTA
               MOVE "OBITO CANCELA ORDEM" TO AUD-ACAO
               PERFORM GRAVA-AUDITORIA
               MOVE ORD-VALOR TO WS-VALOR-EDIT
               DISPLAY "Ordem permanente retirada: conta " ORD-CONTA
                   " tipo " ORD-TIPO " dia " ORD-DIA
                   " valor " WS-VALOR-EDIT
           ELSE
               MOVE ORD-REGISTRO TO TRB-REGISTRO
               WRITE TRB-REGISTRO
           END-IF
           READ ORDPERM-ARQ
               AT END SET ARQ-ORD-FIM TO TRUE
           END-READ.

       COPIA-TRABALHO-DE-VOLTA.
           OPEN INPUT ORDTRB-ARQ
           IF ARQ-TRB-OK
               OPEN OUTPUT ORDPERM-ARQ
               READ ORDTRB-ARQ
                   AT END SET ARQ-TRB-FIM TO TRUE
               END-READ
               PERFORM COPIA-UM-REGISTRO UNTIL ARQ-TRB-FIM
               CLOSE ORDPERM-ARQ
               CLOSE ORDTRB-ARQ
               OPEN OUTPUT ORDTRB-ARQ
               CLOSE ORDTRB-ARQ
           END-IF.

       COPIA-UM-REGISTRO.
           IF TRB-REGISTRO(1:5) = WS-MARCA-FIM
               SET ARQ-TRB-FIM TO TRUE
           ELSE
               MOVE TRB-REGISTRO TO ORD-REGISTRO
               WRITE ORD-REGISTRO
               READ ORDTRB-ARQ
                   AT END SET ARQ-TRB-FIM TO TRUE
               END-READ
           END-IF.

      * Largada: trabalho que ainda tem a marca *FIM* e de uma copia
      * de volta interrompida - ORDPERM pode estar truncado pela
      * metade. A copia e refeita antes de qualquer outra acao.
       RECUPERA-TRABALHO.
           MOVE "N" TO WS-MARCA-ACHADA
           OPEN INPUT ORDTRB-ARQ
           IF ARQ-TRB-OK
               READ ORDTRB-ARQ
                   AT END SET ARQ-TRB-FIM TO TRUE
               END-READ
               PERFORM DETECTA-MARCA UNTIL ARQ-TRB-FIM
               CLOSE ORDTRB-ARQ
               IF MARCA-ACHADA
                   DISPLAY "REGRAVACAO ANTERIOR INTERROMPIDA - "
                       "RECUPERANDO ORDPERM DO ARQUIVO DE TRABALHO"
                   PERFORM COPIA-TRABALHO-DE-VOLTA
               END-IF
           END-IF.

       DETECTA-MARCA.
           IF TRB-REGISTRO(1:5) = WS-MARCA-FIM
               MOVE "S" TO WS-MARCA-ACHADA
           END-IF
           READ ORDTRB-ARQ
               AT END SET ARQ-TRB-FIM TO TRUE
           END-READ.

      * Chaves do diretorio que apontam para as contas do falecido.
       RETIRA-CHAVES.
           OPEN I-O CHAVEDIR-ARQ
           IF NOT ARQ-ALI-OK
               GO TO RETIRA-CHAVES-EXIT
           END-IF
           READ CHAVEDIR-ARQ NEXT RECORD
               AT END SET ARQ-ALI-FIM TO TRUE
           END-READ
           PERFORM AVALIA-CHAVE UNTIL NOT ARQ-ALI-OK
           CLOSE CHAVEDIR-ARQ.
       RETIRA-CHAVES-EXIT.
           EXIT.

       AVALIA-CHAVE.
           MOVE ALI-CONTA TO WS-CONTA-BUSCA
           PERFORM LOCALIZA-CONTA-FALECIDO
           IF CONTA-DO-FALECIDO
               DELETE CHAVEDIR-ARQ
               IF ARQ-ALI-OK
                   ADD 1 TO WS-QTD-CHAVES
                   MOVE ALI-CONTA TO AUD-CONTA
                   MOVE "OBITO REMOVE CHAVE" TO AUD-ACAO
                   PERFORM GRAVA-AUDITORIA
                   DISPLAY "Chave retirada: " ALI-CHAVE
               END-IF
           END-IF
           READ CHAVEDIR-ARQ NEXT RECORD
               AT END SET ARQ-ALI-FIM TO TRUE
           END-READ.

      * Contas em que o falecido e so cotitular: a conta segue com os
      * demais titulares - fica listada para a analise do juridico.
       LISTA-COTITULARIDADES.
           OPEN INPUT TITULAR-ARQ
           IF NOT ARQ-TIT-OK
               GO TO LISTA-COTITULARIDADES-EXIT
           END-IF
           READ TITULAR-ARQ NEXT RECORD
               AT END SET ARQ-TIT-FIM TO TRUE
           END-READ
           PERFORM AVALIA-COTITULAR UNTIL NOT ARQ-TIT-OK
           CLOSE TITULAR-ARQ.
       LISTA-COTITULARIDADES-EXIT.
           EXIT.

       AVALIA-COTITULAR.
           IF TIT-CPFCNPJ = WS-CPF-FALECIDO
               MOVE TIT-CONTA TO WS-CONTA-BUSCA
               PERFORM LOCALIZA-CONTA-FALECIDO
               IF NOT CONTA-DO-FALECIDO
                   ADD 1 TO WS-QTD-COTITULAR
                   DISPLAY "COTITULAR (PAPEL " TIT-PAPEL ") NA CONTA "
                       TIT-CONTA " - CONTA NAO CONGELADA, AVALIAR "
                       "COM OS DEMAIS TITULARES"
               END-IF
           END-IF
           READ TITULAR-ARQ NEXT RECORD
               AT END SET ARQ-TIT-FIM TO TRUE
           END-READ.

      ******************************************************************
      * Opcao 2 - documento de liberacao. Sequencial proprio por
      * falecido (ultimo do ESPDOC + 1); a conta de credito e uma
      * conta ativa que nao pertence ao espolio.
      ******************************************************************
       REGISTRA-DOCUMENTO.
           PERFORM LOCALIZA-FALECIDO
           IF NOT CLIENTE-FALECIDO-OK
               GO TO REGISTRA-DOCUMENTO-EXIT
           END-IF
           DISPLAY "Tipo: J alvara judicial, N escritura publica, "
               "F despesa de funeral: "
           ACCEPT WS-TIPO-DOC-ENTRADA
           IF WS-TIPO-DOC-ENTRADA NOT = "J"
                   AND WS-TIPO-DOC-ENTRADA NOT = "N"
                   AND WS-TIPO-DOC-ENTRADA NOT = "F"
               DISPLAY "Tipo de documento invalido!"
               GO TO REGISTRA-DOCUMENTO-EXIT
           END-IF
           DISPLAY "Numero do documento/processo: "
           ACCEPT WS-DOCUMENTO-ENTRADA
           IF WS-DOCUMENTO-ENTRADA = SPACES
               DISPLAY "Numero do documento obrigatorio!"
               GO TO REGISTRA-DOCUMENTO-EXIT
           END-IF
           DISPLAY "Emissor (juizo, cartorio ou funeraria): "
           ACCEPT WS-EMISSOR-ENTRADA
           DISPLAY "Data do documento (AAAAMMDD): "
           ACCEPT WS-DATA-ENTRADA
           PERFORM VALIDA-DATA THRU VALIDA-DATA-EXIT
           IF NOT DATA-VALIDA
               DISPLAY "Data do documento invalida ou futura!"
               GO TO REGISTRA-DOCUMENTO-EXIT
           END-IF
           DISPLAY "Beneficiario - "
           PERFORM SOLICITA-CPFCNPJ
           DISPLAY "Nome do beneficiario: "
           ACCEPT WS-NOME-ENTRADA
           IF WS-NOME-ENTRADA = SPACES
               DISPLAY "Nome do beneficiario obrigatorio!"
               GO TO REGISTRA-DOCUMENTO-EXIT
           END-IF
           DISPLAY "Conta de credito do beneficiario: "
           ACCEPT WS-CONTA-DESTINO
           MOVE WS-CONTA-DESTINO TO CTA-NUMERO
           READ CTAMESTRE-ARQ
           IF NOT ARQ-OK
               DISPLAY "Conta de credito nao encontrada!"
               GO TO REGISTRA-DOCUMENTO-EXIT
           END-IF
           IF CTA-ENCERRADA OR CTA-ESPOLIO
                   OR CTA-CLIENTE = WS-CPF-FALECIDO
               DISPLAY "Conta de credito encerrada ou do proprio "
                   "espolio!"
               GO TO REGISTRA-DOCUMENTO-EXIT
           END-IF
           DISPLAY "Valor autorizado (13 digitos, centavos nos 2 "
               "ultimos): "
           ACCEPT WS-VALOR-ENTRADA
           IF WS-VALOR-ENTRADA IS NOT NUMERIC
                   OR WS-VALOR-NUM = 0
               DISPLAY "Valor invalido!"
               GO TO REGISTRA-DOCUMENTO-EXIT
           END-IF

           PERFORM OBTEM-PROXIMO-SEQ
           IF WS-PROXIMO-SEQ > 99
               DISPLAY "Limite de 99 documentos por espolio atingido!"
               GO TO REGISTRA-DOCUMENTO-EXIT
           END-IF

           MOVE WS-CPF-FALECIDO      TO ESP-CPFCNPJ
           MOVE WS-PROXIMO-SEQ       TO ESP-SEQ
           MOVE WS-TIPO-DOC-ENTRADA  TO ESP-TIPO
           MOVE WS-DOCUMENTO-ENTRADA TO ESP-DOCUMENTO
           MOVE WS-EMISSOR-ENTRADA   TO ESP-EMISSOR
           MOVE WS-DATA-NUM          TO ESP-DATA-DOCUMENTO
           MOVE WS-CPFCNPJ-NUM       TO ESP-BENEF-CPFCNPJ
           MOVE WS-NOME-ENTRADA      TO ESP-BENEF-NOME
           MOVE WS-CONTA-DESTINO     TO ESP-CONTA-DESTINO
           MOVE WS-VALOR-NUM         TO ESP-VALOR-AUTORIZADO
           MOVE 0                    TO ESP-VALOR-LIBERADO
           SET ESP-ATIVO             TO TRUE
           MOVE WS-DATA-SISTEMA      TO ESP-DATA-REGISTRO
           MOVE WS-OFICIAL-MATRICULA TO ESP-MATRICULA
           WRITE ESP-REGISTRO
           IF NOT ARQ-ESP-OK
               DISPLAY "Erro ao gravar o documento (" WS-STATUS-ESP
                   ")."
               GO TO REGISTRA-DOCUMENTO-EXIT
           END-IF
           MOVE WS-CONTA-DESTINO TO AUD-CONTA
           MOVE "OBITO DOCUMENTO" TO AUD-ACAO
           PERFORM GRAVA-AUDITORIA
           DISPLAY "Documento " ESP-SEQ " registrado. A liberacao "
               "exige outro operador do juridico.".
       REGISTRA-DOCUMENTO-EXIT.
           EXIT.

       OBTEM-PROXIMO-SEQ.
           MOVE 1 TO WS-PROXIMO-SEQ
           MOVE WS-CPF-FALECIDO TO ESP-CPFCNPJ
           MOVE 0 TO ESP-SEQ
           START ESPDOC-ARQ KEY NOT < ESP-CHAVE
           IF ARQ-ESP-OK
               READ ESPDOC-ARQ NEXT RECORD
                   AT END SET ARQ-ESP-FIM TO TRUE
               END-READ
               PERFORM CONTA-SEQ-DOCUMENTO
                   UNTIL NOT ARQ-ESP-OK
                      OR ESP-CPFCNPJ NOT = WS-CPF-FALECIDO
           END-IF.

       CONTA-SEQ-DOCUMENTO.
           COMPUTE WS-PROXIMO-SEQ = ESP-SEQ + 1
           READ ESPDOC-ARQ NEXT RECORD
               AT END SET ARQ-ESP-FIM TO TRUE
           END-READ.

      * Documentos do falecido em tela (opcoes 3 e 4).
       LISTA-DOCUMENTOS.
           DISPLAY WS-LIN-TIT-DOC
           MOVE 0 TO WS-QTD-ITENS
           MOVE WS-CPF-FALECIDO TO ESP-CPFCNPJ
           MOVE 0 TO ESP-SEQ
           START ESPDOC-ARQ KEY NOT < ESP-CHAVE
           IF ARQ-ESP-OK
               READ ESPDOC-ARQ NEXT RECORD
                   AT END SET ARQ-ESP-FIM TO TRUE
               END-READ
               PERFORM LISTA-UM-DOCUMENTO
                   UNTIL NOT ARQ-ESP-OK
                      OR ESP-CPFCNPJ NOT = WS-CPF-FALECIDO
           END-IF
           IF WS-QTD-ITENS = 0
               DISPLAY "(NENHUM DOCUMENTO REGISTRADO)"
           END-IF.

       LISTA-UM-DOCUMENTO.
           ADD 1 TO WS-QTD-ITENS
           PERFORM MONTA-LINHAS-DOCUMENTO
           DISPLAY WS-LIN-DOC
           DISPLAY WS-LIN-DOC-2
           READ ESPDOC-ARQ NEXT RECORD
               AT END SET ARQ-ESP-FIM TO TRUE
           END-READ.

       MONTA-LINHAS-DOCUMENTO.
           MOVE ESP-SEQ              TO WS-LDO-SEQ
           MOVE ESP-TIPO             TO WS-LDO-TIPO
           MOVE ESP-DOCUMENTO        TO WS-LDO-DOCUMENTO
           MOVE ESP-VALOR-AUTORIZADO TO WS-LDO-AUTORIZADO
           MOVE ESP-VALOR-LIBERADO   TO WS-LDO-LIBERADO
           MOVE ESP-SITUACAO         TO WS-LDO-SITUACAO
           MOVE ESP-BENEF-CPFCNPJ    TO WS-LD2-CPFCNPJ
           MOVE ESP-BENEF-NOME       TO WS-LD2-NOME
           MOVE ESP-CONTA-DESTINO    TO WS-LD2-CONTA.

      * Documento do falecido pelo sequencial digitado.
       LE-DOCUMENTO.
           DISPLAY "Sequencial do documento: "
           ACCEPT WS-SEQ-ENTRADA
           MOVE WS-CPF-FALECIDO TO ESP-CPFCNPJ
           MOVE WS-SEQ-ENTRADA  TO ESP-SEQ
           READ ESPDOC-ARQ
               INVALID KEY CONTINUE
           END-READ.

      ******************************************************************
      * Opcao 3 - liberacao. Segunda pessoa obrigatoria: o operador
      * que registrou o documento nao libera. O debito sai da conta do
      * espolio sob lock (disponivel sem limite, menos compensacao e
      * bloqueio judicial) e o credito vai para a conta do documento,
      * com o par T/R no MOVIMENTO, como na transferencia do residuo
      * do PROGENCERRA.
      ******************************************************************
       LIBERA-VALOR.
           PERFORM LOCALIZA-FALECIDO
           IF NOT CLIENTE-FALECIDO-OK
               GO TO LIBERA-VALOR-EXIT
           END-IF
           PERFORM LISTA-DOCUMENTOS
           PERFORM LE-DOCUMENTO
           IF NOT ARQ-ESP-OK
               DISPLAY "Documento nao encontrado!"
               GO TO LIBERA-VALOR-EXIT
           END-IF
           IF NOT ESP-ATIVO
               DISPLAY "Documento nao esta ativo (situacao "
                   ESP-SITUACAO ")!"
               GO TO LIBERA-VALOR-EXIT
           END-IF
           IF ESP-MATRICULA = WS-OFICIAL-MATRICULA
               DISPLAY "Liberacao exige operador diferente do que "
                   "registrou o documento (" ESP-MATRICULA ")!"
               GO TO LIBERA-VALOR-EXIT
           END-IF
           COMPUTE WS-A-LIBERAR =
               ESP-VALOR-AUTORIZADO - ESP-VALOR-LIBERADO
           MOVE WS-A-LIBERAR TO WS-VALOR-EDIT
           DISPLAY "Saldo a liberar no documento: " WS-VALOR-EDIT

           DISPLAY "Conta do espolio a debitar: "
           ACCEPT WS-CONTA-ENTRADA
           DISPLAY "Valor a liberar (13 digitos, centavos nos 2 "
               "ultimos): "
           ACCEPT WS-VALOR-ENTRADA
           IF WS-VALOR-ENTRADA IS NOT NUMERIC
                   OR WS-VALOR-NUM = 0
               DISPLAY "Valor invalido!"
               GO TO LIBERA-VALOR-EXIT
           END-IF
           IF WS-VALOR-NUM > WS-A-LIBERAR
               DISPLAY "Valor acima do saldo a liberar do documento!"
               GO TO LIBERA-VALOR-EXIT
           END-IF
           MOVE WS-VALOR-NUM      TO WS-VALOR-LIBERACAO
           MOVE ESP-CONTA-DESTINO TO WS-CONTA-DESTINO

           MOVE WS-CONTA-DESTINO TO CTA-NUMERO
           READ CTAMESTRE-ARQ
           IF NOT ARQ-OK
               DISPLAY "Conta de credito do documento nao encontrada!"
               GO TO LIBERA-VALOR-EXIT
           END-IF
           IF CTA-ENCERRADA OR CTA-ESPOLIO
               DISPLAY "Conta de credito encerrada ou em espolio - "
                   "cancele e registre o documento de novo."
               GO TO LIBERA-VALOR-EXIT
           END-IF

           PERFORM CARREGA-BLOQUEIOS
           MOVE WS-CONTA-ENTRADA TO WS-BLQ-CONTA-BUSCA
           PERFORM OBTEM-BLOQUEIO-JUDICIAL

           MOVE WS-CONTA-ENTRADA TO CTA-NUMERO
           PERFORM LE-CONTA-COM-LOCK
           IF NOT ARQ-OK
               DISPLAY "Conta indisponivel no momento, tente "
                   "novamente."
               GO TO LIBERA-VALOR-EXIT
           END-IF
           IF CTA-CLIENTE NOT = WS-CPF-FALECIDO OR NOT CTA-ESPOLIO
               UNLOCK CTAMESTRE-ARQ
               DISPLAY "A conta nao e uma conta em espolio do "
                   "falecido!"
               GO TO LIBERA-VALOR-EXIT
           END-IF
           COMPUTE WS-DISPONIVEL = CTA-SALDO - CTA-SALDO-PENDENTE
               - WS-BLQ-VALOR-OBTIDO
           IF WS-VALOR-LIBERACAO > WS-DISPONIVEL
               UNLOCK CTAMESTRE-ARQ
               MOVE WS-DISPONIVEL TO WS-SALDO-EDIT
               DISPLAY "Valor acima do disponivel da conta: "
                   WS-SALDO-EDIT
               GO TO LIBERA-VALOR-EXIT
           END-IF

           OPEN EXTEND MOVIMENTO-ARQ
           IF NOT ARQ-MOV-OK
               OPEN OUTPUT MOVIMENTO-ARQ
           END-IF
           SUBTRACT WS-VALOR-LIBERACAO FROM CTA-SALDO
           REWRITE CTA-REGISTRO
           PERFORM GRAVA-JORNAL
           UNLOCK CTAMESTRE-ARQ

           MOVE 0                    TO MOV-REFERENCIA
           MOVE WS-CONTA-ENTRADA     TO MOV-CONTA
           MOVE "T"                  TO MOV-TIPO
           MOVE WS-VALOR-LIBERACAO   TO MOV-VALOR
           MOVE WS-DATA-SISTEMA      TO MOV-DATA
           MOVE WS-CONTA-DESTINO     TO MOV-CONTA-CONTRA
           MOVE CTA-AGENCIA          TO MOV-AGENCIA
           MOVE WS-OFICIAL-MATRICULA TO MOV-CAIXA
           ACCEPT MOV-HORA FROM TIME
           MOVE "A" TO MOV-CANAL
           MOVE 0      TO MOV-REF-ORIGEM
           MOVE SPACES TO MOV-TIPO-ORIGEM
           MOVE SPACES TO MOV-SERVICO-ORIGEM
           WRITE MOVLIN-REGISTRO FROM MOV-REGISTRO

      * O valor saiu do espolio: o documento e baixado antes do
      * credito, para nunca ser liberado duas vezes.
           ADD WS-VALOR-LIBERACAO TO ESP-VALOR-LIBERADO
           IF ESP-VALOR-LIBERADO NOT < ESP-VALOR-AUTORIZADO
               SET ESP-LIBERADO TO TRUE
           END-IF
           REWRITE ESP-REGISTRO
           MOVE WS-CONTA-ENTRADA TO AUD-CONTA
           MOVE "OBITO LIBERACAO" TO AUD-ACAO
           PERFORM GRAVA-AUDITORIA

           MOVE WS-CONTA-DESTINO TO CTA-NUMERO
           PERFORM LE-CONTA-COM-LOCK
           IF NOT ARQ-OK
               CLOSE MOVIMENTO-ARQ
               DISPLAY "ATENCAO: debito efetuado na conta do espolio "
                   "mas credito na conta destino " WS-CONTA-DESTINO
                   " nao pode ser concluido. Acione a supervisao."
               GO TO LIBERA-VALOR-EXIT
           END-IF
           ADD WS-VALOR-LIBERACAO TO CTA-SALDO
           REWRITE CTA-REGISTRO
           PERFORM GRAVA-JORNAL
           UNLOCK CTAMESTRE-ARQ

           MOVE 0                    TO MOV-REFERENCIA
           MOVE WS-CONTA-DESTINO     TO MOV-CONTA
           MOVE "R"                  TO MOV-TIPO
           MOVE WS-VALOR-LIBERACAO   TO MOV-VALOR
           MOVE WS-DATA-SISTEMA      TO MOV-DATA
           MOVE WS-CONTA-ENTRADA     TO MOV-CONTA-CONTRA
           MOVE CTA-AGENCIA          TO MOV-AGENCIA
           MOVE WS-OFICIAL-MATRICULA TO MOV-CAIXA
           ACCEPT MOV-HORA FROM TIME
           MOVE "A" TO MOV-CANAL
           MOVE 0      TO MOV-REF-ORIGEM
           MOVE SPACES TO MOV-TIPO-ORIGEM
           MOVE SPACES TO MOV-SERVICO-ORIGEM
           WRITE MOVLIN-REGISTRO FROM MOV-REGISTRO
           CLOSE MOVIMENTO-ARQ

           MOVE WS-VALOR-LIBERACAO TO WS-VALOR-EDIT
           DISPLAY "Liberados " WS-VALOR-EDIT " para a conta "
               WS-CONTA-DESTINO " (documento " ESP-SEQ ").".
       LIBERA-VALOR-EXIT.
           EXIT.

      * Opcao 4 - cancelamento de documento ainda ativo. O que ja foi
      * liberado fica no historico do documento.
       CANCELA-DOCUMENTO.
           PERFORM LOCALIZA-FALECIDO
           IF NOT CLIENTE-FALECIDO-OK
               GO TO CANCELA-DOCUMENTO-EXIT
           END-IF
           PERFORM LISTA-DOCUMENTOS
           PERFORM LE-DOCUMENTO
           IF NOT ARQ-ESP-OK
               DISPLAY "Documento nao encontrado!"
               GO TO CANCELA-DOCUMENTO-EXIT
           END-IF
           IF NOT ESP-ATIVO
               DISPLAY "Documento nao esta ativo (situacao "
                   ESP-SITUACAO ")!"
               GO TO CANCELA-DOCUMENTO-EXIT
           END-IF
           DISPLAY "Confirma o cancelamento do documento "
               ESP-DOCUMENTO " (S/N)? "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "Cancelamento desistido."
               GO TO CANCELA-DOCUMENTO-EXIT
           END-IF
           SET ESP-CANCELADO TO TRUE
           REWRITE ESP-REGISTRO
           MOVE ESP-CONTA-DESTINO TO AUD-CONTA
           MOVE "OBITO CANCELA DOC" TO AUD-ACAO
           PERFORM GRAVA-AUDITORIA
           DISPLAY "Documento cancelado.".
       CANCELA-DOCUMENTO-EXIT.
           EXIT.

      ******************************************************************
      * Opcao 5 - extrato do espolio. Saldo na data do obito = saldo
      * atual menos o liquido dos lancamentos posteriores ao obito
      * (MOVFECH do ano e MOVIMENTO corrente), com a regra de efeito
      * do PROGRENTAB; aplicacao na data do obito = aplicado atual
      * menos aplicacoes ("U") posteriores mais o principal dos
      * resgates ("Y") posteriores. Tres passadas sobre o movimento:
      * levantamento, creditos a devolver (deposito, cheque,
      * transferencia e devolucao interbancaria recebidos depois do
      * obito) e debitos a revisar (efeito negativo depois do obito).
      ******************************************************************
       EXTRATO-ESPOLIO.
           PERFORM LOCALIZA-FALECIDO
           IF NOT CLIENTE-FALECIDO-OK
               GO TO EXTRATO-ESPOLIO-EXIT
           END-IF
           PERFORM CARREGA-CONTAS-FALECIDO
           OPEN OUTPUT ESPOLREL-ARQ
           IF NOT ARQ-REL-OK
               DISPLAY "ERRO AO ABRIR ESPOLREL - STATUS "
                   WS-STATUS-REL
               GO TO EXTRATO-ESPOLIO-EXIT
           END-IF
           MOVE "N" TO WS-CDB-DISPONIVEL
           OPEN INPUT CDBAPL-ARQ
           IF ARQ-CDB-OK
               MOVE "S" TO WS-CDB-DISPONIVEL
           END-IF
           MOVE 0 TO WS-QTD-CDB-SEM-BASE

           MOVE WS-DATA-SISTEMA TO WS-CAB-DATA
           MOVE WS-LIN-CABECALHO TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE CLI-CPFCNPJ TO WS-LFA-CPFCNPJ
           MOVE CLI-NOME    TO WS-LFA-NOME
           MOVE WS-LIN-FALECIDO TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE CLI-DATA-OBITO     TO WS-LOB-DATA
           MOVE CLI-CERTIDAO-OBITO TO WS-LOB-CERTIDAO
           MOVE WS-LIN-OBITO TO WS-LINHA
           PERFORM EMITE-LINHA
           IF WS-DATA-OBITO(1:4) < WS-DATA-SISTEMA(1:4)
               MOVE "OBITO EM ANO ANTERIOR: LANCAMENTOS DE ANOS JA "
                   TO WS-LINHA
               PERFORM EMITE-LINHA
               MOVE "ARQUIVADOS NAO ENTRAM NA POSICAO NA DATA DO OBITO"
                   TO WS-LINHA
               PERFORM EMITE-LINHA
           END-IF

           MOVE 0 TO WS-TOT-SALDO-OBITO
           MOVE 0 TO WS-TOT-SALDO-ATUAL
           MOVE 0 TO WS-TOT-APLICADO-OBITO
           MOVE 0 TO WS-TOT-CREDITOS
           MOVE 0 TO WS-TOT-DEBITOS
           MOVE 0 TO WS-TOT-AUTORIZADO
           MOVE 0 TO WS-TOT-LIBERADO

           MOVE 1 TO WS-PASSADA
           PERFORM VARRE-MOVIMENTOS
           PERFORM RELATA-POSICAO

           MOVE "CREDITOS POSTERIORES AO OBITO - A DEVOLVER"
             TO WS-SEC-TITULO
           PERFORM EMITE-SECAO
           MOVE WS-LIN-TIT-MOV TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE 0 TO WS-QTD-ITENS
           MOVE 2 TO WS-PASSADA
           PERFORM VARRE-MOVIMENTOS
           MOVE "NENHUM CREDITO POSTERIOR AO OBITO" TO WS-NEN-TEXTO
           PERFORM EMITE-NENHUM

           MOVE "DEBITOS POSTERIORES AO OBITO - A REVISAR"
             TO WS-SEC-TITULO
           PERFORM EMITE-SECAO
           MOVE WS-LIN-TIT-MOV TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE 0 TO WS-QTD-ITENS
           MOVE 3 TO WS-PASSADA
           PERFORM VARRE-MOVIMENTOS
           MOVE "NENHUM DEBITO POSTERIOR AO OBITO" TO WS-NEN-TEXTO
           PERFORM EMITE-NENHUM

           PERFORM RELATA-DOCUMENTOS
           PERFORM RELATA-TOTAIS

           IF CDB-DISPONIVEL
               CLOSE CDBAPL-ARQ
           END-IF
           CLOSE ESPOLREL-ARQ
           DISPLAY "Extrato do espolio gravado em ESPOLREL.".
       EXTRATO-ESPOLIO-EXIT.
           EXIT.

      * Tela sempre e arquivo ESPOLREL.
       EMITE-LINHA.
           DISPLAY WS-LINHA
           WRITE REL-LINHA FROM WS-LINHA.

       EMITE-SECAO.
           MOVE SPACES TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE WS-LIN-SECAO TO WS-LINHA
           PERFORM EMITE-LINHA.

       EMITE-NENHUM.
           IF WS-QTD-ITENS = 0
               MOVE WS-LIN-NENHUM TO WS-LINHA
               PERFORM EMITE-LINHA
           END-IF.

       VARRE-MOVIMENTOS.
           OPEN INPUT MOVFECH-ARQ
           IF ARQ-FECH-OK
               READ MOVFECH-ARQ
                   AT END SET ARQ-FECH-FIM TO TRUE
               END-READ
               PERFORM TRATA-FECH UNTIL ARQ-FECH-FIM
               CLOSE MOVFECH-ARQ
           END-IF
           OPEN INPUT MOVIMENTO-ARQ
           IF ARQ-MOV-OK
               READ MOVIMENTO-ARQ
                   AT END SET ARQ-MOV-FIM TO TRUE
               END-READ
               PERFORM TRATA-MOV UNTIL ARQ-MOV-FIM
               CLOSE MOVIMENTO-ARQ
           END-IF.

       TRATA-FECH.
           MOVE FECH-REGISTRO TO MOV-REGISTRO
           PERFORM AVALIA-MOVIMENTO THRU AVALIA-MOVIMENTO-EXIT
           READ MOVFECH-ARQ
               AT END SET ARQ-FECH-FIM TO TRUE
           END-READ.

       TRATA-MOV.
           MOVE MOVLIN-REGISTRO TO MOV-REGISTRO
           PERFORM AVALIA-MOVIMENTO THRU AVALIA-MOVIMENTO-EXIT
           READ MOVIMENTO-ARQ
               AT END SET ARQ-MOV-FIM TO TRUE
           END-READ.

       AVALIA-MOVIMENTO.
           IF MOV-DATA NOT > WS-DATA-OBITO
               GO TO AVALIA-MOVIMENTO-EXIT
           END-IF
           MOVE MOV-CONTA TO WS-CONTA-BUSCA
           PERFORM LOCALIZA-CONTA-FALECIDO
           IF NOT CONTA-DO-FALECIDO
               GO TO AVALIA-MOVIMENTO-EXIT
           END-IF
           SET WS-OBT-IDX TO WS-OBT-POS
           IF MOV-ABERTURA OR MOV-LIBERACAO-CHEQUE
                   OR MOV-VARIACAO-CAMBIAL
               MOVE 0 TO WS-VALOR-EFEITO
           ELSE
               IF MOV-DEPOSITO OR MOV-JUROS OR MOV-TRANSF-RECEBIDA
                       OR MOV-DEP-CHEQUE OR MOV-DEVOL-INTERBANCARIA
                       OR MOV-LIBERACAO-EMPRESTIMO OR MOV-RESGATE-CDB
                       OR MOV-ESTORNO
                       OR MOV-CREDITO-CONTESTACAO
                   MOVE MOV-VALOR TO WS-VALOR-EFEITO
               ELSE
                   COMPUTE WS-VALOR-EFEITO = MOV-VALOR * -1
               END-IF
           END-IF

           EVALUATE WS-PASSADA
               WHEN 1
                   ADD WS-VALOR-EFEITO
                     TO WS-TAB-OBT-LIQ-APOS (WS-OBT-IDX)
                   IF MOV-APLICACAO-CDB
                       SUBTRACT MOV-VALOR
                           FROM WS-TAB-OBT-APL-AJUSTE (WS-OBT-IDX)
                   END-IF
                   IF MOV-RESGATE-CDB
                       PERFORM AJUSTA-RESGATE-CDB
                   END-IF
               WHEN 2
                   IF MOV-DEPOSITO OR MOV-DEP-CHEQUE
                           OR MOV-TRANSF-RECEBIDA
                           OR MOV-DEVOL-INTERBANCARIA
                       PERFORM EMITE-MOVIMENTO
                       ADD MOV-VALOR TO WS-TOT-CREDITOS
                   END-IF
               WHEN 3
                   IF WS-VALOR-EFEITO < 0
                       PERFORM EMITE-MOVIMENTO
                       SUBTRACT WS-VALOR-EFEITO FROM WS-TOT-DEBITOS
                   END-IF
           END-EVALUATE.
       AVALIA-MOVIMENTO-EXIT.
           EXIT.

      * Resgate de CDB: referencia 9000000000 + numero da aplicacao
      * (REFREG); volta para a aplicacao o principal, nao o credito.
      * Sem a aplicacao no CDBAPL, o credito inteiro e a melhor base.
       AJUSTA-RESGATE-CDB.
           MOVE "99" TO WS-STATUS-CDB
           IF CDB-DISPONIVEL AND MOV-REFERENCIA > 9000000000
               COMPUTE CDB-NUMERO = MOV-REFERENCIA - 9000000000
               READ CDBAPL-ARQ
                   INVALID KEY CONTINUE
               END-READ
           END-IF
           IF ARQ-CDB-OK AND CDB-CONTA = MOV-CONTA
               ADD CDB-PRINCIPAL
                 TO WS-TAB-OBT-APL-AJUSTE (WS-OBT-IDX)
           ELSE
               ADD 1 TO WS-QTD-CDB-SEM-BASE
               ADD MOV-VALOR TO WS-TAB-OBT-APL-AJUSTE (WS-OBT-IDX)
           END-IF.

       EMITE-MOVIMENTO.
           ADD 1 TO WS-QTD-ITENS
           MOVE MOV-DATA         TO WS-LMV-DATA
           MOVE MOV-CONTA        TO WS-LMV-CONTA
           MOVE MOV-TIPO         TO WS-LMV-TIPO
           MOVE MOV-CANAL        TO WS-LMV-CANAL
           MOVE MOV-REFERENCIA   TO WS-LMV-REFERENCIA
           MOVE MOV-CONTA-CONTRA TO WS-LMV-CONTRA
           MOVE MOV-VALOR        TO WS-LMV-VALOR
           MOVE WS-LIN-MOV TO WS-LINHA
           PERFORM EMITE-LINHA.

       RELATA-POSICAO.
           MOVE "POSICAO DAS CONTAS NA DATA DO OBITO" TO WS-SEC-TITULO
           PERFORM EMITE-SECAO
           MOVE "NENHUMA CONTA DO FALECIDO" TO WS-NEN-TEXTO
           MOVE WS-TAB-OBT-QTD TO WS-QTD-ITENS
           PERFORM EMITE-NENHUM
           IF WS-TAB-OBT-QTD > 0
               MOVE WS-LIN-TIT-POSICAO TO WS-LINHA
               PERFORM EMITE-LINHA
               PERFORM RELATA-UMA-POSICAO
                   VARYING WS-OBT-IDX FROM 1 BY 1
                   UNTIL WS-OBT-IDX > WS-TAB-OBT-QTD
           END-IF
           IF WS-QTD-CDB-SEM-BASE > 0
               MOVE "RESGATE DE CDB SEM A APLICACAO NO CDBAPL: CREDITO"
                   TO WS-LINHA
               PERFORM EMITE-LINHA
               MOVE "INTEIRO CONSIDERADO COMO PRINCIPAL" TO WS-LINHA
               PERFORM EMITE-LINHA
           END-IF.

       RELATA-UMA-POSICAO.
           COMPUTE WS-SALDO-OBITO = WS-TAB-OBT-SALDO (WS-OBT-IDX)
               - WS-TAB-OBT-LIQ-APOS (WS-OBT-IDX)
           COMPUTE WS-APLICADO-OBITO =
               WS-TAB-OBT-APLICADO (WS-OBT-IDX)
               + WS-TAB-OBT-APL-AJUSTE (WS-OBT-IDX)
           MOVE WS-TAB-OBT-CONTA (WS-OBT-IDX)    TO WS-LPO-CONTA
           MOVE WS-TAB-OBT-AGENCIA (WS-OBT-IDX)  TO WS-LPO-AGENCIA
           MOVE WS-SALDO-OBITO                   TO WS-LPO-SALDO-OBITO
           MOVE WS-TAB-OBT-SALDO (WS-OBT-IDX)    TO WS-LPO-SALDO-ATUAL
           MOVE WS-APLICADO-OBITO                TO WS-LPO-APL-OBITO
           MOVE WS-TAB-OBT-APLICADO (WS-OBT-IDX) TO WS-LPO-APL-ATUAL
           MOVE WS-LIN-POSICAO TO WS-LINHA
           PERFORM EMITE-LINHA
           ADD WS-SALDO-OBITO    TO WS-TOT-SALDO-OBITO
           ADD WS-TAB-OBT-SALDO (WS-OBT-IDX) TO WS-TOT-SALDO-ATUAL
           ADD WS-APLICADO-OBITO TO WS-TOT-APLICADO-OBITO.

       RELATA-DOCUMENTOS.
           MOVE "DOCUMENTOS DE LIBERACAO (ESPDOC)" TO WS-SEC-TITULO
           PERFORM EMITE-SECAO
           MOVE WS-LIN-TIT-DOC TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE 0 TO WS-QTD-ITENS
           MOVE WS-CPF-FALECIDO TO ESP-CPFCNPJ
           MOVE 0 TO ESP-SEQ
           START ESPDOC-ARQ KEY NOT < ESP-CHAVE
           IF ARQ-ESP-OK
               READ ESPDOC-ARQ NEXT RECORD
                   AT END SET ARQ-ESP-FIM TO TRUE
               END-READ
               PERFORM RELATA-UM-DOCUMENTO
                   UNTIL NOT ARQ-ESP-OK
                      OR ESP-CPFCNPJ NOT = WS-CPF-FALECIDO
           END-IF
           MOVE "NENHUM DOCUMENTO REGISTRADO" TO WS-NEN-TEXTO
           PERFORM EMITE-NENHUM.

       RELATA-UM-DOCUMENTO.
           ADD 1 TO WS-QTD-ITENS
           PERFORM MONTA-LINHAS-DOCUMENTO
           MOVE WS-LIN-DOC TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE WS-LIN-DOC-2 TO WS-LINHA
           PERFORM EMITE-LINHA
           IF NOT ESP-CANCELADO
               ADD ESP-VALOR-AUTORIZADO TO WS-TOT-AUTORIZADO
           END-IF
           ADD ESP-VALOR-LIBERADO TO WS-TOT-LIBERADO
           READ ESPDOC-ARQ NEXT RECORD
               AT END SET ARQ-ESP-FIM TO TRUE
           END-READ.

       RELATA-TOTAIS.
           MOVE "TOTAIS DO ESPOLIO" TO WS-SEC-TITULO
           PERFORM EMITE-SECAO
           MOVE "SALDO NA DATA DO OBITO................:"
             TO WS-TOT-ROTULO
           MOVE WS-TOT-SALDO-OBITO TO WS-TOT-VALOR
           MOVE WS-LIN-TOTAL TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE "APLICACOES NA DATA DO OBITO...........:"
             TO WS-TOT-ROTULO
           MOVE WS-TOT-APLICADO-OBITO TO WS-TOT-VALOR
           MOVE WS-LIN-TOTAL TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE "SALDO ATUAL...........................:"
             TO WS-TOT-ROTULO
           MOVE WS-TOT-SALDO-ATUAL TO WS-TOT-VALOR
           MOVE WS-LIN-TOTAL TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE "CREDITOS POSTERIORES A DEVOLVER.......:"
             TO WS-TOT-ROTULO
           MOVE WS-TOT-CREDITOS TO WS-TOT-VALOR
           MOVE WS-LIN-TOTAL TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE "DEBITOS POSTERIORES A REVISAR.........:"
             TO WS-TOT-ROTULO
           MOVE WS-TOT-DEBITOS TO WS-TOT-VALOR
           MOVE WS-LIN-TOTAL TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE "AUTORIZADO EM DOCUMENTOS (NAO CANCEL.):"
             TO WS-TOT-ROTULO
           MOVE WS-TOT-AUTORIZADO TO WS-TOT-VALOR
           MOVE WS-LIN-TOTAL TO WS-LINHA
           PERFORM EMITE-LINHA
           MOVE "LIBERADO AOS BENEFICIARIOS............:"
             TO WS-TOT-ROTULO
           MOVE WS-TOT-LIBERADO TO WS-TOT-VALOR
           MOVE WS-LIN-TOTAL TO WS-LINHA
           PERFORM EMITE-LINHA.

      * Trilha no AUDITSEG com a matricula do oficial; AUD-CONTA e
      * AUD-ACAO sao preenchidos por quem chama.
       GRAVA-AUDITORIA.
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-DATA-SISTEMA      TO AUD-DATA
           MOVE WS-HORA-SISTEMA      TO AUD-HORA
           MOVE WS-OFICIAL-MATRICULA TO AUD-OFICIAL
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

       COPY BLQLER.

       FINALIZAR.
           CLOSE CLIMESTRE-ARQ
           CLOSE CTAMESTRE-ARQ
           CLOSE ESPDOC-ARQ
           CLOSE AUDITSEG-ARQ
           CLOSE JORNAL-ARQ
           DISPLAY "===== FIM DO ATENDIMENTO DO ESPOLIO =====".

       END PROGRAM PROGOBITO.
