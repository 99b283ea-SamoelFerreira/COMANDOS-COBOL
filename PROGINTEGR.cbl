      ******************************************************************
      * Author: EQUIPE MANUTENCAO
      * Date: 15/10/2026
      * Purpose: VARREDURA SEMANAL DE INTEGRIDADE REFERENCIAL ENTRE O
      *          MESTRE DE CONTAS E OS DEMAIS ARQUIVOS - SO LEITURA,
      *          NADA E CORRIGIDO. O PROGCTACHECK PROVA QUE O MESTRE
      *          E LEGIVEL E O PROGPENDRECON AMARRA O CHQPEND AO
      *          CTA-SALDO-PENDENTE; ESTE PROGRAMA CONFERE O RESTO DO
      *          ACERVO CONTRA O MESTRE, REGRA A REGRA:
      *            R01 - CHAVE (CHAVEDIR) DE CONTA INEXISTENTE OU
      *                  ENCERRADA;
      *            R02 - CDB APLICADO (CDBAPL) EM CONTA INEXISTENTE OU
      *                  ENCERRADA;
      *            R03 - CONTRATO ATIVO (EMPCON) EM CONTA INEXISTENTE
      *                  OU ENCERRADA;
      *            R04 - BLOQUEIO JUDICIAL ATIVO (BLOQJUD) EM CONTA
      *                  INEXISTENTE;
      *            R05 - CTA-CLIENTE SEM CADASTRO NO CLIMESTRE (CONTA
      *                  SEM VINCULO, CTA-CLIENTE ZERO, NAO E ERRO);
      *            R06 - ORDEM PERMANENTE (ORDPERM) DE CONTA
      *                  INEXISTENTE OU VIGENTE ALEM DO ENCERRAMENTO
      *                  DA CONTA;
      *            R07 - CTA-SALDO-APLICADO DIFERENTE DA SOMA DO
      *                  PRINCIPAL DOS CDBS APLICADOS DA CONTA;
      *            R08 - FAIXA DE CHEQUES ATIVA (CHQEMIT) DE CONTA
      *                  INEXISTENTE OU ENCERRADA;
      *            R09 - TITULAR (TITULAR) DE CONTA INEXISTENTE OU SEM
      *                  CADASTRO NO CLIMESTRE.
      *          CADA ORFAO OU DIVERGENCIA SAI EM UMA LINHA COM O
      *          CODIGO DA REGRA, E O RESUMO TRAZ A QUANTIDADE POR
      *          REGRA. RETURN-CODE: 0 - ACERVO INTEGRO; 4 - HA
      *          ORFAOS OU DIVERGENCIAS (OU A TABELA DE SOMA DOS CDBS
      *          ESTOUROU); 8 - MESTRE OU ARQUIVO ILEGIVEL, VARREDURA
      *          INCOMPLETA. ARQUIVO AUSENTE (NUNCA CRIADO) NAO TEM O
      *          QUE CONFERIR E SO E INFORMADO. RODA FORA DO CICLO
      *          DIARIO, SEM PASSO NO EODJOB.
      * Tectonics: cobc
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGINTEGR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTAMESTRE-ARQ ASSIGN TO "CTAMESTRE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-NUMERO
               FILE STATUS IS WS-STATUS-CTA.

           SELECT CLIMESTRE-ARQ ASSIGN TO "CLIMESTRE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CPFCNPJ
               FILE STATUS IS WS-STATUS-CLI.

           SELECT CHAVEDIR-ARQ ASSIGN TO "CHAVEDIR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALI-CHAVE
               FILE STATUS IS WS-STATUS-ARQ.

           SELECT CDBAPL-ARQ ASSIGN TO "CDBAPL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CDB-NUMERO
               FILE STATUS IS WS-STATUS-ARQ.

           SELECT EMPCON-ARQ ASSIGN TO "EMPCON"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CONTRATO
               FILE STATUS IS WS-STATUS-ARQ.

           SELECT BLOQJUD-ARQ ASSIGN TO "BLOQJUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ARQ.

           SELECT ORDPERM-ARQ ASSIGN TO "ORDPERM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ARQ.

           SELECT CHQEMIT-ARQ ASSIGN TO "CHQEMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ARQ.

           SELECT TITULAR-ARQ ASSIGN TO "TITULAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CHAVE
               FILE STATUS IS WS-STATUS-ARQ.

           SELECT DATAMOV-ARQ ASSIGN TO "DATAMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DTM.
       DATA DIVISION.
       FILE SECTION.
       FD  CTAMESTRE-ARQ.
       COPY CTAREG.

       FD  CLIMESTRE-ARQ.
       COPY CLIREG.

       FD  CHAVEDIR-ARQ.
       COPY ALIREG.

       FD  CDBAPL-ARQ.
       COPY CDBREG.

       FD  EMPCON-ARQ.
       COPY EMPREG.

       FD  BLOQJUD-ARQ.
       COPY BLQREG.

       FD  ORDPERM-ARQ.
       COPY ORDREG.

       FD  CHQEMIT-ARQ.
       COPY TALREG.

       FD  TITULAR-ARQ.
       COPY TITREG.

      * Data de movimento do ciclo (PROGDATAMOV).
       FD  DATAMOV-ARQ.
       COPY DTMREG.
       WORKING-STORAGE SECTION.
       COPY DATLERW.

          01 WS-STATUS-CTA           PIC XX.
             88 ARQ-OK                    VALUE "00".
             88 ARQ-FIM-CTA               VALUE "10".

          01 WS-STATUS-CLI           PIC XX.
             88 ARQ-CLI-OK                VALUE "00".

      * Status do arquivo em varredura (um de cada vez).
          01 WS-STATUS-ARQ           PIC XX.
             88 ARQ-VAR-OK                VALUE "00".
             88 ARQ-VAR-FIM               VALUE "10".
             88 ARQ-VAR-AUSENTE           VALUE "35".

          01 WS-DATA-SISTEMA         PIC 9(08) VALUE ZEROS.

      * S - aberto; A - ausente (nunca criado: nenhum cliente
      * cadastrado); N - indisponivel, CPF/CNPJ nao conferido.
          01 WS-CLIMESTRE-ABERTO     PIC X(01) VALUE "N".
             88 CLIMESTRE-ABERTO          VALUE "S".
             88 CLIMESTRE-AUSENTE         VALUE "A".
             88 CLIMESTRE-INDISPONIVEL    VALUE "N".
          01 WS-CLIENTE-BUSCA        PIC 9(14).
          01 WS-CLIENTE-SITUACAO     PIC X(01).
             88 CLIENTE-CADASTRADO        VALUE "S".
             88 CLIENTE-SEM-CADASTRO      VALUE "N".
             88 CLIENTE-NAO-CONFERIDO     VALUE "X".

      * Resultado da consulta de uma conta ao mestre.
          01 WS-CONTA-BUSCA          PIC 9(06).
          01 WS-CONTA-SITUACAO       PIC X(01).
             88 CONTA-INEXISTENTE         VALUE "I".
             88 CONTA-ENCERRADA           VALUE "E".
             88 CONTA-EM-USO              VALUE "U".

          01 WS-ARQ-NOME             PIC X(10).
          01 WS-ARQ-LIDOS            PIC 9(07).
          01 WS-ARQ-ABERTO           PIC X(01).
             88 ARQUIVO-ABERTO            VALUE "S".

      * Soma do principal dos CDBs aplicados por conta (regra R07).
          01 WS-TAB-APLICADOS.
             05 WS-TAB-APL-ENTRADA OCCURS 9999 TIMES
                   INDEXED BY WS-APL-IDX.
                10 WS-TAB-APL-CONTA    PIC 9(06).
                10 WS-TAB-APL-VALOR    PIC 9(13)V99.
                10 WS-TAB-APL-QTD      PIC 9(04).
          01 WS-TAB-APL-QTD-CONTAS   PIC 9(05) VALUE 0.
          01 WS-TAB-APL-ACHOU        PIC X(01).
             88 APL-ACHOU                 VALUE "S".
          01 WS-TAB-ESTOUROU         PIC X(01) VALUE "N".
             88 TAB-ESTOUROU              VALUE "S".
          01 WS-CDB-TABELA-OK        PIC X(01) VALUE "N".
             88 CDB-TABELA-OK             VALUE "S".
          01 WS-SOMA-APLICADA        PIC 9(13)V99.
          01 WS-INCOMPLETOS-ANTES    PIC 9(02).

      * Quantidade de ocorrencias por regra.
          01 WS-QTD-R01              PIC 9(06) VALUE 0.
          01 WS-QTD-R02              PIC 9(06) VALUE 0.
          01 WS-QTD-R03              PIC 9(06) VALUE 0.
          01 WS-QTD-R04              PIC 9(06) VALUE 0.
          01 WS-QTD-R05              PIC 9(06) VALUE 0.
          01 WS-QTD-R06              PIC 9(06) VALUE 0.
          01 WS-QTD-R07              PIC 9(06) VALUE 0.
          01 WS-QTD-R08              PIC 9(06) VALUE 0.
          01 WS-QTD-R09              PIC 9(06) VALUE 0.
          01 WS-QTD-OCORRENCIAS      PIC 9(07) VALUE 0.
          01 WS-QTD-CONTAS           PIC 9(06) VALUE 0.
          01 WS-QTD-INCOMPLETOS      PIC 9(02) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           PERFORM OBTEM-DATA-MOVIMENTO
           IF WS-DATA-MOVIMENTO > 0
               MOVE WS-DATA-MOVIMENTO TO WS-DATA-SISTEMA
           END-IF
           DISPLAY "===== INTEGRIDADE REFERENCIAL DO ACERVO ====="
           DISPLAY "DATA DE REFERENCIA: " WS-DATA-SISTEMA
           MOVE 0 TO RETURN-CODE

           OPEN INPUT CTAMESTRE-ARQ
           IF NOT ARQ-OK
               DISPLAY "MESTRE DE CONTAS INDISPONIVEL ("
                   WS-STATUS-CTA ") - NADA CONFERIDO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CLIMESTRE-ARQ
           EVALUATE WS-STATUS-CLI
               WHEN "00"
                   SET CLIMESTRE-ABERTO TO TRUE
               WHEN "35"
                   SET CLIMESTRE-AUSENTE TO TRUE
                   DISPLAY "CLIMESTRE AUSENTE - NENHUM CLIENTE "
                       "CADASTRADO"
               WHEN OTHER
                   ADD 1 TO WS-QTD-INCOMPLETOS
                   DISPLAY "CLIMESTRE INDISPONIVEL (" WS-STATUS-CLI
                       ") - R05 E R09 SEM CONFERENCIA DO CPF/CNPJ"
           END-EVALUATE

           PERFORM CONFERE-CHAVEDIR THRU CONFERE-CHAVEDIR-EXIT
           PERFORM CONFERE-CDBAPL THRU CONFERE-CDBAPL-EXIT
           PERFORM CONFERE-EMPCON THRU CONFERE-EMPCON-EXIT
           PERFORM CONFERE-BLOQJUD THRU CONFERE-BLOQJUD-EXIT
           PERFORM CONFERE-MESTRE THRU CONFERE-MESTRE-EXIT
           PERFORM CONFERE-ORDPERM THRU CONFERE-ORDPERM-EXIT
           PERFORM CONFERE-CHQEMIT THRU CONFERE-CHQEMIT-EXIT
           PERFORM CONFERE-TITULAR THRU CONFERE-TITULAR-EXIT

           CLOSE CTAMESTRE-ARQ
           IF CLIMESTRE-ABERTO
               CLOSE CLIMESTRE-ARQ
           END-IF
           PERFORM FINALIZAR
           STOP RUN.

       COPY DATLER.

      * Situacao da conta WS-CONTA-BUSCA no mestre.
       LOCALIZA-CONTA.
           MOVE WS-CONTA-BUSCA TO CTA-NUMERO
           READ CTAMESTRE-ARQ
               INVALID KEY CONTINUE
           END-READ
           IF NOT ARQ-OK
               SET CONTA-INEXISTENTE TO TRUE
           ELSE
               IF CTA-ENCERRADA
                   SET CONTA-ENCERRADA TO TRUE
               ELSE
                   SET CONTA-EM-USO TO TRUE
               END-IF
           END-IF.

      * Situacao do CPF/CNPJ WS-CLIENTE-BUSCA no cadastro unico.
       LOCALIZA-CLIENTE.
           EVALUATE TRUE
               WHEN CLIMESTRE-ABERTO
                   MOVE WS-CLIENTE-BUSCA TO CLI-CPFCNPJ
                   READ CLIMESTRE-ARQ
                       INVALID KEY CONTINUE
                   END-READ
                   IF ARQ-CLI-OK
                       SET CLIENTE-CADASTRADO TO TRUE
                   ELSE
                       SET CLIENTE-SEM-CADASTRO TO TRUE
                   END-IF
               WHEN CLIMESTRE-AUSENTE
                   SET CLIENTE-SEM-CADASTRO TO TRUE
               WHEN OTHER
                   SET CLIENTE-NAO-CONFERIDO TO TRUE
           END-EVALUATE.

      * Abertura do arquivo a varrer: ausente so e informado; outro
      * status deixa a varredura incompleta (RC 8).
       VERIFICA-ABERTURA.
           MOVE 0 TO WS-ARQ-LIDOS
           MOVE "N" TO WS-ARQ-ABERTO
           EVALUATE TRUE
               WHEN ARQ-VAR-OK
                   SET ARQUIVO-ABERTO TO TRUE
               WHEN ARQ-VAR-AUSENTE
                   DISPLAY WS-ARQ-NOME " AUSENTE - NADA A CONFERIR"
               WHEN OTHER
                   ADD 1 TO WS-QTD-INCOMPLETOS
                   DISPLAY WS-ARQ-NOME " INDISPONIVEL (STATUS "
                       WS-STATUS-ARQ ") - NAO CONFERIDO"
           END-EVALUATE.

       VERIFICA-LEITURA.
           IF NOT ARQ-VAR-OK AND NOT ARQ-VAR-FIM
               ADD 1 TO WS-QTD-INCOMPLETOS
               DISPLAY WS-ARQ-NOME " ILEGIVEL (STATUS " WS-STATUS-ARQ
                   ") APOS " WS-ARQ-LIDOS " REGISTROS - CONFERENCIA "
                   "INCOMPLETA"
               SET ARQ-VAR-FIM TO TRUE
           END-IF.

       FECHA-VARREDURA.
           DISPLAY WS-ARQ-NOME " - REGISTROS LIDOS: " WS-ARQ-LIDOS.

      * R01 - chaves de enderecamento apontando para conta que nao
      * existe ou foi encerrada.
       CONFERE-CHAVEDIR.
           MOVE "CHAVEDIR" TO WS-ARQ-NOME
           OPEN INPUT CHAVEDIR-ARQ
           PERFORM VERIFICA-ABERTURA
           IF NOT ARQUIVO-ABERTO
               GO TO CONFERE-CHAVEDIR-EXIT
           END-IF
           MOVE LOW-VALUES TO ALI-CHAVE
           START CHAVEDIR-ARQ KEY NOT < ALI-CHAVE
               INVALID KEY SET ARQ-VAR-FIM TO TRUE
           END-START
           IF ARQ-VAR-OK
               PERFORM LE-CHAVEDIR
           END-IF
           PERFORM CONFERE-UMA-CHAVE UNTIL ARQ-VAR-FIM
           CLOSE CHAVEDIR-ARQ
           PERFORM FECHA-VARREDURA.
       CONFERE-CHAVEDIR-EXIT.
           EXIT.

       LE-CHAVEDIR.
           READ CHAVEDIR-ARQ NEXT RECORD
               AT END SET ARQ-VAR-FIM TO TRUE
           END-READ
           PERFORM VERIFICA-LEITURA.

       CONFERE-UMA-CHAVE.
           ADD 1 TO WS-ARQ-LIDOS
           MOVE ALI-CONTA TO WS-CONTA-BUSCA
           PERFORM LOCALIZA-CONTA
           IF CONTA-INEXISTENTE
               ADD 1 TO WS-QTD-R01
               DISPLAY "R01 CHAVE " ALI-CHAVE
               DISPLAY "    TIPO " ALI-TIPO " CONTA " ALI-CONTA
                   " INEXISTENTE NO MESTRE"
           END-IF
           IF CONTA-ENCERRADA
               ADD 1 TO WS-QTD-R01
               DISPLAY "R01 CHAVE " ALI-CHAVE
               DISPLAY "    TIPO " ALI-TIPO " CONTA " ALI-CONTA
                   " ENCERRADA EM " CTA-DATA-ENCERRAMENTO
           END-IF
           PERFORM LE-CHAVEDIR.

      * R02 - CDB aplicado em conta inexistente ou encerrada. Na mesma
      * leitura soma o principal aplicado por conta para a R07.
       CONFERE-CDBAPL.
           MOVE "CDBAPL" TO WS-ARQ-NOME
           OPEN INPUT CDBAPL-ARQ
           PERFORM VERIFICA-ABERTURA
           IF ARQ-VAR-AUSENTE
               SET CDB-TABELA-OK TO TRUE
           END-IF
           IF NOT ARQUIVO-ABERTO
               GO TO CONFERE-CDBAPL-EXIT
           END-IF
           MOVE WS-QTD-INCOMPLETOS TO WS-INCOMPLETOS-ANTES
           MOVE ZEROS TO CDB-NUMERO
           START CDBAPL-ARQ KEY NOT < CDB-NUMERO
               INVALID KEY SET ARQ-VAR-FIM TO TRUE
           END-START
           IF ARQ-VAR-OK
               PERFORM LE-CDBAPL
           END-IF
           PERFORM CONFERE-UM-CDB UNTIL ARQ-VAR-FIM
           CLOSE CDBAPL-ARQ
           IF WS-QTD-INCOMPLETOS = WS-INCOMPLETOS-ANTES
               SET CDB-TABELA-OK TO TRUE
           END-IF
           PERFORM FECHA-VARREDURA.
       CONFERE-CDBAPL-EXIT.
           EXIT.

       LE-CDBAPL.
           READ CDBAPL-ARQ NEXT RECORD
               AT END SET ARQ-VAR-FIM TO TRUE
           END-READ
           PERFORM VERIFICA-LEITURA.

       CONFERE-UM-CDB.
           ADD 1 TO WS-ARQ-LIDOS
           IF CDB-APLICADO
               MOVE CDB-CONTA TO WS-CONTA-BUSCA
               PERFORM LOCALIZA-CONTA
               IF CONTA-INEXISTENTE
                   ADD 1 TO WS-QTD-R02
                   DISPLAY "R02 CDB " CDB-NUMERO " PRINCIPAL "
                       CDB-PRINCIPAL " CONTA " CDB-CONTA
                       " INEXISTENTE NO MESTRE"
               END-IF
               IF CONTA-ENCERRADA
                   ADD 1 TO WS-QTD-R02
                   DISPLAY "R02 CDB " CDB-NUMERO " PRINCIPAL "
                       CDB-PRINCIPAL " CONTA " CDB-CONTA
                       " ENCERRADA EM " CTA-DATA-ENCERRAMENTO
               END-IF
               PERFORM ACUMULA-APLICADO
           END-IF
           PERFORM LE-CDBAPL.

       ACUMULA-APLICADO.
           MOVE "N" TO WS-TAB-APL-ACHOU
           SET WS-APL-IDX TO 1
           PERFORM PROCURA-APLICADO
               UNTIL WS-APL-IDX > WS-TAB-APL-QTD-CONTAS
                  OR APL-ACHOU
           IF NOT APL-ACHOU
               IF WS-TAB-APL-QTD-CONTAS < 9999
                   ADD 1 TO WS-TAB-APL-QTD-CONTAS
                   SET WS-APL-IDX TO WS-TAB-APL-QTD-CONTAS
                   MOVE CDB-CONTA TO WS-TAB-APL-CONTA (WS-APL-IDX)
                   MOVE 0 TO WS-TAB-APL-VALOR (WS-APL-IDX)
                   MOVE 0 TO WS-TAB-APL-QTD (WS-APL-IDX)
                   SET APL-ACHOU TO TRUE
               ELSE
                   IF NOT TAB-ESTOUROU
                       SET TAB-ESTOUROU TO TRUE
                       DISPLAY "TABELA DE CONTAS COM CDB CHEIA - R07 "
                           "INCOMPLETA"
                   END-IF
               END-IF
           END-IF
           IF APL-ACHOU
               ADD CDB-PRINCIPAL TO WS-TAB-APL-VALOR (WS-APL-IDX)
               ADD 1 TO WS-TAB-APL-QTD (WS-APL-IDX)
           END-IF.

       PROCURA-APLICADO.
           IF WS-TAB-APL-CONTA (WS-APL-IDX) = WS-CONTA-BUSCA
               MOVE "S" TO WS-TAB-APL-ACHOU
           ELSE
               SET WS-APL-IDX UP BY 1
           END-IF.

      * R03 - contrato de credito ativo em conta inexistente ou
      * encerrada.
       CONFERE-EMPCON.
           MOVE "EMPCON" TO WS-ARQ-NOME
           OPEN INPUT EMPCON-ARQ
           PERFORM VERIFICA-ABERTURA
           IF NOT ARQUIVO-ABERTO
               GO TO CONFERE-EMPCON-EXIT
           END-IF
           MOVE ZEROS TO EMP-CONTRATO
           START EMPCON-ARQ KEY NOT < EMP-CONTRATO
               INVALID KEY SET ARQ-VAR-FIM TO TRUE
           END-START
           IF ARQ-VAR-OK
               PERFORM LE-EMPCON
           END-IF
           PERFORM CONFERE-UM-CONTRATO UNTIL ARQ-VAR-FIM
           CLOSE EMPCON-ARQ
           PERFORM FECHA-VARREDURA.
       CONFERE-EMPCON-EXIT.
           EXIT.

       LE-EMPCON.
           READ EMPCON-ARQ NEXT RECORD
               AT END SET ARQ-VAR-FIM TO TRUE
           END-READ
           PERFORM VERIFICA-LEITURA.

       CONFERE-UM-CONTRATO.
           ADD 1 TO WS-ARQ-LIDOS
           IF EMP-ATIVO
               MOVE EMP-CONTA TO WS-CONTA-BUSCA
               PERFORM LOCALIZA-CONTA
               IF CONTA-INEXISTENTE
                   ADD 1 TO WS-QTD-R03
                   DISPLAY "R03 CONTRATO " EMP-CONTRATO " ATIVO, "
                       "CONTA " EMP-CONTA " INEXISTENTE NO MESTRE"
               END-IF
               IF CONTA-ENCERRADA
                   ADD 1 TO WS-QTD-R03
                   DISPLAY "R03 CONTRATO " EMP-CONTRATO " ATIVO, "
                       "CONTA " EMP-CONTA " ENCERRADA EM "
                       CTA-DATA-ENCERRAMENTO
               END-IF
           END-IF
           PERFORM LE-EMPCON.

      * R04 - bloqueio judicial ativo em conta que nao existe. Conta
      * encerrada com bloqueio ativo e caso juridico, nao orfao.
       CONFERE-BLOQJUD.
           MOVE "BLOQJUD" TO WS-ARQ-NOME
           OPEN INPUT BLOQJUD-ARQ
           PERFORM VERIFICA-ABERTURA
           IF NOT ARQUIVO-ABERTO
               GO TO CONFERE-BLOQJUD-EXIT
           END-IF
           PERFORM LE-BLOQJUD
           PERFORM CONFERE-UM-BLOQUEIO UNTIL ARQ-VAR-FIM
           CLOSE BLOQJUD-ARQ
           PERFORM FECHA-VARREDURA.
       CONFERE-BLOQJUD-EXIT.
           EXIT.

       LE-BLOQJUD.
           READ BLOQJUD-ARQ
               AT END SET ARQ-VAR-FIM TO TRUE
           END-READ
           PERFORM VERIFICA-LEITURA.

       CONFERE-UM-BLOQUEIO.
           ADD 1 TO WS-ARQ-LIDOS
           IF BLQ-ATIVO
               MOVE BLQ-CONTA TO WS-CONTA-BUSCA
               PERFORM LOCALIZA-CONTA
               IF CONTA-INEXISTENTE
                   ADD 1 TO WS-QTD-R04
                   DISPLAY "R04 BLOQUEIO PROCESSO " BLQ-PROCESSO
                       " VALOR " BLQ-VALOR " CONTA " BLQ-CONTA
                       " INEXISTENTE NO MESTRE"
               END-IF
           END-IF
           PERFORM LE-BLOQJUD.

      * R05 e R07 - percorre o mestre: cliente da conta no cadastro
      * unico e saldo aplicado contra a soma dos CDBs aplicados.
       CONFERE-MESTRE.
           MOVE "CTAMESTRE" TO WS-ARQ-NOME
           MOVE 0 TO WS-ARQ-LIDOS
           MOVE ZEROS TO CTA-NUMERO
           START CTAMESTRE-ARQ KEY NOT < CTA-NUMERO
               INVALID KEY SET ARQ-FIM-CTA TO TRUE
           END-START
           IF ARQ-OK
               PERFORM LE-MESTRE
           END-IF
           PERFORM CONFERE-UMA-CONTA UNTIL NOT ARQ-OK
           IF NOT CDB-TABELA-OK OR TAB-ESTOUROU
               DISPLAY "R07 NAO CONFERIDA POR COMPLETO (CDBAPL "
                   "INDISPONIVEL OU TABELA CHEIA)"
           END-IF
           PERFORM FECHA-VARREDURA.
       CONFERE-MESTRE-EXIT.
           EXIT.

       LE-MESTRE.
           READ CTAMESTRE-ARQ NEXT RECORD
               AT END SET ARQ-FIM-CTA TO TRUE
           END-READ
           IF NOT ARQ-OK AND NOT ARQ-FIM-CTA
               ADD 1 TO WS-QTD-INCOMPLETOS
               DISPLAY "CTAMESTRE ILEGIVEL (STATUS " WS-STATUS-CTA
                   ") APOS A CONTA " CTA-NUMERO " - CONFERENCIA "
                   "INCOMPLETA"
           END-IF.

       CONFERE-UMA-CONTA.
           ADD 1 TO WS-ARQ-LIDOS
           ADD 1 TO WS-QTD-CONTAS
           IF CTA-CLIENTE > 0
               MOVE CTA-CLIENTE TO WS-CLIENTE-BUSCA
               PERFORM LOCALIZA-CLIENTE
               IF CLIENTE-SEM-CADASTRO
                   ADD 1 TO WS-QTD-R05
                   DISPLAY "R05 CONTA " CTA-NUMERO " SITUACAO "
                       CTA-STATUS " CLIENTE " CTA-CLIENTE
                       " SEM CADASTRO NO CLIMESTRE"
               END-IF
           END-IF

           IF CDB-TABELA-OK AND NOT TAB-ESTOUROU
               MOVE CTA-NUMERO TO WS-CONTA-BUSCA
               MOVE 0 TO WS-SOMA-APLICADA
               MOVE "N" TO WS-TAB-APL-ACHOU
               SET WS-APL-IDX TO 1
               PERFORM PROCURA-APLICADO
                   UNTIL WS-APL-IDX > WS-TAB-APL-QTD-CONTAS
                      OR APL-ACHOU
               IF APL-ACHOU
                   MOVE WS-TAB-APL-VALOR (WS-APL-IDX)
                     TO WS-SOMA-APLICADA
               END-IF
               IF CTA-SALDO-APLICADO NOT = WS-SOMA-APLICADA
                   ADD 1 TO WS-QTD-R07
                   DISPLAY "R07 CONTA " CTA-NUMERO " APLICADO NO "
                       "MESTRE=" CTA-SALDO-APLICADO
                       " CDBS APLICADOS=" WS-SOMA-APLICADA
               END-IF
           END-IF
           PERFORM LE-MESTRE.

      * R06 - ordem permanente de conta inexistente, ou de conta
      * encerrada sem fim de vigencia ou com fim depois do
      * encerramento.
       CONFERE-ORDPERM.
           MOVE "ORDPERM" TO WS-ARQ-NOME
           OPEN INPUT ORDPERM-ARQ
           PERFORM VERIFICA-ABERTURA
           IF NOT ARQUIVO-ABERTO
               GO TO CONFERE-ORDPERM-EXIT
           END-IF
           PERFORM LE-ORDPERM
           PERFORM CONFERE-UMA-ORDEM UNTIL ARQ-VAR-FIM
           CLOSE ORDPERM-ARQ
           PERFORM FECHA-VARREDURA.
       CONFERE-ORDPERM-EXIT.
           EXIT.

       LE-ORDPERM.
           READ ORDPERM-ARQ
               AT END SET ARQ-VAR-FIM TO TRUE
           END-READ
           PERFORM VERIFICA-LEITURA.

       CONFERE-UMA-ORDEM.
           ADD 1 TO WS-ARQ-LIDOS
           MOVE ORD-CONTA TO WS-CONTA-BUSCA
           PERFORM LOCALIZA-CONTA
           IF CONTA-INEXISTENTE
               ADD 1 TO WS-QTD-R06
               DISPLAY "R06 ORDEM " ORD-TIPO " DIA " ORD-DIA
                   " VALOR " ORD-VALOR " CONTA " ORD-CONTA
                   " INEXISTENTE NO MESTRE"
           END-IF
           IF CONTA-ENCERRADA
               IF ORD-DATA-FIM = 0
                       OR ORD-DATA-FIM > CTA-DATA-ENCERRAMENTO
                   ADD 1 TO WS-QTD-R06
                   DISPLAY "R06 ORDEM " ORD-TIPO " DIA " ORD-DIA
                       " VALOR " ORD-VALOR " CONTA " ORD-CONTA
                       " FIM " ORD-DATA-FIM " ENCERRADA EM "
                       CTA-DATA-ENCERRAMENTO
               END-IF
           END-IF
           PERFORM LE-ORDPERM.

      * R08 - faixa de cheques ainda ativa de conta inexistente ou
      * encerrada.
       CONFERE-CHQEMIT.
           MOVE "CHQEMIT" TO WS-ARQ-NOME
           OPEN INPUT CHQEMIT-ARQ
           PERFORM VERIFICA-ABERTURA
           IF NOT ARQUIVO-ABERTO
               GO TO CONFERE-CHQEMIT-EXIT
           END-IF
           PERFORM LE-CHQEMIT
           PERFORM CONFERE-UMA-FAIXA UNTIL ARQ-VAR-FIM
           CLOSE CHQEMIT-ARQ
           PERFORM FECHA-VARREDURA.
       CONFERE-CHQEMIT-EXIT.
           EXIT.

       LE-CHQEMIT.
           READ CHQEMIT-ARQ
               AT END SET ARQ-VAR-FIM TO TRUE
           END-READ
           PERFORM VERIFICA-LEITURA.

       CONFERE-UMA-FAIXA.
           ADD 1 TO WS-ARQ-LIDOS
           IF TAL-ATIVA
               MOVE TAL-CONTA TO WS-CONTA-BUSCA
               PERFORM LOCALIZA-CONTA
               IF CONTA-INEXISTENTE
                   ADD 1 TO WS-QTD-R08
                   DISPLAY "R08 CHEQUES " TAL-NUM-INICIAL " A "
                       TAL-NUM-FINAL " ATIVOS, CONTA " TAL-CONTA
                       " INEXISTENTE NO MESTRE"
               END-IF
               IF CONTA-ENCERRADA
                   ADD 1 TO WS-QTD-R08
                   DISPLAY "R08 CHEQUES " TAL-NUM-INICIAL " A "
                       TAL-NUM-FINAL " ATIVOS, CONTA " TAL-CONTA
                       " ENCERRADA EM " CTA-DATA-ENCERRAMENTO
               END-IF
           END-IF
           PERFORM LE-CHQEMIT.

      * R09 - titular de conta inexistente ou com CPF/CNPJ fora do
      * cadastro unico.
       CONFERE-TITULAR.
           MOVE "TITULAR" TO WS-ARQ-NOME
           OPEN INPUT TITULAR-ARQ
           PERFORM VERIFICA-ABERTURA
           IF NOT ARQUIVO-ABERTO
               GO TO CONFERE-TITULAR-EXIT
           END-IF
           MOVE LOW-VALUES TO TIT-CHAVE
           START TITULAR-ARQ KEY NOT < TIT-CHAVE
               INVALID KEY SET ARQ-VAR-FIM TO TRUE
           END-START
           IF ARQ-VAR-OK
               PERFORM LE-TITULAR
           END-IF
           PERFORM CONFERE-UM-TITULAR UNTIL ARQ-VAR-FIM
           CLOSE TITULAR-ARQ
           PERFORM FECHA-VARREDURA.
       CONFERE-TITULAR-EXIT.
           EXIT.

       LE-TITULAR.
           READ TITULAR-ARQ NEXT RECORD
               AT END SET ARQ-VAR-FIM TO TRUE
           END-READ
           PERFORM VERIFICA-LEITURA.

       CONFERE-UM-TITULAR.
           ADD 1 TO WS-ARQ-LIDOS
           MOVE TIT-CONTA TO WS-CONTA-BUSCA
           PERFORM LOCALIZA-CONTA
           IF CONTA-INEXISTENTE
               ADD 1 TO WS-QTD-R09
               DISPLAY "R09 TITULAR " TIT-CPFCNPJ " PAPEL " TIT-PAPEL
                   " CONTA " TIT-CONTA " INEXISTENTE NO MESTRE"
           END-IF
           MOVE TIT-CPFCNPJ TO WS-CLIENTE-BUSCA
           PERFORM LOCALIZA-CLIENTE
           IF CLIENTE-SEM-CADASTRO
               ADD 1 TO WS-QTD-R09
               DISPLAY "R09 TITULAR " TIT-CPFCNPJ " PAPEL "
                   TIT-PAPEL " CONTA " TIT-CONTA
                   " SEM CADASTRO NO CLIMESTRE"
           END-IF
           PERFORM LE-TITULAR.

       FINALIZAR.
           ADD WS-QTD-R01 WS-QTD-R02 WS-QTD-R03 WS-QTD-R04 WS-QTD-R05
               WS-QTD-R06 WS-QTD-R07 WS-QTD-R08 WS-QTD-R09
               GIVING WS-QTD-OCORRENCIAS
           IF WS-QTD-OCORRENCIAS > 0 OR TAB-ESTOUROU
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-QTD-INCOMPLETOS > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "===== RESUMO POR REGRA ====="
           DISPLAY "R01 CHAVES DE CONTA INEXIST./ENCERRADA: " WS-QTD-R01
           DISPLAY "R02 CDBS EM CONTA INEXIST./ENCERRADA..: " WS-QTD-R02
           DISPLAY "R03 CONTRATOS EM CONTA INEX./ENCERRADA: " WS-QTD-R03
           DISPLAY "R04 BLOQUEIOS EM CONTA INEXISTENTE....: " WS-QTD-R04
           DISPLAY "R05 CLIENTES FORA DO CLIMESTRE........: " WS-QTD-R05
           DISPLAY "R06 ORDENS ALEM DO ENCERRAMENTO.......: " WS-QTD-R06
           DISPLAY "R07 SALDO APLICADO X CDBS APLICADOS...: " WS-QTD-R07
           DISPLAY "R08 CHEQUES ATIVOS DE CONTA ENCERRADA.: " WS-QTD-R08
           DISPLAY "R09 TITULARES ORFAOS..................: " WS-QTD-R09
           DISPLAY "CONTAS NO MESTRE......................: "
               WS-QTD-CONTAS
           DISPLAY "TOTAL DE OCORRENCIAS..................: "
               WS-QTD-OCORRENCIAS
           DISPLAY "ARQUIVOS NAO CONFERIDOS...............: "
               WS-QTD-INCOMPLETOS
           DISPLAY "RETURN-CODE...........................: "
               RETURN-CODE.

       END PROGRAM PROGINTEGR.
