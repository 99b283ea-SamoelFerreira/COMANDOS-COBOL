      ******************************************************************
      * Author: EQUIPE MANUTENCAO
      * Date: 15/10/2026
      * Purpose: CONVERSAO UNICA DOS ARQUIVOS DE DADOS PARA OS CAMPOS
      *          MONETARIOS AMPLIADOS - SALDOS E VALORES PASSAM DE
      *          9(06)V99 PARA 9(11)V99 (CTAREG, MOVREG, TRANREG,
      *          SUSPREG, CHQREG, APRREG, CPVREG, PGTOREG, RETREG,
      *          CNTREG E A ORDEM INTERBANCARIA DO INTERSAI), E AS
      *          IMAGENS DO JORNAL DE X(250) PARA X(300). LE CADA
      *          ARQUIVO NO LAYOUT ANTIGO (NOME LOGICO COM SUFIXO ANT,
      *          O ARQUIVO DE PRODUCAO RENOMEADO ANTES DA EXECUCAO -
      *          VER CONVVLR.JCL) E GRAVA O LAYOUT NOVO NO NOME DE
      *          PRODUCAO: CTAMESTRE, CTABKP, MOVIMENTO, MOVFECH,
      *          MOVARQV, JORNAL E JRNARQV (AS DUAS IMAGENS DE
      *          CTA-REGISTRO CONVERTIDAS CAMPO A CAMPO) E AS FILAS
      *          PENDENTES TRANENT, AGENDADO, SUSPENSO, CHQPEND,
      *          APROVPEND, PENDPAG, INTRETIDO, COMPROV, CONTEST E
      *          INTERSAI. O ARQUIVO NOVO E RELIDO PELO COPYBOOK DO
      *          LAYOUT NOVO E, POR ARQUIVO, A QUANTIDADE DE REGISTROS
      *          E A SOMA DOS VALORES LIDOS NO LAYOUT ANTIGO SAO
      *          CONFERIDAS CONTRA AS DA RELEITURA; QUALQUER DIFERENCA
      *          OU ERRO DE ARQUIVO TERMINA COM RETURN-CODE 8 E O
      *          CICLO NAO DEVE SER LIBERADO. ARQUIVO ANTIGO AUSENTE
      *          (FILA VAZIA QUE NUNCA FOI CRIADA) E SO INFORMADO,
      *          EXCETO O MESTRE DE CONTAS, OBRIGATORIO.
      * Tectonics: cobc
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      * 15/10/2026 - EM - Linha de movimento nova acompanha MOVREG
      *              (78 bytes), com MOV-SERVICO-ORIGEM em branco.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCONVVLR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Arquivos no layout antigo.
           SELECT CTAANT-ARQ ASSIGN TO "CTAANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACA-NUMERO
               FILE STATUS IS WS-STATUS-ANT.

           SELECT BKPANT-ARQ ASSIGN TO "BKPANT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ANT.

           SELECT MOVANT-ARQ ASSIGN TO "MOVANT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ANT.

           SELECT FECHANT-ARQ ASSIGN TO "FECHANT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ANT.

           SELECT ARQVANT-ARQ ASSIGN TO "ARQVANT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ANT.

           SELECT JRNANT-ARQ ASSIGN TO "JRNANT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ANT.

           SELECT JARQANT-ARQ ASSIGN TO "JARQANT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ANT.

           SELECT TRANANT-ARQ ASSIGN TO "TRANANT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ANT.

           SELECT AGDANT-ARQ ASSIGN TO "AGDANT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ANT.

           SELECT SUSPANT-ARQ ASSIGN TO "SUSPANT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ANT.

           SELECT CHQANT-ARQ ASSIGN TO "CHQANT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ANT.

           SELECT APRANT-ARQ ASSIGN TO "APRANT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ANT.

           SELECT PGTOANT-ARQ ASSIGN TO "PGTOANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS APG-REFERENCIA
               FILE STATUS IS WS-STATUS-ANT.

           SELECT RETANT-ARQ ASSIGN TO "RETANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ART-REFERENCIA
               FILE STATUS IS WS-STATUS-ANT.

           SELECT CPVANT-ARQ ASSIGN TO "CPVANT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ANT.

           SELECT CNTANT-ARQ ASSIGN TO "CNTANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACN-NUMERO
               FILE STATUS IS WS-STATUS-ANT.

           SELECT ISAANT-ARQ ASSIGN TO "ISAANT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ANT.

      * Arquivos no layout novo, com os nomes de producao.
           SELECT CTAMESTRE-ARQ ASSIGN TO "CTAMESTRE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CTA-NUMERO
               FILE STATUS IS WS-STATUS-NOV.

           SELECT CTABKP-ARQ ASSIGN TO "CTABKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-NOV.

           SELECT MOVIMENTO-ARQ ASSIGN TO "MOVIMENTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-NOV.

           SELECT MOVFECH-ARQ ASSIGN TO "MOVFECH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-NOV.

           SELECT MOVARQV-ARQ ASSIGN TO "MOVARQV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-NOV.

           SELECT JORNAL-ARQ ASSIGN TO "JORNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-NOV.

           SELECT JRNARQV-ARQ ASSIGN TO "JRNARQV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-NOV.

           SELECT TRANENT-ARQ ASSIGN TO "TRANENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-NOV.

           SELECT AGENDADO-ARQ ASSIGN TO "AGENDADO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-NOV.

           SELECT SUSPENSO-ARQ ASSIGN TO "SUSPENSO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-NOV.

           SELECT CHQPEND-ARQ ASSIGN TO "CHQPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-NOV.

           SELECT APROVPEND-ARQ ASSIGN TO "APROVPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-NOV.

           SELECT PENDPAG-ARQ ASSIGN TO "PENDPAG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PGTO-REFERENCIA
               FILE STATUS IS WS-STATUS-NOV.

           SELECT INTRETIDO-ARQ ASSIGN TO "INTRETIDO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RET-REFERENCIA
               FILE STATUS IS WS-STATUS-NOV.

           SELECT COMPROV-ARQ ASSIGN TO "COMPROV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-NOV.

           SELECT CONTEST-ARQ ASSIGN TO "CONTEST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CNT-NUMERO
               FILE STATUS IS WS-STATUS-NOV.

           SELECT INTERSAI-ARQ ASSIGN TO "INTERSAI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-NOV.
       DATA DIVISION.
       FILE SECTION.
      * Layouts antigos. Os registros usados por mais de um arquivo
      * (conta, movimento, jornal e transacao) sao convertidos nas
      * areas de WORKING-STORAGE; os demais sao vistos aqui em tres
      * partes: o que vem antes do valor, o valor e o que vem depois.
       FD  CTAANT-ARQ.
       01 ACA-REGISTRO.
          05 ACA-NUMERO           PIC 9(06).
          05 FILLER               PIC X(237).

       FD  BKPANT-ARQ.
       01 ABK-REGISTRO              PIC X(243).

       FD  MOVANT-ARQ.
       01 AMO-REGISTRO              PIC X(72).

       FD  FECHANT-ARQ.
       01 AFC-REGISTRO              PIC X(72).

       FD  ARQVANT-ARQ.
       01 AAQ-REGISTRO              PIC X(72).

       FD  JRNANT-ARQ.
       01 AJN-REGISTRO              PIC X(530).

       FD  JARQANT-ARQ.
       01 AJA-REGISTRO              PIC X(530).

       FD  TRANANT-ARQ.
       01 ATN-REGISTRO              PIC X(33).

       FD  AGDANT-ARQ.
       01 AAG-REGISTRO              PIC X(33).

       FD  SUSPANT-ARQ.
       01 ASU-REGISTRO.
          05 ASU-INICIO           PIC X(17).
          05 ASU-VALOR            PIC 9(06)V99.
          05 ASU-FIM              PIC X(17).

       FD  CHQANT-ARQ.
       01 ACQ-REGISTRO.
          05 ACQ-INICIO           PIC X(16).
          05 ACQ-VALOR            PIC 9(06)V99.
          05 ACQ-FIM              PIC X(17).

       FD  APRANT-ARQ.
       01 AAP-REGISTRO.
          05 AAP-INICIO           PIC X(23).
          05 AAP-VALOR            PIC 9(06)V99.
          05 AAP-VALOR-DESTINO    PIC 9(06)V99.
          05 AAP-FIM              PIC X(33).

       FD  PGTOANT-ARQ.
       01 APG-REGISTRO.
          05 APG-INICIO.
             10 APG-REFERENCIA    PIC 9(10).
             10 FILLER            PIC X(07).
          05 APG-VALOR            PIC 9(06)V99.
          05 APG-FIM              PIC X(34).

       FD  RETANT-ARQ.
       01 ART-REGISTRO.
          05 ART-INICIO.
             10 ART-REFERENCIA    PIC 9(10).
             10 FILLER            PIC X(19).
          05 ART-VALOR            PIC 9(06)V99.
          05 ART-FIM              PIC X(132).

       FD  CPVANT-ARQ.
       01 ACP-REGISTRO.
          05 ACP-INICIO           PIC X(25).
          05 ACP-VALOR            PIC 9(06)V99.
          05 ACP-FIM              PIC X(22).

       FD  CNTANT-ARQ.
       01 ACN-REGISTRO.
          05 ACN-INICIO.
             10 ACN-NUMERO        PIC 9(06).
             10 FILLER            PIC X(25).
          05 ACN-VALOR            PIC 9(06)V99.
          05 ACN-FIM              PIC X(111).

       FD  ISAANT-ARQ.
       01 AIS-REGISTRO.
          05 AIS-INICIO           PIC X(13).
          05 AIS-VALOR            PIC 9(06)V99.
          05 AIS-FIM              PIC X(28).

      * Layouts novos: o copybook de producao (releitura de
      * conferencia) e, nos arquivos convertidos aqui mesmo, a vista
      * em tres partes correspondente a do layout antigo.
       FD  CTAMESTRE-ARQ.
       COPY CTAREG.

       FD  CTABKP-ARQ.
       01 BKP-REGISTRO              PIC X(280).

       FD  MOVIMENTO-ARQ.
       COPY MOVREG.

       FD  MOVFECH-ARQ.
       COPY MOVREG REPLACING LEADING ==MOV== BY ==FCH==.

       FD  MOVARQV-ARQ.
       COPY MOVREG REPLACING LEADING ==MOV== BY ==ARQ==.

       FD  JORNAL-ARQ.
       COPY JRNREG.

       FD  JRNARQV-ARQ.
       COPY JRNREG REPLACING LEADING ==JRN== BY ==JAR==.

       FD  TRANENT-ARQ.
       COPY TRANREG.

       FD  AGENDADO-ARQ.
       COPY TRANREG REPLACING LEADING ==TRAN== BY ==AGD==.

       FD  SUSPENSO-ARQ.
       COPY SUSPREG.
       01 NSU-REGISTRO.
          05 NSU-INICIO           PIC X(17).
          05 NSU-VALOR            PIC 9(11)V99.
          05 NSU-FIM              PIC X(17).

       FD  CHQPEND-ARQ.
       COPY CHQREG.
       01 NCQ-REGISTRO.
          05 NCQ-INICIO           PIC X(16).
          05 NCQ-VALOR            PIC 9(11)V99.
          05 NCQ-FIM              PIC X(17).

       FD  APROVPEND-ARQ.
       COPY APRREG.
       01 NAP-REGISTRO.
          05 NAP-INICIO           PIC X(23).
          05 NAP-VALOR            PIC 9(11)V99.
          05 NAP-VALOR-DESTINO    PIC 9(11)V99.
          05 NAP-FIM              PIC X(33).

       FD  PENDPAG-ARQ.
       COPY PGTOREG.
       01 NPG-REGISTRO.
          05 NPG-INICIO           PIC X(17).
          05 NPG-VALOR            PIC 9(11)V99.
          05 NPG-FIM              PIC X(34).

       FD  INTRETIDO-ARQ.
       COPY RETREG.
       01 NRT-REGISTRO.
          05 NRT-INICIO           PIC X(29).
          05 NRT-VALOR            PIC 9(11)V99.
          05 NRT-FIM              PIC X(132).

       FD  COMPROV-ARQ.
       COPY CPVREG.
       01 NCP-REGISTRO.
          05 NCP-INICIO           PIC X(25).
          05 NCP-VALOR            PIC 9(11)V99.
          05 NCP-FIM              PIC X(22).

       FD  CONTEST-ARQ.
       COPY CNTREG.
       01 NCN-REGISTRO.
          05 NCN-INICIO           PIC X(31).
          05 NCN-VALOR            PIC 9(11)V99.
          05 NCN-FIM              PIC X(111).

      * Ordens enviadas a rede (mesmo layout do PROGSALDOBANCARIO e
      * do PROGINTRET).
       FD  INTERSAI-ARQ.
       01 ISA-REGISTRO.
          05 ISA-BANCO-DESTINO    PIC 9(03).
          05 ISA-AGENCIA-DESTINO  PIC 9(04).
          05 ISA-CONTA-DESTINO    PIC 9(06).
          05 ISA-VALOR            PIC 9(11)V99.
          05 ISA-REFERENCIA       PIC 9(10).
          05 ISA-DATA             PIC 9(08).
          05 ISA-AGENCIA-ORIGEM   PIC 9(04).
          05 ISA-CONTA-ORIGEM     PIC 9(06).
       01 NIS-REGISTRO.
          05 NIS-INICIO           PIC X(13).
          05 NIS-VALOR            PIC 9(11)V99.
          05 NIS-FIM              PIC X(28).
       WORKING-STORAGE SECTION.
          01 WS-STATUS-ANT           PIC XX.
             88 ANT-OK                    VALUE "00".
             88 ANT-FIM                   VALUE "10".
             88 ANT-AUSENTE               VALUE "35".

          01 WS-STATUS-NOV           PIC XX.
             88 NOV-OK                    VALUE "00".
             88 NOV-FIM                   VALUE "10".

      * CTA-REGISTRO antigo (243 bytes): os valores entre os blocos
      * de dados que nao mudam.
          01 ACT-REGISTRO.
             05 ACT-IDENTIFICACAO    PIC X(36).
             05 ACT-SALDO            PIC S9(06)V99.
             05 ACT-SALDO-ANTERIOR   PIC S9(06)V99.
             05 ACT-LIMITE-CREDITO   PIC 9(06)V99.
             05 ACT-SALDO-MINIMO     PIC 9(06)V99.
             05 ACT-BLOCO-SITUACAO   PIC X(18).
             05 ACT-LIMITE-SAQUE-DIA PIC 9(06)V99.
             05 ACT-BLOCO-CTRL-SAQUE PIC X(10).
             05 ACT-VALOR-SAQUES-DIA PIC 9(06)V99.
             05 ACT-BLOCO-AGENCIA    PIC X(06).
             05 ACT-SALDO-PENDENTE   PIC 9(06)V99.
             05 ACT-BLOCO-CADASTRO   PIC X(106).
             05 ACT-SALDO-APLICADO   PIC 9(09)V99.

      * CTA-REGISTRO novo (280 bytes), na mesma divisao em blocos.
          01 NCT-REGISTRO.
             05 NCT-IDENTIFICACAO    PIC X(36).
             05 NCT-SALDO            PIC S9(11)V99.
             05 NCT-SALDO-ANTERIOR   PIC S9(11)V99.
             05 NCT-LIMITE-CREDITO   PIC 9(11)V99.
             05 NCT-SALDO-MINIMO     PIC 9(11)V99.
             05 NCT-BLOCO-SITUACAO   PIC X(18).
             05 NCT-LIMITE-SAQUE-DIA PIC 9(11)V99.
             05 NCT-BLOCO-CTRL-SAQUE PIC X(10).
             05 NCT-VALOR-SAQUES-DIA PIC 9(11)V99.
             05 NCT-BLOCO-AGENCIA    PIC X(06).
             05 NCT-SALDO-PENDENTE   PIC 9(11)V99.
             05 NCT-BLOCO-CADASTRO   PIC X(106).
             05 NCT-SALDO-APLICADO   PIC 9(11)V99.

      * Conferencia das contas gravadas, pelo copybook de producao.
       COPY CTAREG REPLACING LEADING ==CTA== BY ==CHK==.

      * Linha de movimento antiga (72) e nova (78); o servico de origem
      * do estorno de tarifa nao existia no layout antigo e sai em
      * branco.
          01 AMV-REGISTRO.
             05 AMV-INICIO           PIC X(17).
             05 AMV-VALOR            PIC S9(06)V99
                                     SIGN LEADING SEPARATE.
             05 AMV-FIM              PIC X(46).

          01 NMV-REGISTRO.
             05 NMV-INICIO           PIC X(17).
             05 NMV-VALOR            PIC S9(11)V99
                                     SIGN LEADING SEPARATE.
             05 NMV-FIM              PIC X(46).
             05 NMV-SERVICO-ORIGEM   PIC X(01) VALUE SPACE.

      * Registro do jornal antigo (530) e novo (630).
          01 AJR-REGISTRO.
             05 AJR-CABECA           PIC X(30).
             05 AJR-IMAGEM-ANTES     PIC X(250).
             05 AJR-IMAGEM-DEPOIS    PIC X(250).

          01 NJR-REGISTRO.
             05 NJR-CABECA           PIC X(30).
             05 NJR-IMAGEM-ANTES     PIC X(300).
             05 NJR-IMAGEM-DEPOIS    PIC X(300).

          01 WS-IMAGEM-ANTIGA        PIC X(250).
          01 WS-IMAGEM-NOVA          PIC X(300).

      * Transacao antiga (33) e nova (38), de TRANENT e AGENDADO.
          01 ATR-REGISTRO.
             05 ATR-INICIO           PIC X(17).
             05 ATR-VALOR            PIC 9(06)V99.
             05 ATR-FIM              PIC X(08).

          01 NTR-REGISTRO.
             05 NTR-INICIO           PIC X(17).
             05 NTR-VALOR            PIC 9(11)V99.
             05 NTR-FIM              PIC X(08).

      * Quantidade e soma dos valores do arquivo em conversao, lidos
      * no layout antigo e relidos no novo.
          01 WS-CNV-ARQUIVO          PIC X(10).
          01 WS-CNV-OBRIGATORIO      PIC X(01).
             88 ARQUIVO-OBRIGATORIO       VALUE "S".
          01 WS-CNV-ERRO             PIC X(01).
             88 ERRO-NO-ARQUIVO           VALUE "S".
          01 WS-QTD-ANTES            PIC 9(09) VALUE 0.
          01 WS-QTD-DEPOIS           PIC 9(09) VALUE 0.
          01 WS-TOTAL-ANTES          PIC S9(15)V99 VALUE 0.
          01 WS-TOTAL-DEPOIS         PIC S9(15)V99 VALUE 0.

          01 WS-QTD-ARQUIVOS         PIC 9(02) VALUE 0.
          01 WS-QTD-CONFERIDOS       PIC 9(02) VALUE 0.
          01 WS-QTD-AUSENTES         PIC 9(02) VALUE 0.
          01 WS-QTD-DIVERGENTES      PIC 9(02) VALUE 0.

          01 WS-QTD-EDIT             PIC Z(8)9.
          01 WS-TOTAL-EDIT           PIC -Z(14)9.99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "===== CONVERSAO DOS VALORES MONETARIOS ====="
           MOVE 0 TO RETURN-CODE
           PERFORM CONVERTE-CTAMESTRE THRU CONVERTE-CTAMESTRE-EXIT
           PERFORM CONVERTE-CTABKP THRU CONVERTE-CTABKP-EXIT
           PERFORM CONVERTE-MOVIMENTO THRU CONVERTE-MOVIMENTO-EXIT
           PERFORM CONVERTE-MOVFECH THRU CONVERTE-MOVFECH-EXIT
           PERFORM CONVERTE-MOVARQV THRU CONVERTE-MOVARQV-EXIT
           PERFORM CONVERTE-JORNAL THRU CONVERTE-JORNAL-EXIT
           PERFORM CONVERTE-JRNARQV THRU CONVERTE-JRNARQV-EXIT
           PERFORM CONVERTE-TRANENT THRU CONVERTE-TRANENT-EXIT
           PERFORM CONVERTE-AGENDADO THRU CONVERTE-AGENDADO-EXIT
           PERFORM CONVERTE-SUSPENSO THRU CONVERTE-SUSPENSO-EXIT
           PERFORM CONVERTE-CHQPEND THRU CONVERTE-CHQPEND-EXIT
           PERFORM CONVERTE-APROVPEND THRU CONVERTE-APROVPEND-EXIT
           PERFORM CONVERTE-PENDPAG THRU CONVERTE-PENDPAG-EXIT
           PERFORM CONVERTE-INTRETIDO THRU CONVERTE-INTRETIDO-EXIT
           PERFORM CONVERTE-COMPROV THRU CONVERTE-COMPROV-EXIT
           PERFORM CONVERTE-CONTEST THRU CONVERTE-CONTEST-EXIT
           PERFORM CONVERTE-INTERSAI THRU CONVERTE-INTERSAI-EXIT
           PERFORM FINALIZAR
           STOP RUN.

      * Mestre de contas: lido em ordem de chave e gravado na mesma
      * ordem no indexado novo.
       CONVERTE-CTAMESTRE.
           MOVE "CTAMESTRE" TO WS-CNV-ARQUIVO
           MOVE "S" TO WS-CNV-OBRIGATORIO
           PERFORM INICIA-ARQUIVO
           OPEN INPUT CTAANT-ARQ
           IF NOT ANT-OK
               PERFORM ARQUIVO-ANTIGO-INDISPONIVEL
               GO TO CONVERTE-CTAMESTRE-EXIT
           END-IF
           OPEN OUTPUT CTAMESTRE-ARQ
           IF NOT NOV-OK
               CLOSE CTAANT-ARQ
               PERFORM ARQUIVO-NOVO-INDISPONIVEL
               GO TO CONVERTE-CTAMESTRE-EXIT
           END-IF
           PERFORM LE-CTAANT
           PERFORM CONVERTE-UMA-CTA UNTIL ANT-FIM
           CLOSE CTAANT-ARQ
           CLOSE CTAMESTRE-ARQ

           OPEN INPUT CTAMESTRE-ARQ
           PERFORM LE-CTAMESTRE
           PERFORM CONFERE-UMA-CTA UNTIL NOV-FIM
           CLOSE CTAMESTRE-ARQ
           PERFORM REGISTRA-RESULTADO.
       CONVERTE-CTAMESTRE-EXIT.
           EXIT.

       LE-CTAANT.
           READ CTAANT-ARQ NEXT RECORD
               AT END SET ANT-FIM TO TRUE
           END-READ
           PERFORM VERIFICA-LEITURA-ANTIGA.

       CONVERTE-UMA-CTA.
           MOVE ACA-REGISTRO TO ACT-REGISTRO
           PERFORM CONVERTE-IMAGEM-CONTA
           MOVE NCT-REGISTRO TO CTA-REGISTRO
           WRITE CTA-REGISTRO
           PERFORM VERIFICA-GRAVACAO
           PERFORM LE-CTAANT.

       LE-CTAMESTRE.
           READ CTAMESTRE-ARQ NEXT RECORD
               AT END SET NOV-FIM TO TRUE
           END-READ
           PERFORM VERIFICA-RELEITURA.

       CONFERE-UMA-CTA.
           ADD 1 TO WS-QTD-DEPOIS
           MOVE CTA-REGISTRO TO CHK-REGISTRO
           PERFORM SOMA-CONTA-CONFERIDA
           PERFORM LE-CTAMESTRE.

      * Snapshot do mestre (PROGCTASNAP), uma conta por linha.
       CONVERTE-CTABKP.
           MOVE "CTABKP" TO WS-CNV-ARQUIVO
           MOVE "N" TO WS-CNV-OBRIGATORIO
           PERFORM INICIA-ARQUIVO
           OPEN INPUT BKPANT-ARQ
           IF NOT ANT-OK
               PERFORM ARQUIVO-ANTIGO-INDISPONIVEL
               GO TO CONVERTE-CTABKP-EXIT
           END-IF
           OPEN OUTPUT CTABKP-ARQ
           IF NOT NOV-OK
               CLOSE BKPANT-ARQ
               PERFORM ARQUIVO-NOVO-INDISPONIVEL
               GO TO CONVERTE-CTABKP-EXIT
           END-IF
           PERFORM LE-BKPANT
           PERFORM CONVERTE-UM-BKP UNTIL ANT-FIM
           CLOSE BKPANT-ARQ
           CLOSE CTABKP-ARQ

           OPEN INPUT CTABKP-ARQ
           PERFORM LE-CTABKP
           PERFORM CONFERE-UM-BKP UNTIL NOV-FIM
           CLOSE CTABKP-ARQ
           PERFORM REGISTRA-RESULTADO.
       CONVERTE-CTABKP-EXIT.
           EXIT.

       LE-BKPANT.
           READ BKPANT-ARQ
               AT END SET ANT-FIM TO TRUE
           END-READ
           PERFORM VERIFICA-LEITURA-ANTIGA.

       CONVERTE-UM-BKP.
           MOVE ABK-REGISTRO TO ACT-REGISTRO
           PERFORM CONVERTE-IMAGEM-CONTA
           MOVE NCT-REGISTRO TO BKP-REGISTRO
           WRITE BKP-REGISTRO
           PERFORM VERIFICA-GRAVACAO
           PERFORM LE-BKPANT.

       LE-CTABKP.
           READ CTABKP-ARQ
               AT END SET NOV-FIM TO TRUE
           END-READ
           PERFORM VERIFICA-RELEITURA.

       CONFERE-UM-BKP.
           ADD 1 TO WS-QTD-DEPOIS
           MOVE BKP-REGISTRO TO CHK-REGISTRO
           PERFORM SOMA-CONTA-CONFERIDA
           PERFORM LE-CTABKP.

      * Conta antiga (ACT-REGISTRO) para a nova (NCT-REGISTRO): os
      * blocos sem valor passam como estao, os valores sao ampliados.
       CONVERTE-IMAGEM-CONTA.
           ADD 1 TO WS-QTD-ANTES
           MOVE ACT-IDENTIFICACAO    TO NCT-IDENTIFICACAO
           MOVE ACT-SALDO            TO NCT-SALDO
           MOVE ACT-SALDO-ANTERIOR   TO NCT-SALDO-ANTERIOR
           MOVE ACT-LIMITE-CREDITO   TO NCT-LIMITE-CREDITO
           MOVE ACT-SALDO-MINIMO     TO NCT-SALDO-MINIMO
           MOVE ACT-BLOCO-SITUACAO   TO NCT-BLOCO-SITUACAO
           MOVE ACT-LIMITE-SAQUE-DIA TO NCT-LIMITE-SAQUE-DIA
           MOVE ACT-BLOCO-CTRL-SAQUE TO NCT-BLOCO-CTRL-SAQUE
           MOVE ACT-VALOR-SAQUES-DIA TO NCT-VALOR-SAQUES-DIA
           MOVE ACT-BLOCO-AGENCIA    TO NCT-BLOCO-AGENCIA
           MOVE ACT-SALDO-PENDENTE   TO NCT-SALDO-PENDENTE
           MOVE ACT-BLOCO-CADASTRO   TO NCT-BLOCO-CADASTRO
           MOVE ACT-SALDO-APLICADO   TO NCT-SALDO-APLICADO
           ADD ACT-SALDO ACT-SALDO-ANTERIOR ACT-LIMITE-CREDITO
               ACT-SALDO-MINIMO ACT-LIMITE-SAQUE-DIA
               ACT-VALOR-SAQUES-DIA ACT-SALDO-PENDENTE
               ACT-SALDO-APLICADO TO WS-TOTAL-ANTES.

       SOMA-CONTA-CONFERIDA.
           ADD CHK-SALDO CHK-SALDO-ANTERIOR CHK-LIMITE-CREDITO
               CHK-SALDO-MINIMO CHK-LIMITE-SAQUE-DIA
               CHK-VALOR-SAQUES-DIA CHK-SALDO-PENDENTE
               CHK-SALDO-APLICADO TO WS-TOTAL-DEPOIS.

      * Movimento corrente, periodos fechados e arquivo anual.
       CONVERTE-MOVIMENTO.
           MOVE "MOVIMENTO" TO WS-CNV-ARQUIVO
           MOVE "N" TO WS-CNV-OBRIGATORIO
           PERFORM INICIA-ARQUIVO
           OPEN INPUT MOVANT-ARQ
           IF NOT ANT-OK
               PERFORM ARQUIVO-ANTIGO-INDISPONIVEL
               GO TO CONVERTE-MOVIMENTO-EXIT
           END-IF
           OPEN OUTPUT MOVIMENTO-ARQ
           IF NOT NOV-OK
               CLOSE MOVANT-ARQ
               PERFORM ARQUIVO-NOVO-INDISPONIVEL
               GO TO CONVERTE-MOVIMENTO-EXIT
           END-IF
           PERFORM LE-MOVANT
           PERFORM CONVERTE-UM-MOV UNTIL ANT-FIM
           CLOSE MOVANT-ARQ
           CLOSE MOVIMENTO-ARQ

           OPEN INPUT MOVIMENTO-ARQ
           PERFORM LE-MOVIMENTO
           PERFORM CONFERE-UM-MOV UNTIL NOV-FIM
           CLOSE MOVIMENTO-ARQ
           PERFORM REGISTRA-RESULTADO.
       CONVERTE-MOVIMENTO-EXIT.
           EXIT.

       LE-MOVANT.
           READ MOVANT-ARQ
               AT END SET ANT-FIM TO TRUE
           END-READ
           PERFORM VERIFICA-LEITURA-ANTIGA.

       CONVERTE-UM-MOV.
           MOVE AMO-REGISTRO TO AMV-REGISTRO
           PERFORM CONVERTE-LINHA-MOVIMENTO
           MOVE NMV-REGISTRO TO MOV-REGISTRO
           WRITE MOV-REGISTRO
           PERFORM VERIFICA-GRAVACAO
           PERFORM LE-MOVANT.

       LE-MOVIMENTO.
           READ MOVIMENTO-ARQ
               AT END SET NOV-FIM TO TRUE
           END-READ
           PERFORM VERIFICA-RELEITURA.

       CONFERE-UM-MOV.
           ADD 1 TO WS-QTD-DEPOIS
           ADD MOV-VALOR TO WS-TOTAL-DEPOIS
           PERFORM LE-MOVIMENTO.

       CONVERTE-MOVFECH.
           MOVE "MOVFECH" TO WS-CNV-ARQUIVO
           MOVE "N" TO WS-CNV-OBRIGATORIO
           PERFORM INICIA-ARQUIVO
           OPEN INPUT FECHANT-ARQ
           IF NOT ANT-OK
               PERFORM ARQUIVO-ANTIGO-INDISPONIVEL
               GO TO CONVERTE-MOVFECH-EXIT
           END-IF
           OPEN OUTPUT MOVFECH-ARQ
           IF NOT NOV-OK
               CLOSE FECHANT-ARQ
               PERFORM ARQUIVO-NOVO-INDISPONIVEL
               GO TO CONVERTE-MOVFECH-EXIT
           END-IF
           PERFORM LE-FECHANT
           PERFORM CONVERTE-UM-FECH UNTIL ANT-FIM
           CLOSE FECHANT-ARQ
           CLOSE MOVFECH-ARQ

           OPEN INPUT MOVFECH-ARQ
           PERFORM LE-MOVFECH
           PERFORM CONFERE-UM-FECH UNTIL NOV-FIM
           CLOSE MOVFECH-ARQ
           PERFORM REGISTRA-RESULTADO.
       CONVERTE-MOVFECH-EXIT.
           EXIT.

       LE-FECHANT.
           READ FECHANT-ARQ
               AT END SET ANT-FIM TO TRUE
           END-READ
           PERFORM VERIFICA-LEITURA-ANTIGA.

       CONVERTE-UM-FECH.
           MOVE AFC-REGISTRO TO AMV-REGISTRO
           PERFORM CONVERTE-LINHA-MOVIMENTO
           MOVE NMV-REGISTRO TO FCH-REGISTRO
           WRITE FCH-REGISTRO
           PERFORM VERIFICA-GRAVACAO
           PERFORM LE-FECHANT.

       LE-MOVFECH.
           READ MOVFECH-ARQ
               AT END SET NOV-FIM TO TRUE
           END-READ
           PERFORM VERIFICA-RELEITURA.

       CONFERE-UM-FECH.
           ADD 1 TO WS-QTD-DEPOIS
           ADD FCH-VALOR TO WS-TOTAL-DEPOIS
           PERFORM LE-MOVFECH.

       CONVERTE-MOVARQV.
           MOVE "MOVARQV" TO WS-CNV-ARQUIVO
           MOVE "N" TO WS-CNV-OBRIGATORIO
           PERFORM INICIA-ARQUIVO
           OPEN INPUT ARQVANT-ARQ
           IF NOT ANT-OK
               PERFORM ARQUIVO-ANTIGO-INDISPONIVEL
               GO TO CONVERTE-MOVARQV-EXIT
           END-IF
           OPEN OUTPUT MOVARQV-ARQ
           IF NOT NOV-OK
               CLOSE ARQVANT-ARQ
               PERFORM ARQUIVO-NOVO-INDISPONIVEL
               GO TO CONVERTE-MOVARQV-EXIT
           END-IF
           PERFORM LE-ARQVANT
           PERFORM CONVERTE-UM-ARQV UNTIL ANT-FIM
           CLOSE ARQVANT-ARQ
           CLOSE MOVARQV-ARQ

           OPEN INPUT MOVARQV-ARQ
           PERFORM LE-MOVARQV
           PERFORM CONFERE-UM-ARQV UNTIL NOV-FIM
           CLOSE MOVARQV-ARQ
           PERFORM REGISTRA-RESULTADO.
       CONVERTE-MOVARQV-EXIT.
           EXIT.

       LE-ARQVANT.
           READ ARQVANT-ARQ
               AT END SET ANT-FIM TO TRUE
           END-READ
           PERFORM VERIFICA-LEITURA-ANTIGA.

       CONVERTE-UM-ARQV.
           MOVE AAQ-REGISTRO TO AMV-REGISTRO
           PERFORM CONVERTE-LINHA-MOVIMENTO
           MOVE NMV-REGISTRO TO ARQ-REGISTRO
           WRITE ARQ-REGISTRO
           PERFORM VERIFICA-GRAVACAO
           PERFORM LE-ARQVANT.

       LE-MOVARQV.
           READ MOVARQV-ARQ
               AT END SET NOV-FIM TO TRUE
           END-READ
           PERFORM VERIFICA-RELEITURA.

       CONFERE-UM-ARQV.
           ADD 1 TO WS-QTD-DEPOIS
           ADD ARQ-VALOR TO WS-TOTAL-DEPOIS
           PERFORM LE-MOVARQV.

       CONVERTE-LINHA-MOVIMENTO.
           ADD 1 TO WS-QTD-ANTES
           MOVE AMV-INICIO TO NMV-INICIO
           MOVE AMV-VALOR  TO NMV-VALOR
           MOVE AMV-FIM    TO NMV-FIM
           ADD AMV-VALOR TO WS-TOTAL-ANTES.

      * Jornal de atualizacoes do mestre e seu arquivo historico: as
      * duas imagens de CTA-REGISTRO sao convertidas como conta.
       CONVERTE-JORNAL.
           MOVE "JORNAL" TO WS-CNV-ARQUIVO
           MOVE "N" TO WS-CNV-OBRIGATORIO
           PERFORM INICIA-ARQUIVO
           OPEN INPUT JRNANT-ARQ
           IF NOT ANT-OK
               PERFORM ARQUIVO-ANTIGO-INDISPONIVEL
               GO TO CONVERTE-JORNAL-EXIT
           END-IF
           OPEN OUTPUT JORNAL-ARQ
           IF NOT NOV-OK
               CLOSE JRNANT-ARQ
               PERFORM ARQUIVO-NOVO-INDISPONIVEL
               GO TO CONVERTE-JORNAL-EXIT
           END-IF
           PERFORM LE-JRNANT
           PERFORM CONVERTE-UM-JRN UNTIL ANT-FIM
           CLOSE JRNANT-ARQ
           CLOSE JORNAL-ARQ

           OPEN INPUT JORNAL-ARQ
           PERFORM LE-JORNAL
           PERFORM CONFERE-UM-JRN UNTIL NOV-FIM
           CLOSE JORNAL-ARQ
           PERFORM REGISTRA-RESULTADO.
       CONVERTE-JORNAL-EXIT.
           EXIT.

       LE-JRNANT.
           READ JRNANT-ARQ
               AT END SET ANT-FIM TO TRUE
           END-READ
           PERFORM VERIFICA-LEITURA-ANTIGA.

       CONVERTE-UM-JRN.
           MOVE AJN-REGISTRO TO AJR-REGISTRO
           PERFORM CONVERTE-REGISTRO-JORNAL
           MOVE NJR-REGISTRO TO JRN-REGISTRO
           WRITE JRN-REGISTRO
           PERFORM VERIFICA-GRAVACAO
           PERFORM LE-JRNANT.

       LE-JORNAL.
           READ JORNAL-ARQ
               AT END SET NOV-FIM TO TRUE
           END-READ
           PERFORM VERIFICA-RELEITURA.

       CONFERE-UM-JRN.
           ADD 1 TO WS-QTD-DEPOIS
           MOVE JRN-IMAGEM-ANTES TO WS-IMAGEM-NOVA
           PERFORM SOMA-IMAGEM-CONFERIDA
           MOVE JRN-IMAGEM-DEPOIS TO WS-IMAGEM-NOVA
           PERFORM SOMA-IMAGEM-CONFERIDA
           PERFORM LE-JORNAL.

       CONVERTE-JRNARQV.
           MOVE "JRNARQV" TO WS-CNV-ARQUIVO
           MOVE "N" TO WS-CNV-OBRIGATORIO
           PERFORM INICIA-ARQUIVO
           OPEN INPUT JARQANT-ARQ
           IF NOT ANT-OK
               PERFORM ARQUIVO-ANTIGO-INDISPONIVEL
               GO TO CONVERTE-JRNARQV-EXIT
           END-IF
           OPEN OUTPUT JRNARQV-ARQ
           IF NOT NOV-OK
               CLOSE JARQANT-ARQ
               PERFORM ARQUIVO-NOVO-INDISPONIVEL
               GO TO CONVERTE-JRNARQV-EXIT
           END-IF
           PERFORM LE-JARQANT
           PERFORM CONVERTE-UM-JARQ UNTIL ANT-FIM
           CLOSE JARQANT-ARQ
           CLOSE JRNARQV-ARQ

           OPEN INPUT JRNARQV-ARQ
           PERFORM LE-JRNARQV
           PERFORM CONFERE-UM-JARQ UNTIL NOV-FIM
           CLOSE JRNARQV-ARQ
           PERFORM REGISTRA-RESULTADO.
       CONVERTE-JRNARQV-EXIT.
           EXIT.

       LE-JARQANT.
           READ JARQANT-ARQ
               AT END SET ANT-FIM TO TRUE
           END-READ
           PERFORM VERIFICA-LEITURA-ANTIGA.

       CONVERTE-UM-JARQ.
           MOVE AJA-REGISTRO TO AJR-REGISTRO
           PERFORM CONVERTE-REGISTRO-JORNAL
           MOVE NJR-REGISTRO TO JAR-REGISTRO
           WRITE JAR-REGISTRO
           PERFORM VERIFICA-GRAVACAO
           PERFORM LE-JARQANT.

       LE-JRNARQV.
           READ JRNARQV-ARQ
               AT END SET NOV-FIM TO TRUE
           END-READ
           PERFORM VERIFICA-RELEITURA.

       CONFERE-UM-JARQ.
           ADD 1 TO WS-QTD-DEPOIS
           MOVE JAR-IMAGEM-ANTES TO WS-IMAGEM-NOVA
           PERFORM SOMA-IMAGEM-CONFERIDA
           MOVE JAR-IMAGEM-DEPOIS TO WS-IMAGEM-NOVA
           PERFORM SOMA-IMAGEM-CONFERIDA
           PERFORM LE-JRNARQV.

      * A quantidade conta registros do jornal, nao imagens; a soma
      * inclui os valores das duas imagens.
       CONVERTE-REGISTRO-JORNAL.
           ADD 1 TO WS-QTD-ANTES
           MOVE AJR-CABECA TO NJR-CABECA
           MOVE AJR-IMAGEM-ANTES TO WS-IMAGEM-ANTIGA
           PERFORM CONVERTE-IMAGEM-JORNAL
           MOVE WS-IMAGEM-NOVA TO NJR-IMAGEM-ANTES
           MOVE AJR-IMAGEM-DEPOIS TO WS-IMAGEM-ANTIGA
           PERFORM CONVERTE-IMAGEM-JORNAL
           MOVE WS-IMAGEM-NOVA TO NJR-IMAGEM-DEPOIS.

      * Imagem em brancos (sem conta gravada) continua em brancos.
       CONVERTE-IMAGEM-JORNAL.
           MOVE SPACES TO WS-IMAGEM-NOVA
           IF WS-IMAGEM-ANTIGA NOT = SPACES
               MOVE WS-IMAGEM-ANTIGA TO ACT-REGISTRO
               PERFORM CONVERTE-IMAGEM-CONTA
               SUBTRACT 1 FROM WS-QTD-ANTES
               MOVE NCT-REGISTRO TO WS-IMAGEM-NOVA
           END-IF.

       SOMA-IMAGEM-CONFERIDA.
           IF WS-IMAGEM-NOVA NOT = SPACES
               MOVE WS-IMAGEM-NOVA TO CHK-REGISTRO
               PERFORM SOMA-CONTA-CONFERIDA
           END-IF.

      * Filas de transacoes a postar e de transacoes agendadas.
       CONVERTE-TRANENT.
           MOVE "TRANENT" TO WS-CNV-ARQUIVO
           MOVE "N" TO WS-CNV-OBRIGATORIO
           PERFORM INICIA-ARQUIVO
           OPEN INPUT TRANANT-ARQ
           IF NOT ANT-OK
               PERFORM ARQUIVO-ANTIGO-INDISPONIVEL
               GO TO CONVERTE-TRANENT-EXIT
           END-IF
           OPEN OUTPUT TRANENT-ARQ
           IF NOT NOV-OK
               CLOSE TRANANT-ARQ
               PERFORM ARQUIVO-NOVO-INDISPONIVEL
               GO TO CONVERTE-TRANENT-EXIT
           END-IF
           PERFORM LE-TRANANT
           PERFORM CONVERTE-UMA-TRAN UNTIL ANT-FIM
           CLOSE TRANANT-ARQ
           CLOSE TRANENT-ARQ

           OPEN INPUT TRANENT-ARQ
           PERFORM LE-TRANENT
           PERFORM CONFERE-UMA-TRAN UNTIL NOV-FIM
           CLOSE TRANENT-ARQ
           PERFORM REGISTRA-RESULTADO.
       CONVERTE-TRANENT-EXIT.
           EXIT.

       LE-TRANANT.
           READ TRANANT-ARQ
               AT END SET ANT-FIM TO TRUE
           END-READ
           PERFORM VERIFICA-LEITURA-ANTIGA.

       CONVERTE-UMA-TRAN.
           MOVE ATN-REGISTRO TO ATR-REGISTRO
           PERFORM CONVERTE-TRANSACAO
           MOVE NTR-REGISTRO TO TRAN-REGISTRO
           WRITE TRAN-REGISTRO
           PERFORM VERIFICA-GRAVACAO
           PERFORM LE-TRANANT.

       LE-TRANENT.
           READ TRANENT-ARQ
               AT END SET NOV-FIM TO TRUE
           END-READ
           PERFORM VERIFICA-RELEITURA.

       CONFERE-UMA-TRAN.
           ADD 1 TO WS-QTD-DEPOIS
           ADD TRAN-VALOR TO WS-TOTAL-DEPOIS
           PERFORM LE-TRANENT.

       CONVERTE-AGENDADO.
           MOVE "AGENDADO" TO WS-CNV-ARQUIVO
           MOVE "N" TO WS-CNV-OBRIGATORIO
           PERFORM INICIA-ARQUIVO
           OPEN INPUT AGDANT-ARQ
           IF NOT ANT-OK
               PERFORM ARQUIVO-ANTIGO-INDISPONIVEL
               GO TO CONVERTE-AGENDADO-EXIT
           END-IF
           OPEN OUTPUT AGENDADO-ARQ
           IF NOT NOV-OK
               CLOSE AGDANT-ARQ
               PERFORM ARQUIVO-NOVO-INDISPONIVEL
               GO TO CONVERTE-AGENDADO-EXIT
           END-IF
           PERFORM LE-AGDANT
           PERFORM CONVERTE-UMA-AGD UNTIL ANT-FIM
           CLOSE AGDANT-ARQ
           CLOSE AGENDADO-ARQ

           OPEN INPUT AGENDADO-ARQ
           PERFORM LE-AGENDADO
           PERFORM CONFERE-UMA-AGD UNTIL NOV-FIM
           CLOSE AGENDADO-ARQ
           PERFORM REGISTRA-RESULTADO.
       CONVERTE-AGENDADO-EXIT.
           EXIT.

       LE-AGDANT.
           READ AGDANT-ARQ
               AT END SET ANT-FIM TO TRUE
           END-READ
           PERFORM VERIFICA-LEITURA-ANTIGA.

       CONVERTE-UMA-AGD.
           MOVE AAG-REGISTRO TO ATR-REGISTRO
           PERFORM CONVERTE-TRANSACAO
           MOVE NTR-REGISTRO TO AGD-REGISTRO
           WRITE AGD-REGISTRO
           PERFORM VERIFICA-GRAVACAO
           PERFORM LE-AGDANT.

       LE-AGENDADO.
           READ AGENDADO-ARQ
               AT END SET NOV-FIM TO TRUE
           END-READ
           PERFORM VERIFICA-RELEITURA.

       CONFERE-UMA-AGD.
           ADD 1 TO WS-QTD-DEPOIS
           ADD AGD-VALOR TO WS-TOTAL-DEPOIS
           PERFORM LE-AGENDADO.

       CONVERTE-TRANSACAO.
           ADD 1 TO WS-QTD-ANTES
           MOVE ATR-INICIO TO NTR-INICIO
           MOVE ATR-VALOR  TO NTR-VALOR
           MOVE ATR-FIM    TO NTR-FIM
           ADD ATR-VALOR TO WS-TOTAL-ANTES.

      * Transacoes em suspenso (fim de semana e feriado).
       CONVERTE-SUSPENSO.
           MOVE "SUSPENSO" TO WS-CNV-ARQUIVO
           MOVE "N" TO WS-CNV-OBRIGATORIO
           PERFORM INICIA-ARQUIVO
           OPEN INPUT SUSPANT-ARQ
           IF NOT ANT-OK
               PERFORM ARQUIVO-ANTIGO-INDISPONIVEL
               GO TO CONVERTE-SUSPENSO-EXIT
           END-IF
           OPEN OUTPUT SUSPENSO-ARQ
           IF NOT NOV-OK
               CLOSE SUSPANT-ARQ
               PERFORM ARQUIVO-NOVO-INDISPONIVEL
               GO TO CONVERTE-SUSPENSO-EXIT
           END-IF
           PERFORM LE-SUSPANT
           PERFORM CONVERTE-UMA-SUSP UNTIL ANT-FIM
           CLOSE SUSPANT-ARQ
           CLOSE SUSPENSO-ARQ

           OPEN INPUT SUSPENSO-ARQ
           PERFORM LE-SUSPENSO
           PERFORM CONFERE-UMA-SUSP UNTIL NOV-FIM
           CLOSE SUSPENSO-ARQ
           PERFORM REGISTRA-RESULTADO.
       CONVERTE-SUSPENSO-EXIT.
           EXIT.

       LE-SUSPANT.
           READ SUSPANT-ARQ
               AT END SET ANT-FIM TO TRUE
           END-READ
           PERFORM VERIFICA-LEITURA-ANTIGA.

       CONVERTE-UMA-SUSP.
           ADD 1 TO WS-QTD-ANTES
           ADD ASU-VALOR TO WS-TOTAL-ANTES
           MOVE ASU-INICIO TO NSU-INICIO
           MOVE ASU-VALOR  TO NSU-VALOR
           MOVE ASU-FIM    TO NSU-FIM
           WRITE NSU-REGISTRO
           PERFORM VERIFICA-GRAVACAO
           PERFORM LE-SUSPANT.

       LE-SUSPENSO.
           READ SUSPENSO-ARQ
               AT END SET NOV-FIM TO TRUE
           END-READ
           PERFORM VERIFICA-RELEITURA.

       CONFERE-UMA-SUSP.
           ADD 1 TO WS-QTD-DEPOIS
           ADD SUSP-VALOR TO WS-TOTAL-DEPOIS
           PERFORM LE-SUSPENSO.

      * Retencoes de cheque depositado em compensacao.
       CONVERTE-CHQPEND.
           MOVE "CHQPEND" TO WS-CNV-ARQUIVO
           MOVE "N" TO WS-CNV-OBRIGATORIO
           PERFORM INICIA-ARQUIVO
           OPEN INPUT CHQANT-ARQ
           IF NOT ANT-OK
               PERFORM ARQUIVO-ANTIGO-INDISPONIVEL
               GO TO CONVERTE-CHQPEND-EXIT
           END-IF
           OPEN OUTPUT CHQPEND-ARQ
           IF NOT NOV-OK
               CLOSE CHQANT-ARQ
               PERFORM ARQUIVO-NOVO-INDISPONIVEL
               GO TO CONVERTE-CHQPEND-EXIT
           END-IF
           PERFORM LE-CHQANT
           PERFORM CONVERTE-UM-CHQ UNTIL ANT-FIM
           CLOSE CHQANT-ARQ
           CLOSE CHQPEND-ARQ

           OPEN INPUT CHQPEND-ARQ
           PERFORM LE-CHQPEND
           PERFORM CONFERE-UM-CHQ UNTIL NOV-FIM
           CLOSE CHQPEND-ARQ
           PERFORM REGISTRA-RESULTADO.
       CONVERTE-CHQPEND-EXIT.
           EXIT.

       LE-CHQANT.
           READ CHQANT-ARQ
               AT END SET ANT-FIM TO TRUE
           END-READ
           PERFORM VERIFICA-LEITURA-ANTIGA.

       CONVERTE-UM-CHQ.
           ADD 1 TO WS-QTD-ANTES
           ADD ACQ-VALOR TO WS-TOTAL-ANTES
           MOVE ACQ-INICIO TO NCQ-INICIO
           MOVE ACQ-VALOR  TO NCQ-VALOR
           MOVE ACQ-FIM    TO NCQ-FIM
           WRITE NCQ-REGISTRO
           PERFORM VERIFICA-GRAVACAO
           PERFORM LE-CHQANT.

       LE-CHQPEND.
           READ CHQPEND-ARQ
               AT END SET NOV-FIM TO TRUE
           END-READ
           PERFORM VERIFICA-RELEITURA.

       CONFERE-UM-CHQ.
           ADD 1 TO WS-QTD-DEPOIS
           ADD CHQ-VALOR TO WS-TOTAL-DEPOIS
           PERFORM LE-CHQPEND.

      * Operacoes acima da alcada aguardando o supervisor.
       CONVERTE-APROVPEND.
           MOVE "APROVPEND" TO WS-CNV-ARQUIVO
           MOVE "N" TO WS-CNV-OBRIGATORIO
           PERFORM INICIA-ARQUIVO
           OPEN INPUT APRANT-ARQ
           IF NOT ANT-OK
               PERFORM ARQUIVO-ANTIGO-INDISPONIVEL
               GO TO CONVERTE-APROVPEND-EXIT
           END-IF
           OPEN OUTPUT APROVPEND-ARQ
           IF NOT NOV-OK
               CLOSE APRANT-ARQ
               PERFORM ARQUIVO-NOVO-INDISPONIVEL
               GO TO CONVERTE-APROVPEND-EXIT
           END-IF
           PERFORM LE-APRANT
           PERFORM CONVERTE-UMA-APR UNTIL ANT-FIM
           CLOSE APRANT-ARQ
           CLOSE APROVPEND-ARQ

           OPEN INPUT APROVPEND-ARQ
           PERFORM LE-APROVPEND
           PERFORM CONFERE-UMA-APR UNTIL NOV-FIM
           CLOSE APROVPEND-ARQ
           PERFORM REGISTRA-RESULTADO.
       CONVERTE-APROVPEND-EXIT.
           EXIT.

       LE-APRANT.
           READ APRANT-ARQ
               AT END SET ANT-FIM TO TRUE
           END-READ
           PERFORM VERIFICA-LEITURA-ANTIGA.

       CONVERTE-UMA-APR.
           ADD 1 TO WS-QTD-ANTES
           ADD AAP-VALOR AAP-VALOR-DESTINO TO WS-TOTAL-ANTES
           MOVE AAP-INICIO        TO NAP-INICIO
           MOVE AAP-VALOR         TO NAP-VALOR
           MOVE AAP-VALOR-DESTINO TO NAP-VALOR-DESTINO
           MOVE AAP-FIM           TO NAP-FIM
           WRITE NAP-REGISTRO
           PERFORM VERIFICA-GRAVACAO
           PERFORM LE-APRANT.

       LE-APROVPEND.
           READ APROVPEND-ARQ
               AT END SET NOV-FIM TO TRUE
           END-READ
           PERFORM VERIFICA-RELEITURA.

       CONFERE-UMA-APR.
           ADD 1 TO WS-QTD-DEPOIS
           ADD APR-VALOR APR-VALOR-DESTINO TO WS-TOTAL-DEPOIS
           PERFORM LE-APROVPEND.

      * Debitos de conveniados aguardando liquidacao (indexado).
       CONVERTE-PENDPAG.
           MOVE "PENDPAG" TO WS-CNV-ARQUIVO
           MOVE "N" TO WS-CNV-OBRIGATORIO
           PERFORM INICIA-ARQUIVO
           OPEN INPUT PGTOANT-ARQ
           IF NOT ANT-OK
               PERFORM ARQUIVO-ANTIGO-INDISPONIVEL
               GO TO CONVERTE-PENDPAG-EXIT
           END-IF
           OPEN OUTPUT PENDPAG-ARQ
           IF NOT NOV-OK
               CLOSE PGTOANT-ARQ
               PERFORM ARQUIVO-NOVO-INDISPONIVEL
               GO TO CONVERTE-PENDPAG-EXIT
           END-IF
           PERFORM LE-PGTOANT
           PERFORM CONVERTE-UM-PGTO UNTIL ANT-FIM
           CLOSE PGTOANT-ARQ
           CLOSE PENDPAG-ARQ

           OPEN INPUT PENDPAG-ARQ
           PERFORM LE-PENDPAG
           PERFORM CONFERE-UM-PGTO UNTIL NOV-FIM
           CLOSE PENDPAG-ARQ
           PERFORM REGISTRA-RESULTADO.
       CONVERTE-PENDPAG-EXIT.
           EXIT.

       LE-PGTOANT.
           READ PGTOANT-ARQ NEXT RECORD
               AT END SET ANT-FIM TO TRUE
           END-READ
           PERFORM VERIFICA-LEITURA-ANTIGA.

       CONVERTE-UM-PGTO.
           ADD 1 TO WS-QTD-ANTES
           ADD APG-VALOR TO WS-TOTAL-ANTES
           MOVE APG-INICIO TO NPG-INICIO
           MOVE APG-VALOR  TO NPG-VALOR
           MOVE APG-FIM    TO NPG-FIM
           WRITE NPG-REGISTRO
           PERFORM VERIFICA-GRAVACAO
           PERFORM LE-PGTOANT.

       LE-PENDPAG.
           READ PENDPAG-ARQ NEXT RECORD
               AT END SET NOV-FIM TO TRUE
           END-READ
           PERFORM VERIFICA-RELEITURA.

       CONFERE-UM-PGTO.
           ADD 1 TO WS-QTD-DEPOIS
           ADD PGTO-VALOR TO WS-TOTAL-DEPOIS
           PERFORM LE-PENDPAG.

      * Creditos interbancarios retidos pelo compliance (indexado).
       CONVERTE-INTRETIDO.
           MOVE "INTRETIDO" TO WS-CNV-ARQUIVO
           MOVE "N" TO WS-CNV-OBRIGATORIO
           PERFORM INICIA-ARQUIVO
           OPEN INPUT RETANT-ARQ
           IF NOT ANT-OK
               PERFORM ARQUIVO-ANTIGO-INDISPONIVEL
               GO TO CONVERTE-INTRETIDO-EXIT
           END-IF
           OPEN OUTPUT INTRETIDO-ARQ
           IF NOT NOV-OK
               CLOSE RETANT-ARQ
               PERFORM ARQUIVO-NOVO-INDISPONIVEL
               GO TO CONVERTE-INTRETIDO-EXIT
           END-IF
           PERFORM LE-RETANT
           PERFORM CONVERTE-UM-RET UNTIL ANT-FIM
           CLOSE RETANT-ARQ
           CLOSE INTRETIDO-ARQ

           OPEN INPUT INTRETIDO-ARQ
           PERFORM LE-INTRETIDO
           PERFORM CONFERE-UM-RET UNTIL NOV-FIM
           CLOSE INTRETIDO-ARQ
           PERFORM REGISTRA-RESULTADO.
       CONVERTE-INTRETIDO-EXIT.
           EXIT.

       LE-RETANT.
           READ RETANT-ARQ NEXT RECORD
               AT END SET ANT-FIM TO TRUE
           END-READ
           PERFORM VERIFICA-LEITURA-ANTIGA.

       CONVERTE-UM-RET.
           ADD 1 TO WS-QTD-ANTES
           ADD ART-VALOR TO WS-TOTAL-ANTES
           MOVE ART-INICIO TO NRT-INICIO
           MOVE ART-VALOR  TO NRT-VALOR
           MOVE ART-FIM    TO NRT-FIM
           WRITE NRT-REGISTRO
           PERFORM VERIFICA-GRAVACAO
           PERFORM LE-RETANT.

       LE-INTRETIDO.
           READ INTRETIDO-ARQ NEXT RECORD
               AT END SET NOV-FIM TO TRUE
           END-READ
           PERFORM VERIFICA-RELEITURA.

       CONFERE-UM-RET.
           ADD 1 TO WS-QTD-DEPOIS
           ADD RET-VALOR TO WS-TOTAL-DEPOIS
           PERFORM LE-INTRETIDO.

      * Comprovantes emitidos, ainda consultaveis pelo PROGCOMPROV.
       CONVERTE-COMPROV.
           MOVE "COMPROV" TO WS-CNV-ARQUIVO
           MOVE "N" TO WS-CNV-OBRIGATORIO
           PERFORM INICIA-ARQUIVO
           OPEN INPUT CPVANT-ARQ
           IF NOT ANT-OK
               PERFORM ARQUIVO-ANTIGO-INDISPONIVEL
               GO TO CONVERTE-COMPROV-EXIT
           END-IF
           OPEN OUTPUT COMPROV-ARQ
           IF NOT NOV-OK
               CLOSE CPVANT-ARQ
               PERFORM ARQUIVO-NOVO-INDISPONIVEL
               GO TO CONVERTE-COMPROV-EXIT
           END-IF
           PERFORM LE-CPVANT
           PERFORM CONVERTE-UM-CPV UNTIL ANT-FIM
           CLOSE CPVANT-ARQ
           CLOSE COMPROV-ARQ

           OPEN INPUT COMPROV-ARQ
           PERFORM LE-COMPROV
           PERFORM CONFERE-UM-CPV UNTIL NOV-FIM
           CLOSE COMPROV-ARQ
           PERFORM REGISTRA-RESULTADO.
       CONVERTE-COMPROV-EXIT.
           EXIT.

       LE-CPVANT.
           READ CPVANT-ARQ
               AT END SET ANT-FIM TO TRUE
           END-READ
           PERFORM VERIFICA-LEITURA-ANTIGA.

       CONVERTE-UM-CPV.
           ADD 1 TO WS-QTD-ANTES
           ADD ACP-VALOR TO WS-TOTAL-ANTES
           MOVE ACP-INICIO TO NCP-INICIO
           MOVE ACP-VALOR  TO NCP-VALOR
           MOVE ACP-FIM    TO NCP-FIM
           WRITE NCP-REGISTRO
           PERFORM VERIFICA-GRAVACAO
           PERFORM LE-CPVANT.

       LE-COMPROV.
           READ COMPROV-ARQ
               AT END SET NOV-FIM TO TRUE
           END-READ
           PERFORM VERIFICA-RELEITURA.

       CONFERE-UM-CPV.
           ADD 1 TO WS-QTD-DEPOIS
           ADD CPV-VALOR TO WS-TOTAL-DEPOIS
           PERFORM LE-COMPROV.

      * Contestacoes de lancamento (indexado).
       CONVERTE-CONTEST.
           MOVE "CONTEST" TO WS-CNV-ARQUIVO
           MOVE "N" TO WS-CNV-OBRIGATORIO
           PERFORM INICIA-ARQUIVO
           OPEN INPUT CNTANT-ARQ
           IF NOT ANT-OK
               PERFORM ARQUIVO-ANTIGO-INDISPONIVEL
               GO TO CONVERTE-CONTEST-EXIT
           END-IF
           OPEN OUTPUT CONTEST-ARQ
           IF NOT NOV-OK
               CLOSE CNTANT-ARQ
               PERFORM ARQUIVO-NOVO-INDISPONIVEL
               GO TO CONVERTE-CONTEST-EXIT
           END-IF
           PERFORM LE-CNTANT
           PERFORM CONVERTE-UMA-CNT UNTIL ANT-FIM
           CLOSE CNTANT-ARQ
           CLOSE CONTEST-ARQ

           OPEN INPUT CONTEST-ARQ
           PERFORM LE-CONTEST
           PERFORM CONFERE-UMA-CNT UNTIL NOV-FIM
           CLOSE CONTEST-ARQ
           PERFORM REGISTRA-RESULTADO.
       CONVERTE-CONTEST-EXIT.
           EXIT.

       LE-CNTANT.
           READ CNTANT-ARQ NEXT RECORD
               AT END SET ANT-FIM TO TRUE
           END-READ
           PERFORM VERIFICA-LEITURA-ANTIGA.

       CONVERTE-UMA-CNT.
           ADD 1 TO WS-QTD-ANTES
           ADD ACN-VALOR TO WS-TOTAL-ANTES
           MOVE ACN-INICIO TO NCN-INICIO
           MOVE ACN-VALOR  TO NCN-VALOR
           MOVE ACN-FIM    TO NCN-FIM
           WRITE NCN-REGISTRO
           PERFORM VERIFICA-GRAVACAO
           PERFORM LE-CNTANT.

       LE-CONTEST.
           READ CONTEST-ARQ NEXT RECORD
               AT END SET NOV-FIM TO TRUE
           END-READ
           PERFORM VERIFICA-RELEITURA.

       CONFERE-UMA-CNT.
           ADD 1 TO WS-QTD-DEPOIS
           ADD CNT-VALOR TO WS-TOTAL-DEPOIS
           PERFORM LE-CONTEST.

      * Ordens interbancarias enviadas, ainda sem resposta da rede.
       CONVERTE-INTERSAI.
           MOVE "INTERSAI" TO WS-CNV-ARQUIVO
           MOVE "N" TO WS-CNV-OBRIGATORIO
           PERFORM INICIA-ARQUIVO
           OPEN INPUT ISAANT-ARQ
           IF NOT ANT-OK
               PERFORM ARQUIVO-ANTIGO-INDISPONIVEL
               GO TO CONVERTE-INTERSAI-EXIT
           END-IF
           OPEN OUTPUT INTERSAI-ARQ
           IF NOT NOV-OK
               CLOSE ISAANT-ARQ
               PERFORM ARQUIVO-NOVO-INDISPONIVEL
               GO TO CONVERTE-INTERSAI-EXIT
           END-IF
           PERFORM LE-ISAANT
           PERFORM CONVERTE-UMA-ISA UNTIL ANT-FIM
           CLOSE ISAANT-ARQ
           CLOSE INTERSAI-ARQ

           OPEN INPUT INTERSAI-ARQ
           PERFORM LE-INTERSAI
           PERFORM CONFERE-UMA-ISA UNTIL NOV-FIM
           CLOSE INTERSAI-ARQ
           PERFORM REGISTRA-RESULTADO.
       CONVERTE-INTERSAI-EXIT.
           EXIT.

       LE-ISAANT.
           READ ISAANT-ARQ
               AT END SET ANT-FIM TO TRUE
           END-READ
           PERFORM VERIFICA-LEITURA-ANTIGA.

       CONVERTE-UMA-ISA.
           ADD 1 TO WS-QTD-ANTES
           ADD AIS-VALOR TO WS-TOTAL-ANTES
           MOVE AIS-INICIO TO NIS-INICIO
           MOVE AIS-VALOR  TO NIS-VALOR
           MOVE AIS-FIM    TO NIS-FIM
           WRITE NIS-REGISTRO
           PERFORM VERIFICA-GRAVACAO
           PERFORM LE-ISAANT.

       LE-INTERSAI.
           READ INTERSAI-ARQ
               AT END SET NOV-FIM TO TRUE
           END-READ
           PERFORM VERIFICA-RELEITURA.

       CONFERE-UMA-ISA.
           ADD 1 TO WS-QTD-DEPOIS
           ADD ISA-VALOR TO WS-TOTAL-DEPOIS
           PERFORM LE-INTERSAI.

      * Rotinas comuns a todos os arquivos.
       INICIA-ARQUIVO.
           ADD 1 TO WS-QTD-ARQUIVOS
           MOVE "N" TO WS-CNV-ERRO
           MOVE 0 TO WS-QTD-ANTES
           MOVE 0 TO WS-QTD-DEPOIS
           MOVE 0 TO WS-TOTAL-ANTES
           MOVE 0 TO WS-TOTAL-DEPOIS.

      * Status de leitura diferente de fim de arquivo interrompe o
      * arquivo: a conferencia sai divergente e o RC vai a 8.
       VERIFICA-LEITURA-ANTIGA.
           IF NOT ANT-OK AND NOT ANT-FIM
               DISPLAY WS-CNV-ARQUIVO " - ERRO DE LEITURA NO LAYOUT "
                   "ANTIGO (STATUS " WS-STATUS-ANT ") APOS "
                   WS-QTD-ANTES " REGISTROS"
               MOVE "S" TO WS-CNV-ERRO
               SET ANT-FIM TO TRUE
           END-IF.

       VERIFICA-GRAVACAO.
           IF NOT NOV-OK
               DISPLAY WS-CNV-ARQUIVO " - ERRO DE GRAVACAO (STATUS "
                   WS-STATUS-NOV ") NO REGISTRO " WS-QTD-ANTES
               MOVE "S" TO WS-CNV-ERRO
           END-IF.

       VERIFICA-RELEITURA.
           IF NOT NOV-OK AND NOT NOV-FIM
               DISPLAY WS-CNV-ARQUIVO " - ERRO NA RELEITURA (STATUS "
                   WS-STATUS-NOV ") APOS " WS-QTD-DEPOIS " REGISTROS"
               MOVE "S" TO WS-CNV-ERRO
               SET NOV-FIM TO TRUE
           END-IF.

      * Arquivo antigo que nao existe e fila nunca criada: nada a
      * converter, e o arquivo novo nao e criado. O mestre de contas
      * e obrigatorio.
       ARQUIVO-ANTIGO-INDISPONIVEL.
           IF ANT-AUSENTE AND NOT ARQUIVO-OBRIGATORIO
               ADD 1 TO WS-QTD-AUSENTES
               DISPLAY WS-CNV-ARQUIVO " - ARQUIVO ANTIGO AUSENTE, "
                   "NADA A CONVERTER"
           ELSE
               ADD 1 TO WS-QTD-DIVERGENTES
               MOVE 8 TO RETURN-CODE
               DISPLAY WS-CNV-ARQUIVO " - ARQUIVO ANTIGO INDISPONIVEL"
                   " (STATUS " WS-STATUS-ANT ") - NAO CONVERTIDO"
           END-IF.

       ARQUIVO-NOVO-INDISPONIVEL.
           ADD 1 TO WS-QTD-DIVERGENTES
           MOVE 8 TO RETURN-CODE
           DISPLAY WS-CNV-ARQUIVO " - ARQUIVO NOVO NAO PODE SER "
               "CRIADO (STATUS " WS-STATUS-NOV ") - NAO CONVERTIDO".

       REGISTRA-RESULTADO.
           DISPLAY "--- " WS-CNV-ARQUIVO
           MOVE WS-QTD-ANTES TO WS-QTD-EDIT
           DISPLAY "    REGISTROS LAYOUT ANTIGO..: " WS-QTD-EDIT
           MOVE WS-QTD-DEPOIS TO WS-QTD-EDIT
           DISPLAY "    REGISTROS LAYOUT NOVO....: " WS-QTD-EDIT
           MOVE WS-TOTAL-ANTES TO WS-TOTAL-EDIT
           DISPLAY "    SOMA DOS VALORES ANTIGO..: " WS-TOTAL-EDIT
           MOVE WS-TOTAL-DEPOIS TO WS-TOTAL-EDIT
           DISPLAY "    SOMA DOS VALORES NOVO....: " WS-TOTAL-EDIT
           IF ERRO-NO-ARQUIVO
                   OR WS-QTD-DEPOIS NOT = WS-QTD-ANTES
                   OR WS-TOTAL-DEPOIS NOT = WS-TOTAL-ANTES
               ADD 1 TO WS-QTD-DIVERGENTES
               MOVE 8 TO RETURN-CODE
               DISPLAY "    *** NAO CONFERE - ARQUIVO NOVO NAO PRESTA"
           ELSE
               ADD 1 TO WS-QTD-CONFERIDOS
               DISPLAY "    CONFERIDO"
           END-IF.

       FINALIZAR.
           DISPLAY "===== RESUMO DA CONVERSAO ====="
           DISPLAY "ARQUIVOS PROCESSADOS..: " WS-QTD-ARQUIVOS
           DISPLAY "CONVERTIDOS E CONFERE.: " WS-QTD-CONFERIDOS
           DISPLAY "AUSENTES (NADA A FAZER): " WS-QTD-AUSENTES
           DISPLAY "COM DIVERGENCIA/ERRO..: " WS-QTD-DIVERGENTES
           DISPLAY "RETURN-CODE...........: " RETURN-CODE.

       END PROGRAM PROGCONVVLR.
