      ******************************************************************
      * Copybook: ADBMANUT
      * Author: EQUIPE MANUTENCAO
      * Purpose: Paragrafos comuns da manutencao interativa das
      *          autorizacoes de debito automatico de uma conta
      *          (arquivo AUTDEB, ver ADBREG), compartilhados pelo
      *          autoatendimento (PROGSALDOBANCARIO, opcao 0, cliente
      *          autenticado pelo PIN) e pela agencia (PROGAUTDEB,
      *          operador identificado), para as duas pontas
      *          aplicarem exatamente a mesma regra:
      *            LISTA-AUTORIZACOES - todas as autorizacoes da
      *              conta, vigentes e canceladas;
      *            INCLUI-AUTORIZACAO THRU INCLUI-AUTORIZACAO-EXIT -
      *              conveniado, referencia do cliente, valor maximo
      *              por debito e inicio da vigencia (hoje ou
      *              adiante); a mesma chave ja cancelada e reativada
      *              com os dados novos;
      *            CANCELA-AUTORIZACAO THRU CANCELA-AUTORIZACAO-EXIT
      *              - com confirmacao; vale a partir de hoje, e o
      *              debito ja captado e recusado na liquidacao.
      *          AUTDEB-ARQ aberto em I-O pelo chamador; areas e
      *          contrato em ADBW.
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      ******************************************************************
       LISTA-AUTORIZACOES.
           MOVE 0 TO WS-ADB-QTD-LISTADAS
           MOVE WS-ADB-CONTA TO ADB-CONTA
           MOVE 0 TO ADB-CONVENIADO
           MOVE LOW-VALUES TO ADB-REF-CLIENTE
           START AUTDEB-ARQ KEY NOT < ADB-CHAVE
               INVALID KEY CONTINUE
           END-START
           IF ARQ-ADB-OK
               READ AUTDEB-ARQ NEXT RECORD
                   AT END SET ARQ-ADB-FIM TO TRUE
               END-READ
           END-IF
           PERFORM LISTA-UMA-AUTORIZACAO
               UNTIL NOT ARQ-ADB-OK
                  OR ADB-CONTA NOT = WS-ADB-CONTA
           IF WS-ADB-QTD-LISTADAS = 0
               DISPLAY "Nenhuma autorizacao de debito automatico "
                   "para a conta " WS-ADB-CONTA
           END-IF.

       LISTA-UMA-AUTORIZACAO.
           ADD 1 TO WS-ADB-QTD-LISTADAS
           DISPLAY "Conveniado " ADB-CONVENIADO
               " Ref. " ADB-REF-CLIENTE
               " Maximo " ADB-VALOR-MAXIMO
               " Inicio " ADB-DATA-INICIO
           IF ADB-DATA-CANCELAMENTO = 0
               DISPLAY "   VIGENTE - incluida em " ADB-DATA-INCLUSAO
                   " canal " ADB-CANAL-INCLUSAO
                   " por " ADB-OPER-INCLUSAO
           ELSE
               DISPLAY "   CANCELADA em " ADB-DATA-CANCELAMENTO
                   " canal " ADB-CANAL-CANCELAMENTO
                   " por " ADB-OPER-CANCELAMENTO
           END-IF
           READ AUTDEB-ARQ NEXT RECORD
               AT END SET ARQ-ADB-FIM TO TRUE
           END-READ.

       INCLUI-AUTORIZACAO.
           MOVE "N" TO WS-ADB-ALTERACAO
           PERFORM PEDE-CHAVE-AUTORIZACAO
           IF WS-ADB-CONVENIADO = 0 OR WS-ADB-REF-CLIENTE = SPACES
               DISPLAY "Conveniado e referencia do cliente sao "
                   "obrigatorios!"
               GO TO INCLUI-AUTORIZACAO-EXIT
           END-IF
           DISPLAY "Valor maximo por debito (8 digitos, centavos "
               "nos 2 ultimos): "
           ACCEPT WS-ADB-VALOR-ENTRADA
           IF WS-ADB-VALOR-ENTRADA NOT NUMERIC
                   OR WS-ADB-VALOR-NUM = 0
               DISPLAY "Valor maximo invalido!"
               GO TO INCLUI-AUTORIZACAO-EXIT
           END-IF
           DISPLAY "Inicio da vigencia (AAAAMMDD, 0 = hoje): "
           ACCEPT WS-ADB-INICIO-ENTRADA
           IF WS-ADB-INICIO-ENTRADA = SPACES
                   OR WS-ADB-INICIO-ENTRADA = "0"
               MOVE WS-ADB-DATA-HOJE TO WS-ADB-INICIO-NUM
           END-IF
           IF WS-ADB-INICIO-ENTRADA NOT NUMERIC
                   OR WS-ADB-INICIO-ENTRADA(5:2) < "01"
                   OR WS-ADB-INICIO-ENTRADA(5:2) > "12"
                   OR WS-ADB-INICIO-ENTRADA(7:2) < "01"
                   OR WS-ADB-INICIO-ENTRADA(7:2) > "31"
               DISPLAY "Data de inicio invalida!"
               GO TO INCLUI-AUTORIZACAO-EXIT
           END-IF
           IF WS-ADB-INICIO-NUM < WS-ADB-DATA-HOJE
               DISPLAY "Inicio da vigencia nao pode ser anterior a "
                   "hoje (" WS-ADB-DATA-HOJE ")!"
               GO TO INCLUI-AUTORIZACAO-EXIT
           END-IF

           MOVE WS-ADB-CONTA       TO ADB-CONTA
           MOVE WS-ADB-CONVENIADO  TO ADB-CONVENIADO
           MOVE WS-ADB-REF-CLIENTE TO ADB-REF-CLIENTE
           READ AUTDEB-ARQ
               INVALID KEY CONTINUE
           END-READ
           IF ARQ-ADB-OK AND ADB-DATA-CANCELAMENTO = 0
               DISPLAY "Ja existe autorizacao vigente para este "
                   "conveniado e referencia!"
               GO TO INCLUI-AUTORIZACAO-EXIT
           END-IF

           ACCEPT WS-ADB-HORA FROM TIME
           MOVE WS-ADB-VALOR-NUM  TO ADB-VALOR-MAXIMO
           MOVE WS-ADB-INICIO-NUM TO ADB-DATA-INICIO
           MOVE 0                 TO ADB-DATA-CANCELAMENTO
           MOVE WS-ADB-DATA-HOJE  TO ADB-DATA-INCLUSAO
           MOVE WS-ADB-HORA       TO ADB-HORA-INCLUSAO
           MOVE WS-ADB-CANAL      TO ADB-CANAL-INCLUSAO
           MOVE WS-ADB-OPERADOR   TO ADB-OPER-INCLUSAO
           MOVE 0                 TO ADB-HORA-CANCELAMENTO
           MOVE SPACES            TO ADB-CANAL-CANCELAMENTO
           MOVE SPACES            TO ADB-OPER-CANCELAMENTO
           IF ARQ-ADB-OK
               REWRITE ADB-REGISTRO
           ELSE
               WRITE ADB-REGISTRO
           END-IF
           IF NOT ARQ-ADB-OK
               DISPLAY "Autorizacao nao gravada (" WS-STATUS-ADB
                   "), tente novamente."
               GO TO INCLUI-AUTORIZACAO-EXIT
           END-IF
           SET ADB-ALTERADA TO TRUE
           DISPLAY "Autorizacao de debito automatico registrada: "
               "conveniado " ADB-CONVENIADO " maximo "
               ADB-VALOR-MAXIMO " a partir de " ADB-DATA-INICIO.
       INCLUI-AUTORIZACAO-EXIT.
           EXIT.

       CANCELA-AUTORIZACAO.
           MOVE "N" TO WS-ADB-ALTERACAO
           PERFORM PEDE-CHAVE-AUTORIZACAO
           MOVE WS-ADB-CONTA       TO ADB-CONTA
           MOVE WS-ADB-CONVENIADO  TO ADB-CONVENIADO
           MOVE WS-ADB-REF-CLIENTE TO ADB-REF-CLIENTE
           READ AUTDEB-ARQ
               INVALID KEY CONTINUE
           END-READ
           IF NOT ARQ-ADB-OK
               DISPLAY "Autorizacao nao encontrada!"
               GO TO CANCELA-AUTORIZACAO-EXIT
           END-IF
           IF ADB-DATA-CANCELAMENTO NOT = 0
               DISPLAY "Autorizacao ja cancelada em "
                   ADB-DATA-CANCELAMENTO
               GO TO CANCELA-AUTORIZACAO-EXIT
           END-IF
           DISPLAY "Conveniado " ADB-CONVENIADO " Ref. "
               ADB-REF-CLIENTE " Maximo " ADB-VALOR-MAXIMO
           DISPLAY "Confirma o cancelamento (S/N)? "
           ACCEPT WS-ADB-CONFIRMA
           IF WS-ADB-CONFIRMA NOT = "S" AND WS-ADB-CONFIRMA NOT = "s"
               DISPLAY "Cancelamento desistido."
               GO TO CANCELA-AUTORIZACAO-EXIT
           END-IF
           ACCEPT WS-ADB-HORA FROM TIME
           MOVE WS-ADB-DATA-HOJE TO ADB-DATA-CANCELAMENTO
           MOVE WS-ADB-HORA      TO ADB-HORA-CANCELAMENTO
           MOVE WS-ADB-CANAL     TO ADB-CANAL-CANCELAMENTO
           MOVE WS-ADB-OPERADOR  TO ADB-OPER-CANCELAMENTO
           REWRITE ADB-REGISTRO
           IF NOT ARQ-ADB-OK
               DISPLAY "Cancelamento nao gravado (" WS-STATUS-ADB
                   "), tente novamente."
               GO TO CANCELA-AUTORIZACAO-EXIT
           END-IF
           SET ADB-ALTERADA TO TRUE
           DISPLAY "Autorizacao cancelada: os debitos deste "
               "conveniado serao recusados a partir de hoje.".
       CANCELA-AUTORIZACAO-EXIT.
           EXIT.

       PEDE-CHAVE-AUTORIZACAO.
           MOVE 0 TO WS-ADB-CONVENIADO
           DISPLAY "Codigo do conveniado (6 digitos): "
           ACCEPT WS-ADB-CONV-ENTRADA
           IF WS-ADB-CONV-ENTRADA IS NUMERIC
               MOVE WS-ADB-CONV-NUM TO WS-ADB-CONVENIADO
           END-IF
           DISPLAY "Referencia do cliente no conveniado: "
           ACCEPT WS-ADB-REF-CLIENTE.
