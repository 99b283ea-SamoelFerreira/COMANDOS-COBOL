      ******************************************************************
      * Copybook: EVTREG
      * Author: EQUIPE MANUTENCAO
      * Purpose: Layout do registro de eventos tarifaveis (TAREVT,
      *          indexado por data + hora + programa + sequencia da
      *          execucao): cada servico tarifado prestado ao cliente,
      *          gravado pelo programa que o prestou (copybook
      *          EVTGRAVA) com a conta, o servico (codigos do catalogo
      *          TARIFAS, ver TARREG) e a referencia de origem (numero
      *          da TED, primeiro cheque do talao, NSU do cheque
      *          devolvido, data final do periodo do extrato avulso,
      *          numero do comprovante ou referencia do credito do
      *          titulo liquidado na cobranca bancaria).
      *          A cobranca diaria (PROGTARAV) tarifa o evento pendente
      *          e grava o desfecho: C cobrado (valor e data da
      *          cobranca), I isento pelo produto da conta, S servico
      *          sem tarifa vigente, R recusado (conta inexistente ou
      *          encerrada). Conta bloqueada no momento da cobranca
      *          deixa o evento pendente para o ciclo seguinte.
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      * 15/10/2026 - EM - Servico B: liquidacao de titulo da cobranca
      *              bancaria (PROGBOLETO).
      ******************************************************************
       01 EVT-REGISTRO.
          05 EVT-CHAVE.
             10 EVT-DATA          PIC 9(08).
             10 EVT-HORA          PIC 9(08).
             10 EVT-PROGRAMA      PIC X(08).
             10 EVT-SEQ           PIC 9(04).
          05 EVT-CONTA            PIC 9(06).
          05 EVT-SERVICO          PIC X(01).
             88 EVT-TED                VALUE "T".
             88 EVT-TALAO              VALUE "C".
             88 EVT-CHEQUE-DEVOLVIDO   VALUE "D".
             88 EVT-EXTRATO            VALUE "E".
             88 EVT-COMPROVANTE        VALUE "R".
             88 EVT-LIQUIDACAO-BOLETO  VALUE "B".
          05 EVT-REFERENCIA       PIC 9(10).
          05 EVT-SITUACAO         PIC X(01).
             88 EVT-PENDENTE           VALUE "P".
             88 EVT-COBRADO            VALUE "C".
             88 EVT-ISENTO             VALUE "I".
             88 EVT-SEM-TARIFA         VALUE "S".
             88 EVT-RECUSADO           VALUE "R".
          05 EVT-VALOR            PIC 9(05)V99.
          05 EVT-DATA-COBRANCA    PIC 9(08).
