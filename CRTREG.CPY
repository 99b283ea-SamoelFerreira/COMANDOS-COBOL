      ******************************************************************
      * Copybook: CRTREG
      * Author: EQUIPE MANUTENCAO
      * Purpose: Layout do registro do mestre de cartoes de debito
      *          (CARTAO, indexado pelo numero do cartao): conta e
      *          portador (CPF/CNPJ de um dos titulares da conta),
      *          emissao, validade (ano/mes, valido ate o ultimo dia
      *          do mes) e situacao. O numero e montado pelo PROGCARTAO
      *          como BIN do banco + conta + sequencia + digito
      *          verificador (modulo 10), de modo que os cartoes de
      *          uma conta ficam contiguos na chave. Emissao, bloqueio
      *          e substituicao pelo PROGCARTAO; o PROGATM resolve o
      *          cartao da rede para a conta e o PROGHOTLIST gera a
      *          lista negra diaria para a rede.
      *          Situacao: A ativo, B bloqueado (temporario, reversivel
      *          pelo PROGCARTAO), P perda/roubo e C cancelado
      *          (definitivos).
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      ******************************************************************
       01 CRT-REGISTRO.
          05 CRT-NUMERO           PIC 9(16).
          05 CRT-NUMERO-R REDEFINES CRT-NUMERO.
             10 CRT-NUM-BIN       PIC 9(06).
             10 CRT-NUM-CONTA     PIC 9(06).
             10 CRT-NUM-SEQ       PIC 9(03).
             10 CRT-NUM-DV        PIC 9(01).
          05 CRT-CONTA            PIC 9(06).
          05 CRT-CPFCNPJ          PIC 9(14).
          05 CRT-DATA-EMISSAO     PIC 9(08).
          05 CRT-VALIDADE         PIC 9(06).
          05 CRT-STATUS           PIC X(01).
             88 CRT-ATIVO              VALUE "A".
             88 CRT-BLOQUEADO          VALUE "B".
             88 CRT-PERDA-ROUBO        VALUE "P".
             88 CRT-CANCELADO          VALUE "C".
             88 CRT-NA-LISTA-NEGRA     VALUE "B" "P" "C".
          05 CRT-DATA-STATUS      PIC 9(08).
          05 CRT-OPERADOR         PIC X(08).
          05 CRT-ANTERIOR         PIC 9(16).
          05 CRT-SUBSTITUTO       PIC 9(16).
