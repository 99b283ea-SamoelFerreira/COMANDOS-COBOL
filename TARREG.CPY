      ******************************************************************
      * Copybook: TARREG
      * Author: EQUIPE MANUTENCAO
      * Purpose: Layout do registro do catalogo de tarifas avulsas por
      *          servico (arquivo TARIFAS): codigo do servico, data de
      *          vigencia, descricao, valor cobrado por evento e ate
      *          cinco produtos de conta (codigos do PRODCAD) isentos
      *          da tarifa. O arquivo e somente-inclusao, mantido pelo
      *          PROGTARIFA no mesmo recorte do PROGTAXA com TAXAS:
      *          uma alteracao de valor ou de isencao e um registro
      *          novo, e na carga vale, por servico, o registro de
      *          maior vigencia ja alcancada na data do ciclo.
      *          Consumido pela cobranca diaria (PROGTARAV), que tarifa
      *          os eventos gravados pelos programas de atendimento no
      *          TAREVT (ver EVTREG).
      *          Servicos: T TED enviada, C talao de cheques emitido,
      *          D cheque devolvido (motivos 11/12), E extrato avulso
      *          pedido pela agencia (EXTFILA), R reimpressao de
      *          comprovante e B liquidacao de titulo da cobranca
      *          bancaria (PROGBOLETO).
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      * 15/10/2026 - EM - Servico B: liquidacao de titulo da cobranca
      *              bancaria (PROGBOLETO).
      ******************************************************************
       01 TAR-REGISTRO.
          05 TAR-SERVICO          PIC X(01).
             88 TAR-SERVICO-VALIDO     VALUE "T" "C" "D" "E" "R"
                                       "B".
          05 TAR-DATA-VIGENCIA    PIC 9(08).
          05 TAR-DESCRICAO        PIC X(20).
          05 TAR-VALOR            PIC 9(05)V99.
          05 TAR-ISENTOS.
             10 TAR-PRODUTO-ISENTO PIC X(02) OCCURS 5 TIMES.
