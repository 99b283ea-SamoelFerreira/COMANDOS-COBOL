      ******************************************************************
      * Copybook: EASREG
      * Author: EQUIPE MANUTENCAO
      * Purpose: Layout do registro de adesao ao extrato eletronico
      *          (arquivo EXTASSIN, mantido pela area de cash
      *          management a pedido da empresa cliente - uma linha
      *          por conta): conta, codigo do convenio da empresa
      *          junto ao banco (repetido nos registros do arquivo
      *          de extrato, para o ERP identificar a origem) e a
      *          situacao da adesao. So a adesao ativa gera o extrato
      *          diario no PROGEXTELET; a suspensa fica no arquivo
      *          sem gerar.
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      ******************************************************************
       01 EAS-REGISTRO.
          05 EAS-CONTA             PIC 9(06).
          05 EAS-CONVENIO          PIC X(20).
          05 EAS-SITUACAO          PIC X(01).
             88 EAS-ATIVA               VALUE "A".
             88 EAS-SUSPENSA            VALUE "S".
          05 EAS-DATA-ADESAO       PIC 9(08).
