      ******************************************************************
      * Copybook: PLMREG
      * Author: EQUIPE MANUTENCAO
      * Purpose: Layout do registro do arquivo de propostas de revisao
      *          do limite de credito (PROPLIM): gravado pela revisao
      *          mensal (PROGREVLIM) para cada conta com proposta de
      *          aumento ou de reducao, com os indicadores que
      *          sustentam a proposta, e decidido pela mesa de credito
      *          no PROGAPRLIM, que aplica a aprovada ao CTAMESTRE.
      *          Conta sem alteracao proposta so aparece no relatorio
      *          da revisao (REVLIMREL), nao neste arquivo.
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      ******************************************************************
       01 PLM-REGISTRO.
          05 PLM-MES-REVISAO      PIC 9(06).
          05 PLM-DATA             PIC 9(08).
          05 PLM-CONTA            PIC 9(06).
          05 PLM-TIPO             PIC X(01).
             88 PLM-AUMENTO            VALUE "A".
             88 PLM-REDUCAO            VALUE "R".
          05 PLM-LIMITE-ATUAL     PIC 9(11)V99.
          05 PLM-LIMITE-PROPOSTO  PIC 9(11)V99.
          05 PLM-SALDO-MEDIO      PIC S9(11)V99 SIGN LEADING SEPARATE.
          05 PLM-RENDA-MENSAL     PIC 9(11)V99.
          05 PLM-DIAS-DESCOBERTO  PIC 9(04).
          05 PLM-QTD-DEVOLVIDOS   PIC 9(03).
          05 PLM-PARCELAS-ATRASO  PIC 9(03).
          05 PLM-MOTIVO           PIC X(20).
          05 PLM-SITUACAO         PIC X(01).
             88 PLM-PENDENTE           VALUE "P".
             88 PLM-APROVADA           VALUE "A".
             88 PLM-REJEITADA          VALUE "R".
             88 PLM-EXPIRADA           VALUE "E".
          05 PLM-MATRICULA        PIC X(08).
          05 PLM-DATA-DECISAO     PIC 9(08).
