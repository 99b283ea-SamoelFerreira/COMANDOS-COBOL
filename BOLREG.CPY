      ******************************************************************
      * Copybook: BOLREG
      * Author: EQUIPE MANUTENCAO
      * Purpose: Layout do registro do cadastro de titulos da cobranca
      *          bancaria (BOLETOS, indexado pela chave conta do
      *          beneficiario + nosso numero). O titulo entra pelo
      *          arquivo de remessa da empresa (COBREM, ver BRMREG) e
      *          e liquidado pelo arquivo de pagamentos recebidos da
      *          compensacao (COBPAG, ver BPGREG), tudo no PROGBOLETO.
      *          Encargos de atraso: multa percentual unica sobre o
      *          valor e juros percentuais ao mes, pro rata de 1/30
      *          por dia corrido de atraso. Vencimento em dia nao util
      *          pode ser pago no dia util seguinte sem encargos.
      *          O credito ao beneficiario e um TRAN-REGISTRO de
      *          deposito em TRANENT com referencia 9700000000 +
      *          sequencia interna do titulo (ver REFREG).
      *          Situacoes: R registrado (em aberto), L liquidado
      *          (credito emitido, aguardando a postagem), C creditado
      *          (referencia ja em REFARQ).
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      ******************************************************************
       01 BOL-REGISTRO.
          05 BOL-CHAVE.
             10 BOL-CONTA         PIC 9(06).
             10 BOL-NOSSO-NUMERO  PIC 9(10).
          05 BOL-SEQ-INTERNO      PIC 9(08).
          05 BOL-SACADO-DOC       PIC 9(14).
          05 BOL-SACADO-NOME      PIC X(30).
          05 BOL-VALOR            PIC 9(06)V99.
          05 BOL-VENCIMENTO       PIC 9(08).
          05 BOL-MULTA-PERC       PIC 9(02)V99.
          05 BOL-JUROS-MES-PERC   PIC 9(02)V99.
          05 BOL-SITUACAO         PIC X(01).
             88 BOL-REGISTRADO         VALUE "R".
             88 BOL-LIQUIDADO          VALUE "L".
             88 BOL-CREDITADO          VALUE "C".
          05 BOL-DATA-REGISTRO    PIC 9(08).
          05 BOL-DATA-PAGAMENTO   PIC 9(08).
          05 BOL-DATA-LIQUIDACAO  PIC 9(08).
          05 BOL-VALOR-PAGO       PIC 9(06)V99.
          05 BOL-ENCARGOS         PIC 9(06)V99.
          05 BOL-REFERENCIA       PIC 9(10).
          05 BOL-AVISO-VENCIDO    PIC X(01).
             88 BOL-VENCIDO-AVISADO    VALUE "S".
