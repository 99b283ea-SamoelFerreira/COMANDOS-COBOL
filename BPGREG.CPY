      ******************************************************************
      * Copybook: BPGREG
      * Author: EQUIPE MANUTENCAO
      * Purpose: Layout do registro do arquivo de pagamentos de
      *          titulos recebidos da compensacao (COBPAG): um
      *          pagamento por linha, identificado pela conta do
      *          beneficiario e pelo nosso numero, com o valor
      *          efetivamente pago, a data do pagamento, o banco que
      *          recebeu e o NSU da rede. Casado com o cadastro
      *          BOLETOS (ver BOLREG) pelo PROGBOLETO.
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      ******************************************************************
       01 BPG-REGISTRO.
          05 BPG-CONTA            PIC 9(06).
          05 BPG-NOSSO-NUMERO     PIC 9(10).
          05 BPG-VALOR-PAGO       PIC 9(06)V99.
          05 BPG-DATA-PAGAMENTO   PIC 9(08).
          05 BPG-BANCO-RECEBEDOR  PIC 9(03).
          05 BPG-NSU              PIC 9(10).
