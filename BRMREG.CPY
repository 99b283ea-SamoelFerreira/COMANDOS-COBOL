      ******************************************************************
      * Copybook: BRMREG
      * Author: EQUIPE MANUTENCAO
      * Purpose: Layout do registro do arquivo de remessa de titulos
      *          da cobranca bancaria (COBREM), enviado pela empresa
      *          beneficiaria: um titulo por linha, com a conta de
      *          credito, o nosso numero atribuido pela empresa dentro
      *          da faixa do convenio, o pagador (CPF/CNPJ e nome), o
      *          valor, o vencimento e as regras de atraso (multa
      *          percentual e juros percentuais ao mes). Registrado
      *          pelo PROGBOLETO no cadastro BOLETOS (ver BOLREG).
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      ******************************************************************
       01 BRM-REGISTRO.
          05 BRM-CONTA            PIC 9(06).
          05 BRM-NOSSO-NUMERO     PIC 9(10).
          05 BRM-SACADO-DOC       PIC 9(14).
          05 BRM-SACADO-NOME      PIC X(30).
          05 BRM-VALOR            PIC 9(06)V99.
          05 BRM-VENCIMENTO       PIC 9(08).
          05 BRM-MULTA-PERC       PIC 9(02)V99.
          05 BRM-JUROS-MES-PERC   PIC 9(02)V99.
