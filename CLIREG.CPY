      *
      * Historico de alteracoes:
      * 02/09/2026 - EM - Versao inicial.
      * 15/10/2026 - EM - Inclui a situacao do cliente (CLI-SITUACAO,
      *              "F" falecido; brancos de registro antigo valem
      *              vivo), a data do obito e a matricula da certidao
      *              de obito, gravadas pelo PROGOBITO. O registro
      *              cresce de 124 para 165 bytes.
      ******************************************************************
       01 CLI-REGISTRO.
          05 CLI-CPFCNPJ          PIC 9(14).
          05 CLI-NOME             PIC X(30).
          05 CLI-ENDERECO         PIC X(40).
          05 CLI-EMAIL            PIC X(40).
          05 CLI-SITUACAO         PIC X(01).
             88 CLI-FALECIDO           VALUE "F".
          05 CLI-DATA-OBITO       PIC 9(08).
          05 CLI-CERTIDAO-OBITO   PIC X(32).
