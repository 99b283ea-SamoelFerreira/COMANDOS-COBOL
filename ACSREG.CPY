      ******************************************************************
      * Copybook: ACSREG
      * Author: EQUIPE MANUTENCAO
      * Purpose: Layout do registro do log de acesso a dados de
      *          cliente (arquivo ACESSLOG, sequencial, so acrescido):
      *          um registro por exibicao de dados pessoais num ponto
      *          de consulta, com data, hora, matricula do operador,
      *          programa, CPF/CNPJ e conta exibidos e o que foi
      *          mostrado. CPF/CNPJ zero = conta sem cliente vinculado
      *          ou ponto que so conhece a conta; conta zero =
      *          consulta ao cadastro do cliente. O relatorio do
      *          titular (PROGLGPD) casa o registro pelo CPF/CNPJ ou
      *          por qualquer conta do titular. Gravacao pelo copybook
      *          ACSGRAVA.
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      ******************************************************************
       01 ACS-REGISTRO.
          05 ACS-DATA             PIC 9(08).
          05 ACS-HORA             PIC 9(08).
          05 ACS-MATRICULA        PIC X(08).
          05 ACS-PROGRAMA         PIC X(08).
          05 ACS-CPFCNPJ          PIC 9(14).
          05 ACS-CONTA            PIC 9(06).
          05 ACS-CONSULTA         PIC X(20).
