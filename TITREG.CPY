      ******************************************************************
      * Copybook: TITREG
      * Author: EQUIPE MANUTENCAO
      * Purpose: Layout do registro do arquivo de titularidade das
      *          contas (TITULAR, indexado pela chave conta +
      *          CPF/CNPJ do cliente): liga uma conta do mestre a
      *          varios clientes do CLIMESTRE, cada um com o seu
      *          papel - P primeiro titular (o mesmo CTA-CLIENTE da
      *          conta), S cotitular solidario (conta "e/ou", movimenta
      *          sozinho) e C cotitular conjunto (conta "e", toda
      *          saida de recursos exige a autenticacao dele no
      *          PROGSALDOBANCARIO, com PIN proprio em TIT-PIN).
      *          Mantido pelo PROGCLIMANUT; lido pela geracao de
      *          avisos (PROGAVISO), pelo demonstrativo anual de IR
      *          (PROGIRREL) e pelo diretorio de chaves (PROGALIAS) -
      *          ver TITW/TITLER para a carga dos titulares de uma
      *          conta. Conta sem registro aqui tem como unico titular
      *          o CTA-CLIENTE.
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      ******************************************************************
       01 TIT-REGISTRO.
          05 TIT-CHAVE.
             10 TIT-CONTA         PIC 9(06).
             10 TIT-CPFCNPJ       PIC 9(14).
          05 TIT-PAPEL            PIC X(01).
             88 TIT-PRIMEIRO           VALUE "P".
             88 TIT-SOLIDARIO          VALUE "S".
             88 TIT-CONJUNTO           VALUE "C".
          05 TIT-DATA-INCLUSAO    PIC 9(08).
          05 TIT-PIN              PIC 9(04).
          05 TIT-TENTATIVAS       PIC 9(02).
