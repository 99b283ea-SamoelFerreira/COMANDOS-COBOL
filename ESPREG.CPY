      ******************************************************************
      * Copybook: ESPREG
      * Author: EQUIPE MANUTENCAO
      * Purpose: Layout do registro do arquivo de documentos de
      *          liberacao do espolio (ESPDOC, indexado pelo CPF do
      *          cliente falecido + sequencial): cada alvara judicial,
      *          escritura publica de inventario/partilha ou
      *          comprovante de despesa de funeral registrado pelo
      *          juridico no PROGOBITO, com o beneficiario, a conta
      *          de credito, o valor autorizado e o valor ja liberado.
      *          A liberacao so sai contra documento ativo com saldo
      *          a liberar e nunca pelo mesmo operador que registrou o
      *          documento; esgotado o valor, o documento fica "L"
      *          como historico do espolio.
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      ******************************************************************
       01 ESP-REGISTRO.
          05 ESP-CHAVE.
             10 ESP-CPFCNPJ       PIC 9(14).
             10 ESP-SEQ           PIC 9(02).
          05 ESP-TIPO             PIC X(01).
             88 ESP-ALVARA-JUDICIAL    VALUE "J".
             88 ESP-ESCRITURA          VALUE "N".
             88 ESP-DESPESA-FUNERAL    VALUE "F".
          05 ESP-DOCUMENTO        PIC X(30).
          05 ESP-EMISSOR          PIC X(30).
          05 ESP-DATA-DOCUMENTO   PIC 9(08).
          05 ESP-BENEF-CPFCNPJ    PIC 9(14).
          05 ESP-BENEF-NOME       PIC X(30).
          05 ESP-CONTA-DESTINO    PIC 9(06).
          05 ESP-VALOR-AUTORIZADO PIC 9(11)V99.
          05 ESP-VALOR-LIBERADO   PIC 9(11)V99.
          05 ESP-SITUACAO         PIC X(01).
             88 ESP-ATIVO              VALUE "A".
             88 ESP-LIBERADO           VALUE "L".
             88 ESP-CANCELADO          VALUE "C".
          05 ESP-DATA-REGISTRO    PIC 9(08).
          05 ESP-MATRICULA        PIC X(08).
