      ******************************************************************
      * Copybook: EELREG
      * Author: EQUIPE MANUTENCAO
      * Purpose: Layouts do arquivo de extrato eletronico para
      *          conciliacao bancaria (EXTELET), no padrao CNAB 240
      *          da FEBRABAN (servico 04 - extrato, forma de
      *          lancamento 40, layout do lote 033): registros de
      *          240 posicoes, todos sob o mesmo FD, distinguidos
      *          pelo tipo de registro na posicao 8:
      *            0 - header de arquivo
      *            1 - header de lote (conta e saldo inicial)
      *            3 - detalhe segmento E (um por lancamento)
      *            5 - trailer de lote (saldo final e totais)
      *            9 - trailer de arquivo
      *          Valores sem sinal com 2 decimais implicitas; o sinal
      *          vai no campo de situacao (D/C). Datas DDMMAAAA. As
      *          posicoes 18 a 72 (inscricao, convenio, agencia e
      *          conta da empresa) repetem-se em todos os registros
      *          de lote - montadas uma vez por conta em
      *          WS-EEL-IDENTIFICACAO e movidas para cada registro.
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      ******************************************************************
       01 EHA-REGISTRO.
          05 EHA-BANCO             PIC 9(03).
          05 EHA-LOTE              PIC 9(04).
          05 EHA-TIPO-REGISTRO     PIC X(01).
          05 FILLER                PIC X(09).
          05 EHA-IDENTIFICACAO.
             10 EHA-TIPO-INSCRICAO PIC 9(01).
             10 EHA-INSCRICAO      PIC 9(14).
             10 EHA-CONVENIO       PIC X(20).
             10 EHA-AGENCIA        PIC 9(05).
             10 EHA-DV-AGENCIA     PIC X(01).
             10 EHA-CONTA          PIC 9(12).
             10 EHA-DV-CONTA       PIC X(01).
             10 EHA-DV-AG-CONTA    PIC X(01).
          05 EHA-NOME-EMPRESA      PIC X(30).
          05 EHA-NOME-BANCO        PIC X(30).
          05 FILLER                PIC X(10).
          05 EHA-CODIGO-ARQUIVO    PIC 9(01).
          05 EHA-DATA-GERACAO      PIC 9(08).
          05 EHA-HORA-GERACAO      PIC 9(06).
          05 EHA-NSA               PIC 9(06).
          05 EHA-VERSAO-LAYOUT     PIC X(03).
          05 EHA-DENSIDADE         PIC 9(05).
          05 EHA-RESERVADO-BANCO   PIC X(20).
          05 EHA-RESERVADO-EMPRESA PIC X(20).
          05 FILLER                PIC X(29).

       01 EHL-REGISTRO.
          05 EHL-BANCO             PIC 9(03).
          05 EHL-LOTE              PIC 9(04).
          05 EHL-TIPO-REGISTRO     PIC X(01).
          05 EHL-OPERACAO          PIC X(01).
          05 EHL-SERVICO           PIC 9(02).
          05 EHL-FORMA-LANCAMENTO  PIC 9(02).
          05 EHL-VERSAO-LAYOUT     PIC X(03).
          05 FILLER                PIC X(01).
          05 EHL-IDENTIFICACAO     PIC X(55).
          05 EHL-NOME-EMPRESA      PIC X(30).
          05 FILLER                PIC X(40).
          05 EHL-DATA-SALDO        PIC 9(08).
          05 EHL-VALOR-SALDO       PIC 9(16)V99.
          05 EHL-SITUACAO-SALDO    PIC X(01).
          05 EHL-POSICAO-SALDO     PIC X(01).
          05 EHL-MOEDA             PIC X(03).
          05 EHL-SEQ-EXTRATO       PIC 9(05).
          05 FILLER                PIC X(62).

       01 EDE-REGISTRO.
          05 EDE-BANCO             PIC 9(03).
          05 EDE-LOTE              PIC 9(04).
          05 EDE-TIPO-REGISTRO     PIC X(01).
          05 EDE-SEQ-REGISTRO      PIC 9(05).
          05 EDE-SEGMENTO          PIC X(01).
          05 FILLER                PIC X(03).
          05 EDE-IDENTIFICACAO     PIC X(55).
          05 EDE-NOME-EMPRESA      PIC X(30).
          05 FILLER                PIC X(06).
          05 EDE-NATUREZA          PIC X(03).
          05 EDE-TIPO-COMPLEMENTO  PIC 9(02).
          05 EDE-COMPLEMENTO.
             10 EDE-CPL-BANCO      PIC 9(03).
             10 EDE-CPL-AGENCIA    PIC 9(05).
             10 EDE-CPL-CONTA      PIC 9(12).
          05 EDE-ISENCAO-CPMF      PIC X(01).
          05 EDE-DATA-CONTABIL     PIC 9(08).
          05 EDE-DATA-LANCAMENTO   PIC 9(08).
          05 EDE-VALOR             PIC 9(16)V99.
          05 EDE-TIPO-LANCAMENTO   PIC X(01).
             88 EDE-DEBITO              VALUE "D".
             88 EDE-CREDITO             VALUE "C".
          05 EDE-CATEGORIA         PIC 9(03).
          05 EDE-HISTORICO-BANCO   PIC X(04).
          05 EDE-DESCRICAO         PIC X(25).
          05 EDE-DOCUMENTO         PIC X(39).

       01 ETL-REGISTRO.
          05 ETL-BANCO             PIC 9(03).
          05 ETL-LOTE              PIC 9(04).
          05 ETL-TIPO-REGISTRO     PIC X(01).
          05 FILLER                PIC X(09).
          05 ETL-IDENTIFICACAO     PIC X(55).
          05 FILLER                PIC X(16).
          05 ETL-BLOQUEADO-ACIMA   PIC 9(16)V99.
          05 ETL-LIMITE            PIC 9(16)V99.
          05 ETL-BLOQUEADO-ATE     PIC 9(16)V99.
          05 ETL-DATA-SALDO        PIC 9(08).
          05 ETL-VALOR-SALDO       PIC 9(16)V99.
          05 ETL-SITUACAO-SALDO    PIC X(01).
          05 ETL-POSICAO-SALDO     PIC X(01).
          05 ETL-QTD-REGISTROS     PIC 9(06).
          05 ETL-TOTAL-DEBITOS     PIC 9(16)V99.
          05 ETL-TOTAL-CREDITOS    PIC 9(16)V99.
          05 FILLER                PIC X(28).

       01 ETA-REGISTRO.
          05 ETA-BANCO             PIC 9(03).
          05 ETA-LOTE              PIC 9(04).
          05 ETA-TIPO-REGISTRO     PIC X(01).
          05 FILLER                PIC X(09).
          05 ETA-QTD-LOTES         PIC 9(06).
          05 ETA-QTD-REGISTROS     PIC 9(06).
          05 ETA-QTD-CONTAS        PIC 9(06).
          05 FILLER                PIC X(205).
