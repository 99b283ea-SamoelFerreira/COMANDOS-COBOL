      ******************************************************************
      * Copybook: RSTREG
      * Author: EQUIPE MANUTENCAO
      * Purpose: Layout do registro do arquivo de pessoas restritas
      *          (RESTRITOS): CPF/CNPJ, nome e lista de origem de
      *          cada pessoa sancionada ou politicamente exposta, na
      *          forma entregue pelo compliance. Regravado por inteiro
      *          pela carga PROGRESTR a cada remessa do arquivo de
      *          largura fixa do compliance (RESTFEED); lido pela
      *          triagem (copybooks RSTW/RSTLER) no cadastro de
      *          clientes (PROGCLIMANUT), na abertura de contas
      *          (PROGCARGA) e nos creditos interbancarios recebidos
      *          (PROGINTENT). Pessoa de lista estrangeira sem CPF/CNPJ
      *          vem com RST-CPFCNPJ zero e so e triada pelo nome.
      *          Tipos: S sancao, P pessoa politicamente exposta.
      *
      * Historico de alteracoes:
      * 15/10/2026 - EM - Versao inicial.
      ******************************************************************
       01 RST-REGISTRO.
          05 RST-CPFCNPJ          PIC 9(14).
          05 RST-NOME             PIC X(30).
          05 RST-LISTA            PIC X(10).
          05 RST-TIPO             PIC X(01).
             88 RST-SANCAO             VALUE "S".
             88 RST-PEP                VALUE "P".
          05 RST-DATA-CARGA       PIC 9(08).
