      *          em WORKING-STORAGE, e o AUDITSEG passa a registrar
      *          quem realmente decidiu.
      *          Perfis: A administracao (passa em qualquer funcao),
      *          S supervisor, G seguranca, C cadastro, J juridico
      *          (PROGBLOQJUD, PROGOBITO), M compliance (PROGCOMPL,
      *          PROGLGPD),
      *          R credito (PROGAPRLIM).
      *
      * Historico de alteracoes:
      * 02/09/2026 - EM - Versao inicial.
      * 15/10/2026 - EM - Novo perfil M (compliance), exigido pelo
      *              PROGCOMPL na fila de revisao da triagem de
      *              restritos e nos creditos interbancarios retidos.
      * 15/10/2026 - EM - Inclui OPE-CPFCNPJ com o CPF do proprio
      *              operador, informado pelo PROGOPER: e por ele que o
      *              relatorio de atividade (PROGOPERREL) aponta o
      *              operador que mexeu na propria conta (CTA-CLIENTE
      *              ou titular do arquivo TITULAR). Zero = nao
      *              informado; operador cadastrado antes deste campo
      *              le o campo sem valor numerico e tambem fica sem a
      *              conferencia ate o CPF ser informado.
      * 15/10/2026 - EM - Novo perfil R (mesa de credito), exigido
      *              pelo PROGAPRLIM na decisao das propostas de
      *              revisao do limite de credito.
      * 15/10/2026 - EM - Perfil M tambem exigido pelo PROGLGPD no
      *              relatorio do titular de dados pessoais.
      ******************************************************************
       01 OPE-REGISTRO.
          05 OPE-MATRICULA        PIC X(08).
             88 OPE-PERFIL-SEGURANCA   VALUE "G".
             88 OPE-PERFIL-CADASTRO    VALUE "C".
             88 OPE-PERFIL-JURIDICO    VALUE "J".
             88 OPE-PERFIL-COMPLIANCE  VALUE "M".
             88 OPE-PERFIL-CREDITO     VALUE "R".
          05 OPE-SITUACAO         PIC X(01).
             88 OPE-ATIVO              VALUE "A".
             88 OPE-BLOQUEADO          VALUE "B".
          05 OPE-TENTATIVAS       PIC 9(01).
          05 OPE-TROCA-OBRIGATORIA PIC X(01).
             88 OPE-DEVE-TROCAR        VALUE "S".
          05 OPE-CPFCNPJ          PIC 9(14).
