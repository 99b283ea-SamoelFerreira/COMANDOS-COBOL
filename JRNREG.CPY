      *          uma conta em investigacao de reclamacao, e serve de
      *          base de replay contra um mestre restaurado.
      *
      *          As imagens sao gravadas com folga (X(300)) para o
      *          registro do mestre poder crescer sem mudar o layout
      *          do jornal.
      *
      *              X(250): com os dados de contato (CTA-ENDERECO/
      *              CTA-EMAIL) o registro do mestre passou de 200
      *              bytes e a folga anterior truncaria a imagem.
      * 15/10/2026 - EM - Imagens ampliadas de X(250) para X(300): o
      *              CTA-REGISTRO passou a 280 bytes com os valores
      *              em 9(11)V99; o registro passa a 630 bytes.
      ******************************************************************
       01 JRN-REGISTRO.
          05 JRN-DATA             PIC 9(08).
          05 JRN-HORA             PIC 9(08).
          05 JRN-PROGRAMA         PIC X(08).
          05 JRN-CONTA            PIC 9(06).
          05 JRN-IMAGEM-ANTES     PIC X(300).
          05 JRN-IMAGEM-DEPOIS    PIC X(300).
