      *              que nenhum movimento carrega - o NSU queimado na
      *              devolucao de cheque - e perde-las reabriria a
      *              cobranca em dobro no reprocessamento.
      * 15/10/2026 - EM - Linhas de movimento acompanham MOVREG
      *              (77 bytes, valor em S9(11)V99).
      * 15/10/2026 - EM - Linhas de movimento acompanham MOVREG
      *              (78 bytes).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGREFORG.
       COPY REFREG.

       FD  MOVARQV-ARQ.
       01 ARQV-REGISTRO             PIC X(78).

       FD  MOVFECH-ARQ.
       01 FECH-REGISTRO             PIC X(78).

       FD  MOVIMENTO-ARQ.
       01 MOVLIN-REGISTRO           PIC X(78).

      * Referencias retidas, uma por linha, com a marca *FIM* ao
      * final do preparo.
