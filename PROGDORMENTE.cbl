      *              nao e marcada, o aviso de tabela cheia sai uma
      *              unica vez e a execucao termina com RETURN-CODE 4
      *              para a operacao reexecutar com corte melhor.
      * 15/10/2026 - EM - Linhas de movimento acompanham MOVREG
      *              (77 bytes, valor em S9(11)V99).
      * 15/10/2026 - EM - Linhas de movimento acompanham MOVREG
      *              (78 bytes).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGDORMENTE.
       COPY CTAREG.

       FD  MOVIMENTO-ARQ.
       01 MOVLIN-REGISTRO           PIC X(78).

       FD  MOVARQV-ARQ.
       01 ARQV-REGISTRO             PIC X(78).

       FD  MOVFECH-ARQ.
       01 FECH-REGISTRO             PIC X(78).

       FD  JORNAL-ARQ.
       COPY JRNREG.
