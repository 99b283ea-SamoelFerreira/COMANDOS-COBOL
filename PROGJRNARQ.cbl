      *
      * Historico de alteracoes:
      * 02/09/2026 - EM - Versao inicial.
      * 15/10/2026 - EM - JAR-REGISTRO e JTR-REGISTRO acompanham JRNREG
      *              (630 bytes).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGJRNARQ.
       COPY JRNREG.

       FD  JRNARQV-ARQ.
       01 JAR-REGISTRO              PIC X(630).

       FD  JRNTRB-ARQ.
       01 JTR-REGISTRO              PIC X(630).

       FD  AUDITSEG-ARQ.
       01 AUD-REGISTRO.
