      *              o jornal vivo, na ordem cronologica de gravacao -
      *              mesmo recorte do PROGHIST com MOVARQV; para quem
      *              consulta, vivo e arquivo sao transparentes.
      * 15/10/2026 - EM - JAR-REGISTRO acompanha JRNREG (630 bytes);
      *              saldos editados com 11 inteiros.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGJORNAL.
      * Arquivo de retencao do jornal (PROGJRNARQ), uma linha por
      * JRN-REGISTRO.
       FD  JRNARQV-ARQ.
       01 JAR-REGISTRO              PIC X(630).
       WORKING-STORAGE SECTION.
          01 WS-STATUS-JRN           PIC XX.
             88 ARQ-JRN-OK                VALUE "00".
      * antes, ora com a imagem depois.
       COPY CTAREG.

          01 WS-SALDO-ANTES          PIC S9(11)V99.
          01 WS-SALDO-EDIT           PIC Z(10)9.99CR.
          01 WS-SALDO-EDIT2          PIC Z(10)9.99CR.

       PROCEDURE DIVISION.

