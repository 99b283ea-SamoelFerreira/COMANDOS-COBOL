      ******************************************************************
       01 REJ-REGISTRO.
          05 REJ-MOTIVO           PIC X(02).
          05 REJ-ORIGINAL         PIC X(38).
