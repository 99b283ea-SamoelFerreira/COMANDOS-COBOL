          01 WS-JRN-PROGRAMA         PIC X(08) VALUE SPACES.
          01 WS-JRN-DATA             PIC 9(08).
          01 WS-JRN-HORA             PIC 9(08).
          01 WS-JRN-IMAGEM-ANTES     PIC X(300) VALUE SPACES.
