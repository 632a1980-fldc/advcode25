               10  CKPT-E-COL          PIC 9(5).
               10  CKPT-E-DIR          PIC S9.
               10  CKPT-E-PARENT       PIC 9(10).
               10  CKPT-E-INTENSITY    PIC 9V9(9).

       COPY VHFD.
