      *
       FD  T99F900P
           BLOCK  0
           RECORD 1923
           RECORDING F.
      *
       01  900P-REGISTRO-FD            PIC X(1923).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
