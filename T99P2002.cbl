      **** EXISTIR, VALEM OS DEFAULTS FIXADOS NOS CAMPOS DDN-* ABAIXO.
       FD  T99F900P
           BLOCK  0
           RECORD 1923
           RECORDING F.
      *
       01  900P-REGISTRO-FD            PIC X(1923).
      *
      **** T99F350S: AFASTAMENTOS CORRENTES GRAVADOS PELO T99P2001
      **** (VIDE T99K350S.CPY), CONSULTADOS PARA INFORMAR O STATUS
