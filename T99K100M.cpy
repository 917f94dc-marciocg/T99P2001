      **** T99F100M: LISTA DE MATRICULAS A RESTAURAR DO ARQUIVO-MORTO
      **** T99F100D (VIDE T99P2035): UMA MATRICULA POR LINHA, COM O
      **** MOTIVO/CHAMADO QUE JUSTIFICA A RESTAURACAO, SEM CABECALHO/
      **** TRAILER E SEM EXIGENCIA DE ORDEM.
       01 100M-REGISTRO.
          03 100M-MATR               PIC 9(07).
          03 100M-MOTIVO             PIC X(30).
