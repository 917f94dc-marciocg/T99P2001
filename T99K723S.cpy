      **** T99L723S: ESPELHO DA DIGITACAO DE MOVIMENTO (VIDE
      **** T99P2023): UMA LINHA POR MOVIMENTO GRAVADO NO ARQUIVO, COM
      **** A SEQUENCIA, O CMDO, A MATRICULA, O NOME E A LOTACAO, E NO
      **** FIM OS TOTAIS POR CMDO E OS NUMEROS DO SELO, PARA A FILIAL
      **** ARQUIVAR JUNTO COM O DOCUMENTO DE ORIGEM.
       01 723S-REGISTRO.
          03 723S-CAB-01.
             05 FILLER               PIC X(40)
                VALUE '*** ESPELHO DA DIGITACAO DE MOVIMENTO **'.
             05 723S-CAB-DATA        PIC 9(08).
             05 FILLER               PIC X(24).
          03 723S-LIN-ACAO.
             05 723S-ACAO            PIC X(72).
          03 723S-LIN-DET.
             05 723S-SEQ             PIC 9(05).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 723S-CMDO            PIC X(10).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 723S-MATR            PIC 9(07).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 723S-NOME            PIC X(30).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 723S-LOTACAO         PIC X(04).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 723S-DT-EFET         PIC X(08).
             05 FILLER               PIC X(03) VALUE SPACES.
          03 723S-LIN-TOT.
             05 FILLER               PIC X(06).
             05 723S-TOT-DESC        PIC X(28).
             05 FILLER               PIC X(02).
             05 723S-TOT-QTDE        PIC Z.ZZZ.ZZ9.
             05 FILLER               PIC X(27).
          03 723S-FIM-REL.
             05 FILLER               PIC X(72)
                                       VALUE ALL '*** FIM RELATORIO '.
          03 723S-LIN-HIFEN.
             05 FILLER               PIC X(72) VALUE ALL '-'.
