      **** T99L734S: RELATORIO DA RESTAURACAO DO ARQUIVO-MORTO (VIDE
      **** T99P2035): UMA LINHA POR MATRICULA DA LISTA COM O
      **** RESULTADO (RESTAURADA COMO EXCLUIDA OU O MOTIVO DA
      **** RECUSA), O MOTIVO INFORMADO NA LISTA E OS AVISOS, PARA
      **** CONFERENCIA DO RH ANTES DA REATIVACAO.
       01 734S-REGISTRO.
          03 734S-CAB-01.
             05 FILLER               PIC X(48)
                VALUE '*** RESTAURACAO DO ARQUIVO-MORTO T99F100D ***'.
             05 734S-CAB-DATA        PIC 9(08).
             05 FILLER               PIC X(16).
          03 734S-CAB-COL.
             05 FILLER               PIC X(39)
                VALUE 'MATRIC. NOME'.
             05 FILLER               PIC X(33)
                VALUE 'DT.EXCL. RESULTADO'.
          03 734S-LIN-DET.
             05 734S-MATR            PIC 9(07).
             05 FILLER               PIC X(01).
             05 734S-NOME            PIC X(30).
             05 FILLER               PIC X(01).
             05 734S-DT-EXCL         PIC 9(08).
             05 FILLER               PIC X(01).
             05 734S-RESULTADO       PIC X(24).
          03 734S-LIN-MSG.
             05 FILLER               PIC X(08).
             05 734S-MSG             PIC X(64).
          03 734S-LIN-TOT.
             05 FILLER               PIC X(06).
             05 734S-TOT-DESC        PIC X(28).
             05 FILLER               PIC X(02).
             05 734S-TOT-QTDE        PIC Z.ZZZ.ZZ9.
             05 FILLER               PIC X(27).
          03 734S-FIM-REL.
             05 FILLER               PIC X(72)
                                       VALUE ALL '*** FIM RELATORIO '.
          03 734S-LIN-HIFEN.
             05 FILLER               PIC X(72) VALUE ALL '-'.
