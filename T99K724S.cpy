      **** T99L724S: LOG DA ESTEIRA NOTURNA (VIDE T99P2024): UMA
      **** LINHA POR PASSO COM O PROGRAMA, A SITUACAO (EXECUTADO,
      **** PULADO NO REINICIO, PULADO FORA DO FIM DE MES, NAO
      **** EXECUTADO APOS A INTERRUPCAO), O LIMITE E O RETURN-CODE
      **** DEVOLVIDO E OS HORARIOS DE INICIO E FIM; NO FIM, O
      **** DESFECHO E, QUANDO INTERROMPIDA, O PASSO DE REINICIO PARA A
      **** OPERACAO INFORMAR NO CARTAO (900P-PASSO-REINICIO).
       01 724S-REGISTRO.
          03 724S-CAB-01.
             05 FILLER               PIC X(40)
                VALUE '*** ESTEIRA NOTURNA DO CADASTRO ***'.
             05 724S-CAB-DATA        PIC 9(08).
             05 FILLER               PIC X(24).
          03 724S-CAB-02.
             05 FILLER               PIC X(18)
                VALUE 'PASSO    PROGRAMA'.
             05 FILLER               PIC X(22)
                VALUE 'SITUACAO'.
             05 FILLER               PIC X(08)
                VALUE 'LIM  RC'.
             05 FILLER               PIC X(24)
                VALUE 'INICIO   FIM'.
          03 724S-LIN-TITULO.
             05 724S-TITULO          PIC X(72).
          03 724S-LIN-DET.
             05 724S-PASSO           PIC X(08).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 724S-PROG            PIC X(08).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 724S-SITUACAO        PIC X(21).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 724S-LIMITE          PIC ZZ9.
             05 FILLER               PIC X(01) VALUE SPACE.
             05 724S-RC              PIC ZZ9.
             05 FILLER               PIC X(01) VALUE SPACE.
             05 724S-HORA-INI        PIC X(08).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 724S-HORA-FIM        PIC X(08).
             05 FILLER               PIC X(07) VALUE SPACES.
          03 724S-LIN-TOT.
             05 FILLER               PIC X(06).
             05 724S-TOT-DESC        PIC X(28).
             05 FILLER               PIC X(02).
             05 724S-TOT-QTDE        PIC Z.ZZZ.ZZ9.
             05 FILLER               PIC X(27).
          03 724S-FIM-REL.
             05 FILLER               PIC X(72)
                                       VALUE ALL '*** FIM RELATORIO '.
          03 724S-LIN-HIFEN.
             05 FILLER               PIC X(72) VALUE ALL '-'.
