      **** T99L720S: RELATORIO DE CONFORMIDADE DA ANONIMIZACAO (VIDE
      **** T99P2020): UMA LINHA POR MATRICULA ANONIMIZADA NO
      **** ARQUIVO-MORTO (SEM NOME NEM CPF, SO A MATRICULA, A DATA DE
      **** EXCLUSAO E A LOTACAO) E OS TOTAIS POR ARQUIVO TRATADO.
       01 720S-REGISTRO.
          03 720S-CAB-01.
             05 FILLER               PIC X(40)
                VALUE '*** ANONIMIZACAO LGPD - ARQ-MORTO ***'.
             05 720S-CAB-DATA        PIC 9(08).
             05 FILLER               PIC X(24).
          03 720S-LIN-ACAO.
             05 720S-ACAO            PIC X(72).
          03 720S-LIN-DET.
             05 720S-MATR            PIC 9(07).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 720S-DET-ACAO        PIC X(24).
             05 FILLER               PIC X(06) VALUE ' EXCL '.
             05 720S-DT-EXCL         PIC 9(08).
             05 FILLER               PIC X(09) VALUE ' LOTACAO '.
             05 720S-LOTACAO         PIC X(04).
             05 FILLER               PIC X(13) VALUE SPACES.
          03 720S-LIN-TOT.
             05 FILLER               PIC X(06).
             05 720S-TOT-DESC        PIC X(28).
             05 FILLER               PIC X(02).
             05 720S-TOT-QTDE        PIC Z.ZZZ.ZZ9.
             05 FILLER               PIC X(27).
          03 720S-FIM-REL.
             05 FILLER               PIC X(72)
                                       VALUE ALL '*** FIM RELATORIO '.
          03 720S-LIN-HIFEN.
             05 FILLER               PIC X(72) VALUE ALL '-'.
