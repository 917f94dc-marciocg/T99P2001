      **** T99L722S: CONCILIACAO CADASTRO X FOLHA (VIDE T99P2022):
      **** UMA LINHA POR MATRICULA DIVERGENTE, COM A SITUACAO ('A'
      **** ATIVA, 'E' EXCLUIDA/DESLIGADA, ' ' AUSENTE) E A LOTACAO DOS
      **** DOIS LADOS E O CMDO DO MOVIMENTO DA NOITE, SE HOUVE; NO FIM
      **** OS TOTAIS POR TIPO DE DIVERGENCIA.
       01 722S-REGISTRO.
          03 722S-CAB-01.
             05 FILLER               PIC X(40)
                VALUE '*** CONCILIACAO CADASTRO X FOLHA ***'.
             05 722S-CAB-DATA        PIC 9(08).
             05 FILLER               PIC X(24).
          03 722S-LIN-ACAO.
             05 722S-ACAO            PIC X(72).
          03 722S-LIN-DET.
             05 722S-MATR            PIC 9(07).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 722S-DIVERG          PIC X(30).
             05 FILLER               PIC X(05) VALUE ' CAD '.
             05 722S-ST-CAD          PIC X(01).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 722S-LOT-CAD         PIC X(04).
             05 FILLER               PIC X(05) VALUE ' FOL '.
             05 722S-ST-FOL          PIC X(01).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 722S-LOT-FOL         PIC X(04).
             05 FILLER               PIC X(04) VALUE ' MV '.
             05 722S-MV-CMDO         PIC X(02).
             05 FILLER               PIC X(06) VALUE SPACES.
          03 722S-LIN-TOT.
             05 FILLER               PIC X(06).
             05 722S-TOT-DESC        PIC X(28).
             05 FILLER               PIC X(02).
             05 722S-TOT-QTDE        PIC Z.ZZZ.ZZ9.
             05 FILLER               PIC X(27).
          03 722S-FIM-REL.
             05 FILLER               PIC X(72)
                                       VALUE ALL '*** FIM RELATORIO '.
          03 722S-LIN-HIFEN.
             05 FILLER               PIC X(72) VALUE ALL '-'.
