      **** T99L718S: POSICAO CADASTRAL DE UMA MATRICULA NUMA DATA
      **** (VIDE T99P2018): OS CAMPOS DO CADASTRO COMO ESTAVAM NA
      **** DATA PEDIDA, A ORIGEM DA RECONSTITUICAO E A LINHA DO TEMPO
      **** DE MOVIMENTOS DA MATRICULA NO HISTORICO T99F200H.
       01 718S-REGISTRO.
          03 718S-CAB-01.
             05 FILLER               PIC X(40)
                VALUE '*** POSICAO CADASTRAL NUMA DATA ***'.
             05 718S-CAB-DATA        PIC 9(08).
             05 FILLER               PIC X(24).
          03 718S-LIN-ACAO.
             05 718S-ACAO            PIC X(72).
          03 718S-LIN-CAMPO.
             05 FILLER               PIC X(02).
             05 718S-CAMPO           PIC X(12).
             05 FILLER               PIC X(02) VALUE ': '.
             05 718S-CAMPO-VALOR     PIC X(30).
             05 FILLER               PIC X(26).
          03 718S-LIN-MVTO.
             05 FILLER               PIC X(02).
             05 718S-MV-DATA         PIC 9(08).
             05 FILLER               PIC X(01).
             05 718S-MV-SEQ          PIC 9(05).
             05 FILLER               PIC X(01).
             05 718S-MV-CMDO         PIC X(10).
             05 FILLER               PIC X(09) VALUE ' LOTACAO '.
             05 718S-MV-LOT-ANT      PIC X(04).
             05 FILLER               PIC X(04) VALUE ' -> '.
             05 718S-MV-LOT-DEP      PIC X(04).
             05 FILLER               PIC X(01).
             05 718S-MV-MARCA        PIC X(20).
             05 FILLER               PIC X(03).
          03 718S-LIN-TOT.
             05 FILLER               PIC X(06).
             05 718S-TOT-DESC        PIC X(28).
             05 FILLER               PIC X(02).
             05 718S-TOT-QTDE        PIC Z.ZZZ.ZZ9.
             05 FILLER               PIC X(27).
          03 718S-FIM-REL.
             05 FILLER               PIC X(72)
                                       VALUE ALL '*** FIM RELATORIO '.
          03 718S-LIN-HIFEN.
             05 FILLER               PIC X(72) VALUE ALL '-'.
