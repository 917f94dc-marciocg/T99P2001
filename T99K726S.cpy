      **** T99L726S: PENDENCIAS DE SANEAMENTO DO CADASTRO (VIDE
      **** T99P2026): UMA PAGINA POR LOTACAO COM UMA LINHA POR REGRA
      **** VIOLADA POR MATRICULA ATIVA (MATRICULA, NOME, REGRA E A
      **** CORRECAO JA PREENCHIDA NO RASCUNHO T99F200C, OU MANUAL),
      **** A CONTAGEM POR REGRA DA LOTACAO E, NO FIM, A CONTAGEM POR
      **** REGRA GERAL COM A OCORRENCIA NOTURNA CORRESPONDENTE E OS
      **** TOTAIS AMARRADOS A BASE.
       01 726S-REGISTRO.
          03 726S-CAB-01.
             05 FILLER               PIC X(40)
                VALUE '*** SANEAMENTO DO CADASTRO T99F100S ***'.
             05 726S-CAB-DATA        PIC 9(08).
             05 FILLER               PIC X(20).
             05 726S-PAG             PIC ZZZ9.
          03 726S-CAB-LOT.
             05 FILLER               PIC X(08) VALUE 'LOTACAO '.
             05 726S-LOT-COD         PIC X(04).
             05 FILLER               PIC X(01).
             05 726S-LOT-DESC        PIC X(30).
             05 FILLER               PIC X(29).
          03 726S-CAB-COL.
             05 FILLER               PIC X(31)
                    VALUE 'MATRICUL NOME'.
             05 FILLER               PIC X(41)
                    VALUE 'RG DESCRICAO DA REGRA       CORRECAO'.
          03 726S-LIN-DET.
             05 726S-MATR            PIC 9(07).
             05 FILLER               PIC X(01).
             05 726S-NOME            PIC X(22).
             05 FILLER               PIC X(01).
             05 726S-REGRA           PIC 9(02).
             05 FILLER               PIC X(01).
             05 726S-REGRA-DESC      PIC X(24).
             05 FILLER               PIC X(01).
             05 726S-CORRECAO        PIC X(12).
             05 FILLER               PIC X(01).
          03 726S-CAB-REGRAS.
             05 FILLER               PIC X(40)
                    VALUE '    RG DESCRICAO DA REGRA         OCORR.'.
             05 FILLER               PIC X(32)
                    VALUE '     QTDE'.
          03 726S-LIN-REGRA.
             05 FILLER               PIC X(04).
             05 726S-RG-COD          PIC 9(02).
             05 FILLER               PIC X(01).
             05 726S-RG-DESC         PIC X(24).
             05 FILLER               PIC X(03).
             05 726S-RG-OCORR        PIC X(03).
             05 FILLER               PIC X(03).
             05 726S-RG-QTDE         PIC Z.ZZZ.ZZ9.
             05 FILLER               PIC X(23).
          03 726S-LIN-TOT.
             05 FILLER               PIC X(06).
             05 726S-TOT-DESC        PIC X(28).
             05 FILLER               PIC X(02).
             05 726S-TOT-QTDE        PIC Z.ZZZ.ZZ9.
             05 FILLER               PIC X(27).
          03 726S-FIM-REL.
             05 FILLER               PIC X(72)
                                       VALUE ALL '*** FIM RELATORIO '.
          03 726S-LIN-HIFEN.
             05 FILLER               PIC X(72) VALUE ALL '-'.
