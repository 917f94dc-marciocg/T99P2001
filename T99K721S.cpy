      **** T99L721S: CONTROLE DA GERACAO DOS EVENTOS ESOCIAL (VIDE
      **** T99P2021): RETORNOS APLICADOS AO CONTROLE T99F900E, UMA
      **** LINHA POR EVENTO GERADO, REENVIADO OU RECUSADO COMO
      **** DUPLICADO, E OS TOTAIS POR TIPO DE EVENTO.
       01 721S-REGISTRO.
          03 721S-CAB-01.
             05 FILLER               PIC X(40)
                VALUE '*** EVENTOS ESOCIAL ***'.
             05 721S-CAB-DATA        PIC 9(08).
             05 FILLER               PIC X(24).
          03 721S-LIN-ACAO.
             05 721S-ACAO            PIC X(72).
          03 721S-LIN-DET.
             05 721S-ID-EVENTO       PIC 9(09).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 721S-TIPO-EVENTO     PIC X(06).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 721S-MATR            PIC 9(07).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 721S-DT-FATO         PIC 9(08).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 721S-DET-ACAO        PIC X(38).
          03 721S-LIN-TOT.
             05 FILLER               PIC X(06).
             05 721S-TOT-DESC        PIC X(28).
             05 FILLER               PIC X(02).
             05 721S-TOT-QTDE        PIC Z.ZZZ.ZZ9.
             05 FILLER               PIC X(27).
          03 721S-FIM-REL.
             05 FILLER               PIC X(72)
                                       VALUE ALL '*** FIM RELATORIO '.
          03 721S-LIN-HIFEN.
             05 FILLER               PIC X(72) VALUE ALL '-'.
