      **** T99L727S: EXECUCAO PARTICIONADA DO BALANCED LINE (VIDE
      **** T99P2027/T99P2028). O T99P2027 LISTA A CONFERENCIA DE CADA
      **** CONDICAO DE ELEGIBILIDADE E, PARTICIONADO O LOTE, UMA
      **** LINHA POR PARTICAO (DIRETORIO, FAIXA DE MATRICULA E
      **** REGISTROS DE CADA ENTRADA NA FAIXA); RECUSADO, O MOTIVO DA
      **** EXECUCAO UNICA. O T99P2028 ACRESCENTA A PAGINA DA JUNCAO:
      **** RETURN-CODE E CONTAGENS DE CADA PARTICAO E OS TOTAIS DO
      **** LOTE JUNTADO.
       01 727S-REGISTRO.
          03 727S-CAB-01.
             05 727S-CAB-TITULO      PIC X(40)
                VALUE '*** PARTICIONAMENTO DO BALANCED LINE ***'.
             05 FILLER               PIC X(02).
             05 727S-CAB-DATA        PIC 9(08).
             05 FILLER               PIC X(18).
             05 727S-PAG             PIC ZZZ9.
          03 727S-CAB-CRIT.
             05 FILLER               PIC X(40)
                    VALUE 'CONDICAO DE ELEGIBILIDADE'.
             05 FILLER               PIC X(32)
                    VALUE '     QTDE   SITUACAO'.
          03 727S-LIN-CRIT.
             05 727S-CRIT-DESC       PIC X(40).
             05 FILLER               PIC X(02).
             05 727S-CRIT-QTDE       PIC Z.ZZZ.ZZ9.
             05 FILLER               PIC X(03).
             05 727S-CRIT-SIT        PIC X(08).
             05 FILLER               PIC X(10).
          03 727S-CAB-PART.
             05 FILLER               PIC X(34)
                    VALUE 'PT   DIRETOR.  MAT.INI  MAT.FIM'.
             05 FILLER               PIC X(38)
                    VALUE ' QTD 100E   QTD 200E   QTD 300E'.
          03 727S-LIN-PART.
             05 727S-PART-NUM        PIC 9(02).
             05 FILLER               PIC X(03).
             05 727S-PART-DIR        PIC X(08).
             05 FILLER               PIC X(02).
             05 727S-PART-INI        PIC 9(07).
             05 FILLER               PIC X(02).
             05 727S-PART-FIM        PIC 9(07).
             05 FILLER               PIC X(03).
             05 727S-PART-QTD-100E   PIC Z.ZZZ.ZZ9.
             05 FILLER               PIC X(02).
             05 727S-PART-QTD-200E   PIC Z.ZZZ.ZZ9.
             05 FILLER               PIC X(02).
             05 727S-PART-QTD-300E   PIC Z.ZZZ.ZZ9.
             05 FILLER               PIC X(07).
          03 727S-CAB-JUNCAO.
             05 FILLER               PIC X(21)
                    VALUE 'PT   DIRETOR.   RC'.
             05 FILLER               PIC X(51)
                    VALUE ' QTD 100S  OCORRENC.   QTD 200R'.
          03 727S-LIN-JUNCAO.
             05 727S-JUN-NUM         PIC 9(02).
             05 FILLER               PIC X(03).
             05 727S-JUN-DIR         PIC X(08).
             05 FILLER               PIC X(03).
             05 727S-JUN-RC          PIC 9(03).
             05 FILLER               PIC X(02).
             05 727S-JUN-QTD-100S    PIC Z.ZZZ.ZZ9.
             05 FILLER               PIC X(02).
             05 727S-JUN-QTD-OCORR   PIC Z.ZZZ.ZZ9.
             05 FILLER               PIC X(02).
             05 727S-JUN-QTD-200R    PIC Z.ZZZ.ZZ9.
             05 FILLER               PIC X(20).
          03 727S-LIN-MSG.
             05 FILLER               PIC X(06).
             05 727S-MSG             PIC X(66).
          03 727S-LIN-TOT.
             05 FILLER               PIC X(06).
             05 727S-TOT-DESC        PIC X(28).
             05 FILLER               PIC X(02).
             05 727S-TOT-QTDE        PIC Z.ZZZ.ZZ9.
             05 FILLER               PIC X(27).
          03 727S-FIM-REL.
             05 FILLER               PIC X(72)
                                       VALUE ALL '*** FIM RELATORIO '.
          03 727S-LIN-HIFEN.
             05 FILLER               PIC X(72) VALUE ALL '-'.
