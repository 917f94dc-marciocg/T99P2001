      **** T99L730S: ENCAMINHAMENTO AO INSS DOS AFASTAMENTOS AT
      **** (VIDE T99P2031). UMA LINHA POR CADEIA DE AFASTAMENTOS DA
      **** MATRICULA QUE PASSOU OU VAI PASSAR DE 15 DIAS PELA REGRA
      **** DOS 60 DIAS: INICIO DA CADEIA, QUANTIDADE DE AFASTAMENTOS
      **** SOMADOS, DIAS SOMADOS, DATA DO ENCAMINHAMENTO (16O DIA),
      **** PRAZO EM DIAS A PARTIR DA DATA DO RELATORIO (NEGATIVO = JA
      **** PASSOU) E SITUACAO NO CONTROLE T99F350I (NOVO, ALTERADO OU
      **** JA INFORMADO); AO FIM, OS TOTAIS.
       01 730S-REGISTRO.
          03 730S-CAB-01.
             05 FILLER               PIC X(48)
                VALUE '*** ENCAMINHAMENTO AO INSS - AT > 15 DIAS ***'.
             05 730S-CAB-DATA        PIC 9(08).
             05 FILLER               PIC X(12).
             05 730S-PAG             PIC ZZZ9.
          03 730S-CAB-COL.
             05 FILLER               PIC X(37)
                    VALUE 'MATR.   NOME            LOT. INICIO'.
             05 FILLER               PIC X(35)
                    VALUE ' AF DIAS ENCAMINH PRAZO  SITUACAO'.
          03 730S-LIN-DET.
             05 730S-MATR            PIC 9(07).
             05 FILLER               PIC X(01).
             05 730S-NOME            PIC X(15).
             05 FILLER               PIC X(01).
             05 730S-LOTACAO         PIC X(04).
             05 FILLER               PIC X(01).
             05 730S-DT-INI-CADEIA   PIC 9(08).
             05 FILLER               PIC X(01).
             05 730S-QTD-AFAST       PIC Z9.
             05 FILLER               PIC X(01).
             05 730S-DIAS            PIC ZZZ9.
             05 FILLER               PIC X(01).
             05 730S-DT-ENCAMINHA    PIC 9(08).
             05 FILLER               PIC X(01).
             05 730S-PRAZO           PIC ----9.
             05 FILLER               PIC X(02).
             05 730S-SITUACAO        PIC X(10).
          03 730S-LIN-MSG.
             05 FILLER               PIC X(06).
             05 730S-MSG             PIC X(66).
          03 730S-LIN-TOT.
             05 FILLER               PIC X(06).
             05 730S-TOT-DESC        PIC X(28).
             05 FILLER               PIC X(02).
             05 730S-TOT-QTDE        PIC Z.ZZZ.ZZ9.
             05 FILLER               PIC X(27).
          03 730S-FIM-REL.
             05 FILLER               PIC X(72)
                                       VALUE ALL '*** FIM RELATORIO '.
          03 730S-LIN-HIFEN.
             05 FILLER               PIC X(72) VALUE ALL '-'.
