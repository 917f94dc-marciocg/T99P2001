      **** T99L728S: VENCIMENTO DO CONTRATO DE EXPERIENCIA (45+45
      **** DIAS) POR LOTACAO (VIDE T99P2029). UMA PAGINA POR
      **** DEPARTAMENTO COM AS MATRICULAS ATIVAS CUJO 45O OU 90O DIA
      **** CAI DENTRO DA JANELA DE AVISO, DIAS RESTANTES E SITUACAO
      **** DE AFASTAMENTO; SUBTOTAL POR LOTACAO E TOTAL GERAL.
       01 728S-REGISTRO.
          03 728S-CAB-01.
             05 FILLER               PIC X(40)
                VALUE '*** VENCIMENTO DE EXPERIENCIA ***'.
             05 728S-CAB-DATA        PIC 9(08).
             05 FILLER               PIC X(20).
             05 728S-PAG             PIC ZZZ9.
          03 728S-CAB-JANELA.
             05 FILLER               PIC X(17)
                    VALUE 'VENCIMENTOS ATE '.
             05 728S-JAN-DATA        PIC 9(08).
             05 FILLER               PIC X(02).
             05 728S-JAN-DIAS        PIC ZZ9.
             05 FILLER               PIC X(42)
                    VALUE ' DIAS A FRENTE'.
          03 728S-CAB-LOT.
             05 FILLER               PIC X(08) VALUE 'LOTACAO '.
             05 728S-LOT-COD         PIC X(04).
             05 FILLER               PIC X(01).
             05 728S-LOT-DESC        PIC X(30).
             05 FILLER               PIC X(29).
          03 728S-CAB-COL.
             05 FILLER               PIC X(32)
                    VALUE 'MATR.   NOME'.
             05 FILLER               PIC X(40)
                    VALUE 'ADMISSAO MARCO VENCTO   DIA SITUACAO'.
          03 728S-LIN-DET.
             05 728S-MATR            PIC 9(07).
             05 FILLER               PIC X(01).
             05 728S-NOME            PIC X(23).
             05 FILLER               PIC X(01).
             05 728S-DT-ADM          PIC 9(08).
             05 FILLER               PIC X(02).
             05 728S-MARCO           PIC Z9.
             05 FILLER               PIC X(03).
             05 728S-DT-VENCTO       PIC 9(08).
             05 FILLER               PIC X(01).
             05 728S-DIAS            PIC ZZ9.
             05 FILLER               PIC X(01).
             05 728S-SITUACAO        PIC X(12).
          03 728S-LIN-MSG.
             05 FILLER               PIC X(06).
             05 728S-MSG             PIC X(66).
          03 728S-LIN-TOT.
             05 FILLER               PIC X(06).
             05 728S-TOT-DESC        PIC X(28).
             05 FILLER               PIC X(02).
             05 728S-TOT-QTDE        PIC Z.ZZZ.ZZ9.
             05 FILLER               PIC X(27).
          03 728S-FIM-REL.
             05 FILLER               PIC X(72)
                                       VALUE ALL '*** FIM RELATORIO '.
          03 728S-LIN-HIFEN.
             05 FILLER               PIC X(72) VALUE ALL '-'.
