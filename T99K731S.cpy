      **** T99L731S: NUMERACAO DE MATRICULAS (VIDE T99P2032). O
      **** PEDIDO DA EXECUCAO (FILIAL, QUANTIDADE, FAIXA E ULTIMA
      **** MATRICULA EMITIDA ANTES DELE) E AS MATRICULAS EMITIDAS;
      **** DEPOIS, AS RESERVAS QUE APARECERAM NO CADASTRO NESTA
      **** EXECUCAO (UTILIZADAS) E AS QUE PASSARAM DO PRAZO SEM USO
      **** (VENCIDAS, COM OS DIAS DESDE A RESERVA); AO FIM, OS TOTAIS.
       01 731S-REGISTRO.
          03 731S-CAB-01.
             05 FILLER               PIC X(48)
                VALUE '*** NUMERACAO DE MATRICULAS ***'.
             05 731S-CAB-DATA        PIC 9(08).
             05 FILLER               PIC X(12).
             05 731S-PAG             PIC ZZZ9.
          03 731S-CAB-PEDIDO.
             05 FILLER               PIC X(07) VALUE 'FILIAL '.
             05 731S-PED-FILIAL      PIC X(01).
             05 FILLER               PIC X(09) VALUE '  PEDIDO '.
             05 731S-PED-QTDE        PIC ZZ9.
             05 FILLER               PIC X(08) VALUE '  FAIXA '.
             05 731S-PED-FAIXA-INI   PIC 9(07).
             05 FILLER               PIC X(03) VALUE ' A '.
             05 731S-PED-FAIXA-FIM   PIC 9(07).
             05 FILLER               PIC X(09) VALUE '  ULTIMA '.
             05 731S-PED-ULTIMA      PIC 9(07).
             05 FILLER               PIC X(11).
          03 731S-CAB-PARTE.
             05 FILLER               PIC X(04) VALUE '*** '.
             05 731S-PARTE           PIC X(68).
          03 731S-CAB-COL.
             05 FILLER               PIC X(37)
                    VALUE 'MATR.    F  RESERVA    DIAS  SITUACAO'.
             05 FILLER               PIC X(35).
          03 731S-LIN-DET.
             05 731S-MATR            PIC 9(07).
             05 FILLER               PIC X(02).
             05 731S-FILIAL          PIC X(01).
             05 FILLER               PIC X(02).
             05 731S-DT-RESERVA      PIC 9(08).
             05 FILLER               PIC X(02).
             05 731S-DIAS            PIC ZZZZ9.
             05 FILLER               PIC X(02).
             05 731S-SITUACAO        PIC X(30).
             05 FILLER               PIC X(13).
          03 731S-LIN-MSG.
             05 FILLER               PIC X(06).
             05 731S-MSG             PIC X(66).
          03 731S-LIN-TOT.
             05 FILLER               PIC X(06).
             05 731S-TOT-DESC        PIC X(28).
             05 FILLER               PIC X(02).
             05 731S-TOT-QTDE        PIC Z.ZZZ.ZZ9.
             05 FILLER               PIC X(27).
          03 731S-FIM-REL.
             05 FILLER               PIC X(72)
                                       VALUE ALL '*** FIM RELATORIO '.
          03 731S-LIN-HIFEN.
             05 FILLER               PIC X(72) VALUE ALL '-'.
