      **** T99L732S: ROTATIVIDADE (TURNOVER) POR LOTACAO NO PERIODO
      **** (VIDE T99P2033). UM BLOCO POR LOTACAO (DESCRICAO DO
      **** T99F400E) COM O EFETIVO ATIVO NO INICIO, ADMISSOES,
      **** REATIVACOES, TRANSFERENCIAS RECEBIDAS, DESLIGAMENTOS,
      **** TRANSFERENCIAS CEDIDAS, EFETIVO ATIVO NO FIM E A TAXA DE
      **** ROTATIVIDADE; O TOTAL DA EMPRESA; A MATRIZ DE
      **** TRANSFERENCIAS ENTRE LOTACOES (DE -> PARA) E OS TOTAIS.
       01 732S-REGISTRO.
          03 732S-CAB-01.
             05 FILLER               PIC X(48)
                VALUE '*** ROTATIVIDADE (TURNOVER) POR LOTACAO ***'.
             05 732S-CAB-DATA        PIC 9(08).
             05 FILLER               PIC X(12).
             05 732S-PAG             PIC ZZZ9.
          03 732S-CAB-PERIODO.
             05 FILLER               PIC X(08) VALUE 'PERIODO '.
             05 732S-PER-INI         PIC 9(08).
             05 FILLER               PIC X(03) VALUE ' A '.
             05 732S-PER-FIM         PIC 9(08).
             05 FILLER               PIC X(45).
          03 732S-CAB-PARTE.
             05 FILLER               PIC X(04) VALUE '*** '.
             05 732S-PARTE           PIC X(68).
          03 732S-CAB-COL.
             05 FILLER               PIC X(05).
             05 FILLER               PIC X(55) VALUE
           'INICIO ADMIS. REATIV TR.ENT DESLIG TR.SAI  FINAL TAXA %'.
             05 FILLER               PIC X(12).
          03 732S-LIN-LOT.
             05 FILLER               PIC X(08) VALUE 'LOTACAO '.
             05 732S-LOT-COD         PIC X(04).
             05 FILLER               PIC X(01).
             05 732S-LOT-DESC        PIC X(30).
             05 FILLER               PIC X(29).
          03 732S-LIN-NUM.
             05 FILLER               PIC X(05).
             05 732S-INICIAL         PIC ZZ.ZZ9.
             05 FILLER               PIC X(01).
             05 732S-ADMISSOES       PIC ZZ.ZZ9.
             05 FILLER               PIC X(01).
             05 732S-REATIVACOES     PIC ZZ.ZZ9.
             05 FILLER               PIC X(01).
             05 732S-TRF-ENTRADA     PIC ZZ.ZZ9.
             05 FILLER               PIC X(01).
             05 732S-DESLIGAMENTOS   PIC ZZ.ZZ9.
             05 FILLER               PIC X(01).
             05 732S-TRF-SAIDA       PIC ZZ.ZZ9.
             05 FILLER               PIC X(01).
             05 732S-FINAL           PIC ZZ.ZZ9.
             05 FILLER               PIC X(01).
             05 732S-TAXA            PIC ZZ9,99.
             05 FILLER               PIC X(01).
             05 732S-AVISO           PIC X(10).
             05 FILLER               PIC X(01).
          03 732S-LIN-TRF.
             05 732S-TRF-DE          PIC X(04).
             05 FILLER               PIC X(01).
             05 732S-TRF-DE-DESC     PIC X(20).
             05 FILLER               PIC X(04) VALUE ' -> '.
             05 732S-TRF-PARA        PIC X(04).
             05 FILLER               PIC X(01).
             05 732S-TRF-PARA-DESC   PIC X(20).
             05 FILLER               PIC X(01).
             05 732S-TRF-QTDE        PIC ZZ.ZZ9.
             05 FILLER               PIC X(11).
          03 732S-LIN-MSG.
             05 FILLER               PIC X(06).
             05 732S-MSG             PIC X(66).
          03 732S-LIN-TOT.
             05 FILLER               PIC X(06).
             05 732S-TOT-DESC        PIC X(28).
             05 FILLER               PIC X(02).
             05 732S-TOT-QTDE        PIC Z.ZZZ.ZZ9.
             05 FILLER               PIC X(27).
          03 732S-FIM-REL.
             05 FILLER               PIC X(72)
                                       VALUE ALL '*** FIM RELATORIO '.
          03 732S-LIN-HIFEN.
             05 FILLER               PIC X(72) VALUE ALL '-'.
