      **** T99L733S: FERIAS VENCIDAS E A VENCER (VIDE T99P2034). UMA
      **** PAGINA POR LOTACAO (DESCRICAO DO T99F400E) COM CADA
      **** PERIODO AQUISITIVO COMPLETO DAS MATRICULAS ATIVAS: INICIO
      **** E FIM DO PERIODO, DIAS JA GOZADOS, SALDO, PRAZO DE
      **** CONCESSAO (ART. 134 DA CLT) E SITUACAO -- VENCIDA (PAGAR EM
      **** DOBRO, ART. 137), A VENCER (PRAZO DENTRO DO ALERTA), NO
      **** PRAZO OU QUITADA --, SUBTOTAL POR LOTACAO E TOTAIS.
       01 733S-REGISTRO.
          03 733S-CAB-01.
             05 FILLER               PIC X(48)
                VALUE '*** FERIAS VENCIDAS E A VENCER ***'.
             05 733S-CAB-DATA        PIC 9(08).
             05 FILLER               PIC X(12).
             05 733S-PAG             PIC ZZZ9.
          03 733S-CAB-LOT.
             05 FILLER               PIC X(08) VALUE 'LOTACAO '.
             05 733S-LOT-COD         PIC X(04).
             05 FILLER               PIC X(01).
             05 733S-LOT-DESC        PIC X(30).
             05 FILLER               PIC X(29).
          03 733S-CAB-PARAM.
             05 FILLER               PIC X(07) VALUE 'LIMITE '.
             05 733S-PAR-LIMITE      PIC ZZ9.
             05 FILLER               PIC X(06) VALUE ' DIAS '.
             05 733S-PAR-CONTAGEM    PIC X(08).
             05 FILLER               PIC X(15) VALUE ' - ALERTA PARA '.
             05 733S-PAR-ALERTA      PIC ZZ9.
             05 FILLER               PIC X(30)
                VALUE ' DIAS OU MENOS ATE O PRAZO'.
          03 733S-CAB-COL.
             05 FILLER               PIC X(27)
                VALUE 'MATRIC. NOME'.
             05 FILLER               PIC X(18)
                VALUE 'AQUISITIVO'.
             05 FILLER               PIC X(27)
                VALUE 'GOZ SAL PRAZO    SITUACAO'.
          03 733S-LIN-DET.
             05 733S-MATR            PIC 9(07).
             05 FILLER               PIC X(01).
             05 733S-NOME            PIC X(18).
             05 FILLER               PIC X(01).
             05 733S-AQ-INI          PIC 9(08).
             05 FILLER               PIC X(01).
             05 733S-AQ-FIM          PIC 9(08).
             05 FILLER               PIC X(01).
             05 733S-GOZADOS         PIC ZZ9.
             05 FILLER               PIC X(01).
             05 733S-SALDO           PIC ZZ9.
             05 FILLER               PIC X(01).
             05 733S-PRAZO           PIC 9(08).
             05 FILLER               PIC X(01).
             05 733S-SITUACAO        PIC X(10).
          03 733S-LIN-MSG.
             05 FILLER               PIC X(06).
             05 733S-MSG             PIC X(66).
          03 733S-LIN-TOT.
             05 FILLER               PIC X(06).
             05 733S-TOT-DESC        PIC X(30).
             05 FILLER               PIC X(02).
             05 733S-TOT-QTDE        PIC Z.ZZZ.ZZ9.
             05 FILLER               PIC X(25).
          03 733S-FIM-REL.
             05 FILLER               PIC X(72)
                                       VALUE ALL '*** FIM RELATORIO '.
          03 733S-LIN-HIFEN.
             05 FILLER               PIC X(72) VALUE ALL '-'.
