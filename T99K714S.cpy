      **** T99L714S: LISTAGEM DE REVISAO DO SUSPENSE DE EXCLUSOES
      **** (VIDE T99P2013): UMA LINHA POR EXCLUSAO RETIDA PELA GUARDA
      **** DE EXCLUSAO EM MASSA DO T99P2001, COM A ACAO TOMADA
      **** (LISTADO / LIBERADO / DESCARTADO) E OS TOTAIS. O MOTIVO
      **** SEPARA AS EXCLUSOES DOS MOVIMENTOS RETIDOS PELO QUADRO DE
      **** VAGAS DA LOTACAO (MARCA 'Q' EM 200E-MARCA-QUADRO).
       01 714S-REGISTRO.
          03 714S-CAB-01.
             05 FILLER               PIC X(40)
             05 714S-NOME            PIC X(30).
             05 FILLER               PIC X(01).
             05 714S-CMDO            PIC 9(02).
             05 FILLER               PIC X(01).
             05 714S-MOTIVO          PIC X(14).
             05 FILLER               PIC X(10).
          03 714S-LIN-TOT.
             05 FILLER               PIC X(06).
             05 714S-TOT-DESC        PIC X(24).
