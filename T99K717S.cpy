      **** T99L717S: RELATORIO DA FUSAO DE MATRICULAS (VIDE
      **** T99P2016): REGISTRA A MATRICULA SOBREVIVENTE E A VITIMA,
      **** CADA CAMPO COMPLETADO NO SOBREVIVENTE, OS AFASTAMENTOS
      **** TRANSFERIDOS, OS DEPENDENTES RENUMERADOS E A BAIXA DA
      **** VITIMA, PARA CONFERENCIA DO RH.
       01 717S-REGISTRO.
          03 717S-CAB-01.
             05 FILLER               PIC X(40)
