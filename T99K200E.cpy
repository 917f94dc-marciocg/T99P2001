      *- - VALIDACAO DE DT-NASCIMENTO/DT-ADMISSAO E DISPENSADA.
             05 200E-MARCA-V1        PIC X(01).
                88 200E-REMAPEADO-V1 VALUE 'V'.
      *- - MARCA DE MOVIMENTO RETIDO PELO QUADRO DE VAGAS ('Q', POSTA
      *- - PELO T99P2001 AO GRAVA-LO NO SUSPENSE T99F200Z): LIBERADO
      *- - PELO SUPERVISOR (T99P2013) E RECICLADO, NAO E RETIDO DE NOVO.
             05 200E-MARCA-QUADRO    PIC X(01).
                88 200E-LIBERADO-QUADRO VALUE 'Q'.
             05 FILLER               PIC X(02).
             05 200E-CMDO            PIC 9(02).
             05 200E-SEQ             PIC 9(05).
          03 200E-REG-TRL REDEFINES 200E-REG.
