      **** T99F450E: MOVIMENTO DE DEPENDENTES DA NOITE (OPCIONAL),
      **** EM ORDEM DE MATRICULA DO TITULAR, COM HEADER/TRAILER E SEQ
      **** COMO OS DEMAIS ARQUIVOS DE MOVIMENTO. CADA REGISTRO INCLUI,
      **** ALTERA OU REMOVE UM DEPENDENTE (MATRICULA + SEQ-DEP) DO
      **** CADASTRO T99F450S, CASADO COM O TITULAR NO BALANCED LINE DO
      **** T99P2001 (VIDE 390000-TRATA-DEPENDENTES). NA ALTERACAO O
      **** REGISTRO TRAZ O DEPENDENTE COMPLETO (TODOS OS CAMPOS SAO
      **** SUBSTITUIDOS); NA REMOCAO BASTA A CHAVE.
       01 450E-REGISTRO.
          03 450E-REG                PIC X(90).
          03 450E-REG-HDR REDEFINES 450E-REG.
             05 FILLER               PIC X(07).
             05 450E-NOME-ARQ        PIC X(07).
             05 450E-AMD-ARQ         PIC 9(08).
             05 FILLER               PIC X(63).
             05 FILLER               PIC X(05).
          03 450E-REG-DET REDEFINES 450E-REG.
             05 450E-MATR            PIC 9(07).
                88 450E-HDR          VALUE ZEROES.
                88 450E-TRL          VALUE 9999999.
             05 450E-SEQ-DEP         PIC 9(02).
      *- - CMDO: 1-INCLUIR / 2-ALTERAR / 3-REMOVER.
             05 450E-CMDO            PIC 9(02).
                88 450E-INCLUI       VALUE 1.
                88 450E-ALTERA       VALUE 2.
                88 450E-REMOVE       VALUE 3.
             05 450E-NOME            PIC X(30).
             05 450E-CPF             PIC 9(11).
             05 450E-DT-NASC         PIC 9(08).
      *- - PARENTESCO: 01-CONJUGE / 02-COMPANHEIRO(A) / 03-FILHO(A) /
      *- - 04-ENTEADO(A) / 05-PAI OU MAE / 06-TUTELADO(A). OS CODIGOS
      *- - 03, 04 E 06 ESTAO SUJEITOS A IDADE LIMITE DO DEPENDENTE
      *- - (900P-IDADE-MAX-DEP).
             05 450E-PARENTESCO      PIC 9(02).
                88 450E-PARENT-VALIDO VALUE 1 THRU 6.
                88 450E-PARENT-C-IDADE VALUE 3 4 6.
             05 FILLER               PIC X(23).
             05 450E-SEQ             PIC 9(05).
          03 450E-REG-TRL REDEFINES 450E-REG.
             05 FILLER               PIC X(07).
             05 450E-SOMAT-SEQ       PIC 9(09).
             05 FILLER               PIC X(74).
