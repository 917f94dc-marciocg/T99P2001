      **** T99F350I: CONTROLE DOS ENCAMINHAMENTOS AO INSS (VIDE
      **** T99P2031), UMA LINHA POR CADEIA DE AFASTAMENTOS AT QUE
      **** PASSOU (OU VAI PASSAR) DE 15 DIAS, EM ORDEM DE MATRICULA E
      **** INICIO DA CADEIA. GUARDA O 16O DIA E OS DIAS SOMADOS NA
      **** ULTIMA NOITE EM QUE O CASO SAIU NO RELATORIO E A NOITE EM
      **** QUE ELE SAIU PELA PRIMEIRA VEZ: CASO JA NO CONTROLE NAO SAI
      **** DE NOVO COMO NOVO, SO COMO ALTERADO SE O 16O DIA OU OS DIAS
      **** MUDARAM. REGRAVADO TODA NOITE SO COM AS CADEIAS AINDA
      **** ABERTAS (A CADEIA ENCERRADA SAI DO CONTROLE).
       01 350I-REGISTRO.
          03 350I-CHAVE.
             05 350I-MATR            PIC 9(07).
             05 350I-DT-INI-CADEIA   PIC 9(08).
          03 350I-DT-ENCAMINHA       PIC 9(08).
          03 350I-DIAS               PIC 9(05).
          03 350I-DT-PRIM-AVISO      PIC 9(08).
          03 350I-DT-ULT-AVISO       PIC 9(08).
      *- - SITUACAO EM QUE O CASO SAIU NA NOITE 350I-DT-ULT-AVISO:
      *- - REEXECUCAO NA MESMA NOITE REPETE A SITUACAO SEM PASSAR O
      *- - CASO NOVO PARA JA INFORMADO.
          03 350I-SIT-AVISO          PIC X(01).
             88 350I-NOVO            VALUE 'N'.
             88 350I-ALTERADO        VALUE 'A'.
             88 350I-INFORMADO       VALUE 'I'.
          03 FILLER                  PIC X(05).
