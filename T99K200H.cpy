      **** T99F200H: HISTORICO PERMANENTE DE MOVIMENTOS APLICADOS,
      **** GRAVADO PELO T99P2001 EM EXTEND (NUNCA SOBRESCRITO) NO
      **** MESMO FUNIL DO T99F200A (VIDE 475000/477000): UMA LINHA POR
      **** MOVIMENTO EFETIVAMENTE APLICADO (CMDO 01-04), COM A DATA DA
      **** EXECUCAO, O SEQ DA LINHA NO T99F200A DAQUELA NOITE E AS
      **** IMAGENS ANTES/DEPOIS DO REGISTRO CADASTRAL (SITUACAO NO
      **** CMDO: 01/02 = ATIVO, 03 = EXCLUIDO; ANTES COM CMDO 00 =
      **** MATRICULA AINDA INEXISTENTE, CASO DA INCLUSAO). O T99F200A
      **** E O T99L702A CONTINUAM SENDO O DELTA DA NOITE PARA A FOLHA
      **** E O BACKOUT; ESTE ARQUIVO E O QUE RESPONDE "O QUE O
      **** CADASTRO DIZIA NA DATA X" (VIDE T99P2018).
      **** OS UTILITARIOS QUE MUDAM O CADASTRO FORA DA NOITE (FUSAO
      **** T99P2016, BACKOUT T99P2006) TAMBEM ACRESCENTAM LINHAS AQUI;
      **** SEM LINHA NO T99F200A, ELAS SAEM COM SEQ 99999.
       01 200H-REGISTRO.
          03 200H-DATA               PIC 9(08).
          03 200H-SEQ                PIC 9(05).
          03 200H-MATR               PIC 9(07).
          03 200H-CMDO               PIC 9(02).
             88 200H-INCLUSAO        VALUE 01.
             88 200H-ALTERACAO       VALUE 02.
             88 200H-EXCLUSAO        VALUE 03.
             88 200H-REATIVACAO      VALUE 04.
          03 200H-ANTES.
             05 200H-ANT-NOME        PIC X(30).
             05 200H-ANT-SEXO        PIC X(01).
             05 200H-ANT-CPF         PIC 9(11).
             05 200H-ANT-EST-CIVIL   PIC X(01).
             05 200H-ANT-DT-NASC     PIC 9(08).
             05 200H-ANT-DT-ADM      PIC 9(08).
             05 200H-ANT-LOTACAO     PIC X(04).
             05 200H-ANT-CMDO        PIC 9(02).
                88 200H-ANT-INEXISTENTE VALUE 00.
          03 200H-DEPOIS.
             05 200H-DEP-NOME        PIC X(30).
             05 200H-DEP-SEXO        PIC X(01).
             05 200H-DEP-CPF         PIC 9(11).
             05 200H-DEP-EST-CIVIL   PIC X(01).
             05 200H-DEP-DT-NASC     PIC 9(08).
             05 200H-DEP-DT-ADM      PIC 9(08).
             05 200H-DEP-LOTACAO     PIC X(04).
             05 200H-DEP-CMDO        PIC 9(02).
