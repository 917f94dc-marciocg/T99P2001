      **** EXPURGO SAO REMOVIDOS DO T99F100S E PRESERVADOS AQUI NO
      **** LAYOUT V2 DE 90 BYTES ACRESCIDO DA DATA DA EXCLUSAO,
      **** PARA QUE MATRICULAS ANTIGAS CONTINUEM CONSULTAVEIS
      **** (T99P2002 COM 900P-CONSULTA-EXPURGO = 'S'). VENCIDO O
      **** PRAZO LEGAL DE GUARDA, O T99P2020 ANONIMIZA O REGISTRO:
      **** NOME E CPF SOBRESCRITOS, MARCA 100D-ANONIMIZADO E A DATA
      **** DA ANONIMIZACAO (ESPACO TIRADO DO FILLER); MATRICULA,
      **** DATAS E LOTACAO FICAM PARA ESTATISTICA.
       01 100D-REGISTRO.
          03 100D-MATR               PIC 9(07).
          03 100D-NOME               PIC X(30).
          03 100D-DT-NASCIMENTO      PIC 9(08).
          03 100D-DT-ADMISSAO        PIC 9(08).
          03 100D-LOTACAO            PIC X(04).
          03 100D-SW-ANONIMO         PIC X(01).
             88 100D-ANONIMIZADO     VALUE 'S'.
          03 100D-DT-ANONIMIZACAO    PIC 9(08).
          03 FILLER                  PIC X(04).
          03 100D-CMDO               PIC 9(02).
          03 100D-SEQ                PIC 9(05).
          03 100D-DT-EXCLUSAO        PIC 9(08).
