      **** REABERTO EM EXTEND NO REINICIO: SEM ELA O LOG DE ACESSO
      **** T99L900A SUBESTIMARIA O ARQUIVO NUMA NOITE DE REINICIO.
          03 900C-CNT-REG-100XF      PIC 9(07).
      **** CONTADORES DOS ARQUIVOS DE RETORNO POR ARQUIVO DE MOVIMENTO
      **** (1 = PRINCIPAL, 2/3 = FILIAIS; T99F200T*), REABERTOS EM
      **** EXTEND NO REINICIO.
          03 900C-RET-ARQ  OCCURS  3  TIMES.
             05 900C-CNT-SEQ-200T    PIC 9(05).
             05 900C-SMT-SEQ-200T    PIC 9(09).
      **** MOVIMENTO DE DEPENDENTES (T99F450E): REGISTRO CORRENTE,
      **** CONTADORES DE SEQ E A ULTIMA MATRICULA LIDA (CONFERENCIA DE
      **** ORDEM); CADASTRO DE DEPENDENTES (T99F450S): ULTIMA
      **** MATRICULA JA GRAVADA (O REINICIO RECARREGA SO AS MAIORES DA
      **** COPIA .ANT) E A QUANTIDADE GRAVADA, PARA O TRAILER.
          03 900C-450E-REG           PIC X(90).
          03 900C-GD-450E-SEQ        PIC 9(05).
          03 900C-CNT-SEQ-450E       PIC 9(05).
          03 900C-SMT-SEQ-450E       PIC 9(09).
          03 900C-GD-450E-MATR       PIC 9(07).
          03 900C-LIM-DEP-MATR       PIC 9(07).
          03 900C-QTD-450S           PIC 9(07).
      **** QUADRO DE VAGAS: EFETIVO ATIVO APURADO POR LOTACAO, NA
      **** POSICAO DA TABELA DE LOTACOES (T99F400E) -- O REINICIO NAO
      **** PODE RECONTAR A PARTIR DO T99F100E, QUE NAO TEM OS
      **** MOVIMENTOS JA APLICADOS ANTES DA INTERRUPCAO.
          03 900C-OCUP-QUADRO  OCCURS  500  TIMES
                                     PIC 9(05).
