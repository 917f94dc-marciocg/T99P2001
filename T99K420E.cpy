      **** T99F420E: CALENDARIO DE FERIADOS, MANTIDO PELO RH, UMA
      **** LINHA POR FERIADO EM ORDEM DE DATA E LOTACAO: DATA
      **** (AAAAMMDD), ABRANGENCIA ('N' = NACIONAL, 'E' = ESTADUAL,
      **** 'M' = MUNICIPAL), LOTACAO E DESCRICAO. LOTACAO EM BRANCO =
      **** FERIADO DE TODA A EMPRESA; PREENCHIDA = FERIADO LOCAL, QUE
      **** SO VALE PARA AS MATRICULAS DAQUELA LOTACAO (UNIDADE EM
      **** OUTRO ESTADO OU MUNICIPIO). FERIADO NACIONAL NAO LEVA
      **** LOTACAO. LIDO PELO MODULO DE CALENDARIO T99S420C (CONTAGEM
      **** DE DIAS UTEIS E INICIO DE FERIAS DO ART. 134 PAR. 3 DA
      **** CLT) E CONFERIDO PELO T99P2030.
       01 420E-REGISTRO.
          03 420E-DATA               PIC 9(08).
          03 420E-ABRANGENCIA        PIC X(01).
             88 420E-NACIONAL        VALUE 'N'.
             88 420E-ESTADUAL        VALUE 'E'.
             88 420E-MUNICIPAL       VALUE 'M'.
             88 420E-ABRANG-VALIDA   VALUE 'N' 'E' 'M'.
          03 420E-LOTACAO            PIC X(04).
          03 420E-DESC               PIC X(30).
          03 FILLER                  PIC X(07).
