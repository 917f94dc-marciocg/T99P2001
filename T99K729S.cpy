      **** T99L729S: CONFERENCIA DO CALENDARIO DE FERIADOS T99F420E
      **** (VIDE T99P2030). TRES PARTES: AS LINHAS DO ARQUIVO COM
      **** PROBLEMA (COM O MOTIVO), OS FERIADOS DO ANO COM O DIA DA
      **** SEMANA E OS DOIS DIAS EM QUE O INICIO DE FERIAS FICA
      **** VEDADO, E O RESUMO MES A MES DOS DIAS CORRIDOS, SABADOS,
      **** DOMINGOS, FERIADOS EM DIA DE SEMANA E DIAS UTEIS DA EMPRESA
      **** (SO OS FERIADOS SEM LOTACAO).
       01 729S-REGISTRO.
          03 729S-CAB-01.
             05 FILLER               PIC X(32)
                VALUE '*** CALENDARIO DE FERIADOS ***'.
             05 FILLER               PIC X(04) VALUE 'ANO '.
             05 729S-CAB-ANO         PIC 9(04).
             05 FILLER               PIC X(02).
             05 729S-CAB-DATA        PIC 9(08).
             05 FILLER               PIC X(18).
             05 729S-PAG             PIC ZZZ9.
          03 729S-CAB-ARQ.
             05 FILLER               PIC X(08) VALUE 'ARQUIVO '.
             05 729S-ARQ             PIC X(20).
             05 FILLER               PIC X(44).
          03 729S-CAB-PARTE.
             05 FILLER               PIC X(04) VALUE '*** '.
             05 729S-PARTE           PIC X(68).
          03 729S-CAB-COL-ERR.
             05 FILLER               PIC X(43)
                    VALUE 'LINHA DATA     A LOT. DESCRICAO'.
             05 FILLER               PIC X(29)
                    VALUE 'OCORRENCIA'.
          03 729S-LIN-ERR.
             05 729S-ERR-LINHA       PIC ZZZZ9.
             05 FILLER               PIC X(01).
             05 729S-ERR-DATA        PIC X(08).
             05 FILLER               PIC X(01).
             05 729S-ERR-ABRANG      PIC X(01).
             05 FILLER               PIC X(01).
             05 729S-ERR-LOTACAO     PIC X(04).
             05 FILLER               PIC X(01).
             05 729S-ERR-DESC        PIC X(20).
             05 FILLER               PIC X(01).
             05 729S-ERR-MOTIVO      PIC X(29).
          03 729S-CAB-COL-FER.
             05 FILLER               PIC X(51)
                    VALUE 'DATA     DIA A LOT. DESCRICAO'.
             05 FILLER               PIC X(21)
                    VALUE 'INICIO FE VEDADO'.
          03 729S-LIN-FER.
             05 729S-FER-DATA        PIC 9(08).
             05 FILLER               PIC X(01).
             05 729S-FER-DIA         PIC X(03).
             05 FILLER               PIC X(01).
             05 729S-FER-ABRANG      PIC X(01).
             05 FILLER               PIC X(01).
             05 729S-FER-LOTACAO     PIC X(04).
             05 FILLER               PIC X(01).
             05 729S-FER-DESC        PIC X(30).
             05 FILLER               PIC X(01).
             05 729S-FER-VEDADO-1    PIC 9(08).
             05 FILLER               PIC X(01).
             05 729S-FER-VEDADO-2    PIC 9(08).
             05 FILLER               PIC X(04).
          03 729S-CAB-COL-MES.
             05 FILLER               PIC X(32)
                    VALUE 'MES  CORRIDOS  SABADOS DOMINGOS'.
             05 FILLER               PIC X(40)
                    VALUE 'FERIADOS    UTEIS'.
          03 729S-LIN-MES.
             05 729S-MES             PIC X(03).
             05 FILLER               PIC X(07).
             05 729S-MES-CORRIDOS    PIC ZZ9.
             05 FILLER               PIC X(06).
             05 729S-MES-SABADOS     PIC ZZ9.
             05 FILLER               PIC X(06).
             05 729S-MES-DOMINGOS    PIC ZZ9.
             05 FILLER               PIC X(06).
             05 729S-MES-FERIADOS    PIC ZZ9.
             05 FILLER               PIC X(06).
             05 729S-MES-UTEIS       PIC ZZ9.
             05 FILLER               PIC X(23).
          03 729S-LIN-MSG.
             05 FILLER               PIC X(06).
             05 729S-MSG             PIC X(66).
          03 729S-LIN-TOT.
             05 FILLER               PIC X(06).
             05 729S-TOT-DESC        PIC X(28).
             05 FILLER               PIC X(02).
             05 729S-TOT-QTDE        PIC Z.ZZZ.ZZ9.
             05 FILLER               PIC X(27).
          03 729S-FIM-REL.
             05 FILLER               PIC X(72)
                                       VALUE ALL '*** FIM RELATORIO '.
          03 729S-LIN-HIFEN.
             05 FILLER               PIC X(72) VALUE ALL '-'.
