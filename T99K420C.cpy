      **** AREA DE CHAMADA DO MODULO DE CALENDARIO T99S420C (CALL
      **** DINAMICO, VIDE T99K420E.CPY). FUNCOES (420C-FUNCAO):
      **** 'C' CARREGA O CALENDARIO 420C-ARQUIVO (UMA VEZ POR
      **** EXECUCAO; DEVOLVE A QUANTIDADE DE FERIADOS E DE LINHAS
      **** INVALIDAS IGNORADAS; '35' = ARQUIVO AUSENTE, O MODULO
      **** SEGUE CONTANDO SO SABADOS E DOMINGOS);
      **** 'U' CONTA EM 420C-DIAS OS DIAS UTEIS DE 420C-DT-INI A
      **** 420C-DT-FIM, INCLUSIVE (SEGUNDA A SEXTA QUE NAO SEJA
      **** FERIADO DA EMPRESA OU DA 420C-LOTACAO);
      **** 'V' VERIFICA SE 420C-DT-INI PODE SER INICIO DE FERIAS: E
      **** VEDADO O INICIO NOS DOIS DIAS QUE ANTECEDEM FERIADO OU O
      **** DIA DE REPOUSO SEMANAL REMUNERADO (DOMINGO) -- ART. 134
      **** PAR. 3 DA CLT; DEVOLVE A DATA E A DESCRICAO DO MOTIVO;
      **** 'D' CLASSIFICA O DIA 420C-DT-INI (DIA DA SEMANA, 0 =
      **** SEGUNDA ... 6 = DOMINGO, E TIPO: UTIL, SABADO, DOMINGO OU
      **** FERIADO, COM A DESCRICAO DO FERIADO).
      **** RETORNO '10' = DATA INVALIDA OU PERIODO INVERTIDO.
       01 420C-AREA.
          03 420C-FUNCAO             PIC X(01).
             88 420C-CARREGA         VALUE 'C'.
             88 420C-CONTA-UTEIS     VALUE 'U'.
             88 420C-VERIFICA-FERIAS VALUE 'V'.
             88 420C-CLASSIFICA-DIA  VALUE 'D'.
          03 420C-ARQUIVO            PIC X(20).
          03 420C-LOTACAO            PIC X(04).
          03 420C-DT-INI             PIC 9(08).
          03 420C-DT-FIM             PIC 9(08).
          03 420C-DIAS               PIC 9(05).
          03 420C-DIA-SEMANA         PIC 9(01).
          03 420C-TIPO-DIA           PIC X(01).
             88 420C-DIA-UTIL        VALUE 'U'.
             88 420C-DIA-SABADO      VALUE 'S'.
             88 420C-DIA-DOMINGO     VALUE 'D'.
             88 420C-DIA-FERIADO     VALUE 'F'.
          03 420C-SW-VEDADO          PIC X(01).
             88 420C-INICIO-VEDADO   VALUE 'S'.
          03 420C-DT-MOTIVO          PIC 9(08).
          03 420C-DESC               PIC X(30).
          03 420C-QTD-FERIADOS       PIC 9(05).
          03 420C-QTD-INVALIDOS      PIC 9(05).
          03 420C-RETORNO            PIC X(02).
             88 420C-OK              VALUE '00'.
             88 420C-SEM-CALENDARIO  VALUE '35'.
             88 420C-DATA-INVALIDA   VALUE '10'.
