      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
      *
       PROGRAM-ID. T99S420C.
      *
      *AUTHOR.  MARCIO CONC
      *REMARKS. SUBROTINA DE CALENDARIO DE DIAS UTEIS: CARREGA EM
      *REMARKS. MEMORIA O CALENDARIO DE FERIADOS T99F420E (ORDENADO
      *REMARKS. POR DATA E LOTACAO, PESQUISA BINARIA) E RESPONDE
      *REMARKS. CONTAGEM DE DIAS UTEIS DE UM PERIODO, VEDACAO DE
      *REMARKS. INICIO DE FERIAS (ART. 134 PAR. 3 DA CLT) E
      *REMARKS. CLASSIFICACAO DE UM DIA. DIA UTIL = SEGUNDA A SEXTA
      *REMARKS. QUE NAO SEJA FERIADO DA EMPRESA (LOTACAO EM BRANCO NO
      *REMARKS. CALENDARIO) NEM FERIADO LOCAL DA LOTACAO INFORMADA;
      *REMARKS. REPOUSO SEMANAL REMUNERADO = DOMINGO. DIA DA SEMANA
      *REMARKS. PELO INTEGER-OF-DATE (01/01/1601 = SEGUNDA-FEIRA),
      *REMARKS. MESMA CONTA DA ESTEIRA T99P2024. CHAMADA
      *REMARKS. DINAMICAMENTE (CALL COM ON EXCEPTION, COMO O T99S100I)
      *REMARKS. PELO T99P2000, T99P2001, T99P2012, T99P2024 E
      *REMARKS. T99P2030. O CALENDARIO FICA CARREGADO ENTRE AS
      *REMARKS. CHAMADAS ATE NOVA FUNCAO 'C' OU CANCEL. AREA DE
      *REMARKS. CHAMADA E FUNCOES EM T99K420C.CPY.
      *DATE-WRITTEN. 15/10/2026.
      *VERSAO 001-MARCIO CONC-15/10/2026-IMPLANTACAO.
      *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
      *
       CONFIGURATION SECTION.
      *
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT T99F420E ASSIGN TO DDN-420E
               FILE STATUS IS FS-420E
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
      *
       FILE SECTION.
      *
       FD  T99F420E
           BLOCK  0
           RECORD 50
           RECORDING F.
      *
       01  420E-REGISTRO-FD            PIC X(50).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       77  CTE-PROG                    PIC  X(16)     VALUE
                                               '*** T99S420C ***'.
       77  CTE-VERS                    PIC  X(06)     VALUE 'VRS001'.
      *
      **** O CALENDARIO FICA EM WORKING-STORAGE PARA SOBREVIVER ENTRE
      **** AS CHAMADAS DO MESMO PROGRAMA.
      *{{ INCLUI BOOKS }}
            COPY 'T99K420E.cpy'.
      *{{  FIM BOOKS  }}
       77  FS-420E                     PIC  XX        VALUE '00'.
       77  DDN-420E                    PIC  X(20)     VALUE
                                               'T99F420E.txt'.
       77  SW-FIM-420E                 PIC  X(01)     VALUE 'N'.
           88  FIM-420E                                 VALUE 'S'.
      *
      **** TAB-FERIADOS: FERIADOS VALIDOS DO T99F420E, MANTIDOS EM
      **** ORDEM DE DATA E LOTACAO NA CARGA (INSERCAO ORDENADA; O
      **** ARQUIVO JA ORDENADO ENTRA SEMPRE NO FIM).
       77  QTD-FERIADOS                PIC  9(05)     VALUE 0.
       77  IDX-FERIADO                 PIC  9(05)     VALUE 0.
       77  IDX-DESLOCA                 PIC  9(05)     VALUE 0.
       77  QTD-INVALIDOS               PIC  9(05)     VALUE 0.
       01  TAB-FERIADOS-GERAL.
           03  TAB-FERIADO-ENT  OCCURS  3000  TIMES.
               05  TAB-FERIADO-DATA    PIC  9(08).
               05  TAB-FERIADO-LOT     PIC  X(04).
               05  TAB-FERIADO-DESC    PIC  X(30).
      *
      **** PESQUISA BINARIA: PRIMEIRA POSICAO COM DATA NAO MENOR QUE
      **** A PROCURADA; DALI EM DIANTE, AS LINHAS DA MESMA DATA SAO
      **** CONFERIDAS CONTRA A LOTACAO.
       77  IDX-BAIXO                   PIC  9(05)     VALUE 0.
       77  IDX-ALTO                    PIC  9(05)     VALUE 0.
       77  IDX-MEIO                    PIC  9(05)     VALUE 0.
       77  DATA-PROCURA                PIC  9(08)     VALUE 0.
       77  DESC-FERIADO                PIC  X(30)     VALUE SPACES.
       77  SW-FERIADO                  PIC  X(01)     VALUE 'N'.
           88  EH-FERIADO                               VALUE 'S'.
       77  SW-POSICAO                  PIC  X(01)     VALUE 'N'.
           88  POSICAO-ACHADA                           VALUE 'S'.
      *
       77  INT-INI                     PIC S9(09) COMP VALUE 0.
       77  INT-FIM                     PIC S9(09) COMP VALUE 0.
       77  INT-CORR                    PIC S9(09) COMP VALUE 0.
       77  INT-AUX                     PIC S9(09) COMP VALUE 0.
       77  QUOC-SEMANA                 PIC S9(09) COMP VALUE 0.
       77  DIA-SEMANA                  PIC  9(01)     VALUE 0.
           88  DIA-DE-SEMANA                            VALUE 0 1 2 3 4.
           88  DIA-SABADO                               VALUE 5.
           88  DIA-DOMINGO                              VALUE 6.
       77  QTD-DIAS-UTEIS              PIC  9(05)     VALUE 0.
       77  DIAS-ANTES                  PIC  9(01)     VALUE 0.
      *
      **** CONFERENCIA DE DATA DE CALENDARIO (MESMA REGRA DO
      **** 480000-VALIDA-DATA DOS DEMAIS PROGRAMAS, ANO MINIMO 1601).
       01  DTV-AREA.
           03  DTV-DATA                PIC  9(08).
           03  DTV-DATA-RED REDEFINES DTV-DATA.
               05  DTV-AA              PIC  9(04).
               05  DTV-MM              PIC  9(02).
               05  DTV-DD              PIC  9(02).
           03  DTV-QUOC                PIC  9(04).
           03  DTV-RESTO               PIC  9(04).
           03  DTV-ULT-DIA             PIC  9(02).
           03  DTV-BISSEXTO            PIC  X(01).
               88  DTV-EH-BISSEXTO                      VALUE 'S'.
       77  SW-DATA-VALIDA              PIC  X(01)     VALUE 'S'.
           88  DATA-VALIDA                              VALUE 'S'.
      *
      *-----------------------------------------------------------------
       LINKAGE SECTION.
      *-----------------------------------------------------------------
            COPY 'T99K420C.cpy'.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING 420C-AREA.
      *-----------------------------------------------------------------
      *
      *--------------------------------
       000000-ROTINA-PRINCIPAL SECTION.
      *--------------------------------
           MOVE '00' TO 420C-RETORNO
           EVALUATE TRUE
               WHEN 420C-CARREGA
                    PERFORM 100000-CARREGA-CALENDARIO
                    MOVE QTD-FERIADOS  TO 420C-QTD-FERIADOS
                    MOVE QTD-INVALIDOS TO 420C-QTD-INVALIDOS
               WHEN 420C-CONTA-UTEIS
                    PERFORM 200000-CONTA-DIAS-UTEIS
               WHEN 420C-VERIFICA-FERIAS
                    PERFORM 300000-VERIFICA-INICIO-FERIAS
               WHEN 420C-CLASSIFICA-DIA
                    PERFORM 400000-CLASSIFICA-DIA
               WHEN OTHER
                    MOVE '99' TO 420C-RETORNO
           END-EVALUATE
           GOBACK
           .
      *-----------------------------
       100000-CARREGA-CALENDARIO SECTION.
      *-----------------------------
      **** LINHA COM DATA FORA DO CALENDARIO OU ABRANGENCIA FORA DO
      **** DOMINIO NAO ENTRA NA TABELA (O T99P2030 A APONTA); O
      **** EXCESSO ALEM DA TABELA TAMBEM CONTA COMO IGNORADO.
           MOVE 0 TO QTD-FERIADOS
           MOVE 0 TO QTD-INVALIDOS
           IF 420C-ARQUIVO NOT EQUAL SPACES
              MOVE 420C-ARQUIVO TO DDN-420E
           END-IF
           MOVE 'N' TO SW-FIM-420E
           OPEN INPUT T99F420E
           IF FS-420E NOT EQUAL ZEROES
              MOVE '35' TO 420C-RETORNO
              GO TO 100999-SAIDA
           END-IF
           PERFORM WITH TEST BEFORE UNTIL FIM-420E
                    READ T99F420E INTO 420E-REGISTRO
                        AT END
                            MOVE 'S' TO SW-FIM-420E
                        NOT AT END
                            PERFORM 110000-TRATA-LINHA
                    END-READ
           END-PERFORM
           CLOSE T99F420E
           .
       100999-SAIDA. EXIT.
      *-----------------------------
       110000-TRATA-LINHA SECTION.
      *-----------------------------
           IF 420E-DATA NOT NUMERIC OR NOT 420E-ABRANG-VALIDA OR
              QTD-FERIADOS NOT LESS THAN 3000
              ADD 1 TO QTD-INVALIDOS
              GO TO 110999-SAIDA
           END-IF
           MOVE 420E-DATA TO DTV-DATA
           PERFORM 480000-VALIDA-DATA
           IF NOT DATA-VALIDA
              ADD 1 TO QTD-INVALIDOS
              GO TO 110999-SAIDA
           END-IF
      *- - DESLOCA PARA O FIM AS LINHAS MAIORES QUE A NOVA
           MOVE QTD-FERIADOS TO IDX-DESLOCA
           MOVE 'N' TO SW-POSICAO
           PERFORM WITH TEST BEFORE
                   UNTIL IDX-DESLOCA EQUAL ZEROES OR POSICAO-ACHADA
                    IF TAB-FERIADO-DATA (IDX-DESLOCA) GREATER THAN
                          420E-DATA OR
                       (TAB-FERIADO-DATA (IDX-DESLOCA) EQUAL
                          420E-DATA AND
                        TAB-FERIADO-LOT (IDX-DESLOCA) GREATER THAN
                          420E-LOTACAO)
                       MOVE TAB-FERIADO-ENT (IDX-DESLOCA) TO
                            TAB-FERIADO-ENT (IDX-DESLOCA + 1)
                       SUBTRACT 1 FROM IDX-DESLOCA
                    ELSE
                       MOVE 'S' TO SW-POSICAO
                    END-IF
           END-PERFORM
           ADD 1 TO QTD-FERIADOS
           MOVE 420E-DATA    TO TAB-FERIADO-DATA (IDX-DESLOCA + 1)
           MOVE 420E-LOTACAO TO TAB-FERIADO-LOT  (IDX-DESLOCA + 1)
           MOVE 420E-DESC    TO TAB-FERIADO-DESC (IDX-DESLOCA + 1)
           .
       110999-SAIDA. EXIT.
      *-----------------------------
       200000-CONTA-DIAS-UTEIS SECTION.
      *-----------------------------
      **** PERCORRE O PERIODO DIA A DIA; SO SEGUNDA A SEXTA VAO A
      **** PESQUISA DE FERIADO.
           MOVE 0 TO 420C-DIAS
           PERFORM 490000-VALIDA-PERIODO
           IF NOT 420C-OK
              GO TO 200999-SAIDA
           END-IF
           MOVE 0 TO QTD-DIAS-UTEIS
           MOVE INT-INI TO INT-CORR
           PERFORM WITH TEST BEFORE UNTIL INT-CORR GREATER THAN INT-FIM
                    PERFORM 510000-DIA-DA-SEMANA
                    IF DIA-DE-SEMANA
                       COMPUTE DATA-PROCURA =
                               FUNCTION DATE-OF-INTEGER (INT-CORR)
                       PERFORM 500000-PROCURA-FERIADO
                       IF NOT EH-FERIADO
                          ADD 1 TO QTD-DIAS-UTEIS
                       END-IF
                    END-IF
                    ADD 1 TO INT-CORR
           END-PERFORM
           MOVE QTD-DIAS-UTEIS TO 420C-DIAS
           .
       200999-SAIDA. EXIT.
      *-----------------------------
       300000-VERIFICA-INICIO-FERIAS SECTION.
      *-----------------------------
      **** ART. 134 PAR. 3 DA CLT: E VEDADO O INICIO DAS FERIAS NO
      **** PERIODO DE DOIS DIAS QUE ANTECEDE FERIADO OU DIA DE
      **** REPOUSO SEMANAL REMUNERADO. CONFERE O DIA SEGUINTE E O
      **** OUTRO; O PRIMEIRO QUE CAI EM DOMINGO OU FERIADO E O MOTIVO.
           MOVE 'N'    TO 420C-SW-VEDADO
           MOVE 0      TO 420C-DT-MOTIVO
           MOVE SPACES TO 420C-DESC
           MOVE 420C-DT-INI TO 420C-DT-FIM
           PERFORM 490000-VALIDA-PERIODO
           IF NOT 420C-OK
              GO TO 300999-SAIDA
           END-IF
           MOVE 1 TO DIAS-ANTES
           PERFORM WITH TEST BEFORE
                   UNTIL DIAS-ANTES GREATER THAN 2
                      OR 420C-INICIO-VEDADO
                    COMPUTE INT-CORR = INT-INI + DIAS-ANTES
                    COMPUTE DATA-PROCURA =
                            FUNCTION DATE-OF-INTEGER (INT-CORR)
                    PERFORM 510000-DIA-DA-SEMANA
                    IF DIA-DOMINGO
                       MOVE 'S' TO 420C-SW-VEDADO
                       MOVE DATA-PROCURA TO 420C-DT-MOTIVO
                       MOVE 'REPOUSO SEMANAL (DOMINGO)' TO 420C-DESC
                    ELSE
                       PERFORM 500000-PROCURA-FERIADO
                       IF EH-FERIADO
                          MOVE 'S' TO 420C-SW-VEDADO
                          MOVE DATA-PROCURA TO 420C-DT-MOTIVO
                          MOVE DESC-FERIADO TO 420C-DESC
                       END-IF
                    END-IF
                    ADD 1 TO DIAS-ANTES
           END-PERFORM
           .
       300999-SAIDA. EXIT.
      *-----------------------------
       400000-CLASSIFICA-DIA SECTION.
      *-----------------------------
           MOVE SPACES TO 420C-TIPO-DIA
           MOVE SPACES TO 420C-DESC
           MOVE 420C-DT-INI TO 420C-DT-FIM
           PERFORM 490000-VALIDA-PERIODO
           IF NOT 420C-OK
              GO TO 400999-SAIDA
           END-IF
           MOVE INT-INI     TO INT-CORR
           MOVE 420C-DT-INI TO DATA-PROCURA
           PERFORM 510000-DIA-DA-SEMANA
           MOVE DIA-SEMANA  TO 420C-DIA-SEMANA
           PERFORM 500000-PROCURA-FERIADO
           EVALUATE TRUE
               WHEN EH-FERIADO
                    MOVE 'F' TO 420C-TIPO-DIA
                    MOVE DESC-FERIADO TO 420C-DESC
               WHEN DIA-DOMINGO
                    MOVE 'D' TO 420C-TIPO-DIA
               WHEN DIA-SABADO
                    MOVE 'S' TO 420C-TIPO-DIA
               WHEN OTHER
                    MOVE 'U' TO 420C-TIPO-DIA
           END-EVALUATE
           .
       400999-SAIDA. EXIT.
      *-----------------------------
       480000-VALIDA-DATA SECTION.
      *-----------------------------
      **** VALIDA DTV-DATA (AAAAMMDD) COMO DATA REAL DE CALENDARIO.
           MOVE 'S' TO SW-DATA-VALIDA
           IF DTV-AA LESS THAN 1601 OR
              DTV-MM LESS THAN 1 OR DTV-MM GREATER THAN 12
              MOVE 'N' TO SW-DATA-VALIDA
           ELSE
              EVALUATE DTV-MM
                  WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                       MOVE 31 TO DTV-ULT-DIA
                  WHEN 4 WHEN 6 WHEN 9 WHEN 11
                       MOVE 30 TO DTV-ULT-DIA
                  WHEN 2
                       MOVE 'N' TO DTV-BISSEXTO
                       DIVIDE DTV-AA BY 4 GIVING DTV-QUOC
                              REMAINDER DTV-RESTO
                       IF DTV-RESTO EQUAL 0
                          MOVE 'S' TO DTV-BISSEXTO
                          DIVIDE DTV-AA BY 100 GIVING DTV-QUOC
                                 REMAINDER DTV-RESTO
                          IF DTV-RESTO EQUAL 0
                             MOVE 'N' TO DTV-BISSEXTO
                             DIVIDE DTV-AA BY 400 GIVING DTV-QUOC
                                    REMAINDER DTV-RESTO
                             IF DTV-RESTO EQUAL 0
                                MOVE 'S' TO DTV-BISSEXTO
                             END-IF
                          END-IF
                       END-IF
                       IF DTV-EH-BISSEXTO
                          MOVE 29 TO DTV-ULT-DIA
                       ELSE
                          MOVE 28 TO DTV-ULT-DIA
                       END-IF
              END-EVALUATE
              IF DTV-DD LESS THAN 1 OR DTV-DD GREATER THAN DTV-ULT-DIA
                 MOVE 'N' TO SW-DATA-VALIDA
              END-IF
           END-IF
           .
       480999-SAIDA. EXIT.
      *-----------------------------
       490000-VALIDA-PERIODO SECTION.
      *-----------------------------
      **** 420C-DT-INI E 420C-DT-FIM DEVEM SER DATAS REAIS E O
      **** PERIODO NAO PODE ESTAR INVERTIDO; DEVOLVE OS INTEIROS.
           IF 420C-DT-INI NOT NUMERIC OR 420C-DT-FIM NOT NUMERIC
              MOVE '10' TO 420C-RETORNO
              GO TO 490999-SAIDA
           END-IF
           MOVE 420C-DT-INI TO DTV-DATA
           PERFORM 480000-VALIDA-DATA
           IF DATA-VALIDA
              MOVE 420C-DT-FIM TO DTV-DATA
              PERFORM 480000-VALIDA-DATA
           END-IF
           IF NOT DATA-VALIDA OR 420C-DT-FIM LESS THAN 420C-DT-INI
              MOVE '10' TO 420C-RETORNO
              GO TO 490999-SAIDA
           END-IF
           COMPUTE INT-INI = FUNCTION INTEGER-OF-DATE (420C-DT-INI)
           COMPUTE INT-FIM = FUNCTION INTEGER-OF-DATE (420C-DT-FIM)
           .
       490999-SAIDA. EXIT.
      *-----------------------------
       500000-PROCURA-FERIADO SECTION.
      *-----------------------------
      **** DATA-PROCURA E FERIADO SE HOUVER LINHA DAQUELA DATA COM
      **** LOTACAO EM BRANCO (TODA A EMPRESA) OU IGUAL A 420C-LOTACAO.
           MOVE 'N'    TO SW-FERIADO
           MOVE SPACES TO DESC-FERIADO
           MOVE 1 TO IDX-BAIXO
           COMPUTE IDX-ALTO = QTD-FERIADOS + 1
           PERFORM WITH TEST BEFORE UNTIL IDX-BAIXO NOT LESS IDX-ALTO
                    COMPUTE IDX-MEIO = (IDX-BAIXO + IDX-ALTO) / 2
                    IF TAB-FERIADO-DATA (IDX-MEIO) LESS THAN
                       DATA-PROCURA
                       COMPUTE IDX-BAIXO = IDX-MEIO + 1
                    ELSE
                       MOVE IDX-MEIO TO IDX-ALTO
                    END-IF
           END-PERFORM
           MOVE IDX-BAIXO TO IDX-FERIADO
           MOVE 'N' TO SW-POSICAO
           PERFORM WITH TEST BEFORE
                   UNTIL IDX-FERIADO GREATER THAN QTD-FERIADOS
                      OR EH-FERIADO OR POSICAO-ACHADA
                    IF TAB-FERIADO-DATA (IDX-FERIADO) NOT EQUAL
                       DATA-PROCURA
                       MOVE 'S' TO SW-POSICAO
                    ELSE
                       IF TAB-FERIADO-LOT (IDX-FERIADO) EQUAL SPACES OR
                          TAB-FERIADO-LOT (IDX-FERIADO) EQUAL
                             420C-LOTACAO
                          MOVE 'S' TO SW-FERIADO
                          MOVE TAB-FERIADO-DESC (IDX-FERIADO)
                               TO DESC-FERIADO
                       END-IF
                       ADD 1 TO IDX-FERIADO
                    END-IF
           END-PERFORM
           .
       500999-SAIDA. EXIT.
      *-----------------------------
       510000-DIA-DA-SEMANA SECTION.
      *-----------------------------
      **** DIA DA SEMANA DE INT-CORR: 0 = SEGUNDA ... 6 = DOMINGO.
           COMPUTE INT-AUX = INT-CORR - 1
           DIVIDE INT-AUX BY 7 GIVING QUOC-SEMANA REMAINDER DIA-SEMANA
           .
       510999-SAIDA. EXIT.
      ******************************************************************
       END PROGRAM T99S420C.
      ******************************************************************
