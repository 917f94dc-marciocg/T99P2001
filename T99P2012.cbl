      *REMARKS. RESPOSTA QUE OS AUDITORES TRABALHISTAS PEDEM TODO ANO
      *REMARKS. E QUE ANTES NAO EXISTIA, POIS O AFASTAMENTO VENCIDO
      *REMARKS. SUMIA DO T99F350S SEM DEIXAR RASTRO.
      *REMARKS. COM 900P-CONTAGEM-DIAS = 'U' OS DIAS SAO UTEIS, PELO
      *REMARKS. CALENDARIO DE FERIADOS T99F420E.
      *DATE-WRITTEN. 02/09/2026.
      *VERSAO 002-MARCIO CONC-15/10/2026-CONTAGEM EM DIAS UTEIS PELO
      *VERSAO 002-MARCIO CONC-15/10/2026-CALENDARIO T99F420E (MODULO
      *VERSAO 002-MARCIO CONC-15/10/2026-T99S420C) QUANDO 900P-CONTAGEM-
      *VERSAO 002-MARCIO CONC-15/10/2026-DIAS = 'U'.
      *VERSAO 001-MARCIO CONC-02/09/2026-IMPLANTACAO.
      *
      *-----------------------------------------------------------------
      *
       FD  T99F900P
           BLOCK  0
           RECORD 1923
           RECORDING F.
      *
       01  900P-REGISTRO-FD            PIC X(1923).
      *
      **** ARQUIVO DE TRABALHO DO SORT: UMA LINHA POR MATRICULA COM
      **** DIAS APURADOS, ORDENADA POR LOTACAO + MATRICULA PARA A
      *-----------------------------------------------------------------
       77  CTE-PROG                    PIC  X(16)     VALUE
                                               '*** T99P2012 ***'.
       77  CTE-VERS                    PIC  X(06)     VALUE 'VRS002'.
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
            COPY 'T99K100S.cpy'.
            COPY 'T99K350S.cpy'.
            COPY 'T99K350H.cpy'.
            COPY 'T99K420C.cpy'.
            COPY 'T99K713S.cpy'.
            COPY 'T99K900P.cpy'.
      *{{  FIM BOOKS  }}
                                               'T99F350H.txt'.
       77  DDN-713S                    PIC  X(20)     VALUE
                                               'T99L713S.txt'.
       77  DDN-420E                    PIC  X(20)     VALUE
                                               'T99F420E.txt'.
      *
      **** CONTAGEM DOS DIAS: 'C' CORRIDOS (DEFAULT), 'U' UTEIS PELO
      **** CALENDARIO DE FERIADOS (FERIADO LOCAL PELA LOTACAO DA
      **** MATRICULA NO CADASTRO).
       77  SW-CONTAGEM-DIAS            PIC  X(01)     VALUE 'C'.
           88  CONTAGEM-UTEIS                           VALUE 'U'.
      *
      **** PERIODO DE APURACAO (OBRIGATORIO PARA ESTE PROGRAMA).
       77  DT-INI-APURACAO             PIC  9(08)     VALUE 0.
      **** JA EXPURGADA) SAI AGRUPADA NA LOTACAO '????'.
       77  QTD-BASE                    PIC  9(05)     VALUE 0.
       77  IDX-BASE                    PIC  9(05)     VALUE 0.
       77  IDX-BASE-INI                PIC  9(05)     VALUE 0.
       77  IDX-BASE-FIM                PIC  9(05)     VALUE 0.
       77  SW-ACHOU-BASE               PIC  X(01)     VALUE 'N'.
           88  ACHOU-BASE                               VALUE 'S'.
       01  TAB-BASE-GERAL.
           03  TAB-BASE-ENT  OCCURS  30000  TIMES.
               05  TAB-BASE-MATR       PIC  9(07).
              INT-FIM-APURACAO EQUAL ZEROES
              PERFORM 999001-ERRO-001
           END-IF
      *
           IF CONTAGEM-UTEIS
              PERFORM 904100-CARREGA-CALENDARIO
           END-IF
      *
           PERFORM 900011-CARREGA-BASE
           PERFORM 200000-APURA-HISTORICO
           MOVE DT-INI-APURACAO TO 713S-DATA-INI
           MOVE DT-FIM-APURACAO TO 713S-DATA-FIM
           WRITE 713S-REGISTRO-FD FROM 713S-CAB-01
           IF CONTAGEM-UTEIS
              MOVE DDN-420E TO 713S-CAB-ARQ-420E
              WRITE 713S-REGISTRO-FD FROM 713S-CAB-02
           END-IF
           WRITE 713S-REGISTRO-FD FROM 713S-LIN-HIFEN
           SORT SORT-WORK
                ON ASCENDING KEY SORT-LOTACAO SORT-MATR
              GO TO 280999-SAIDA
           END-IF
           COMPUTE DIAS-CALC = INT-CORTE-FIM - INT-CORTE-INI + 1
           IF CONTAGEM-UTEIS
              PERFORM 282000-CONTA-DIAS-UTEIS
           END-IF
           ADD 1 TO CNT-REG-PERIODO
           PERFORM 285000-ACUMULA-MATRICULA
           PERFORM 290000-ACUMULA-TIPO
           .
       280999-SAIDA. EXIT.
      *-----------------------------
       282000-CONTA-DIAS-UTEIS SECTION.
      *-----------------------------
      **** TROCA OS DIAS CORRIDOS DO TRECHO JA RECORTADO PELOS DIAS
      **** UTEIS DO CALENDARIO, COM OS FERIADOS LOCAIS DA LOTACAO DA
      **** MATRICULA (SEM CADASTRO, SO OS FERIADOS DA EMPRESA).
           PERFORM 283000-LOTACAO-DA-MATRICULA
           MOVE 'U' TO 420C-FUNCAO
           COMPUTE 420C-DT-INI =
                   FUNCTION DATE-OF-INTEGER (INT-CORTE-INI)
           COMPUTE 420C-DT-FIM =
                   FUNCTION DATE-OF-INTEGER (INT-CORTE-FIM)
           CALL 'T99S420C' USING 420C-AREA
           IF 420C-OK
              MOVE 420C-DIAS TO DIAS-CALC
           END-IF
           .
       282999-SAIDA. EXIT.
      *-----------------------------
       283000-LOTACAO-DA-MATRICULA SECTION.
      *-----------------------------
      **** PESQUISA BINARIA NA TAB-BASE, CARREGADA NA ORDEM DE
      **** MATRICULA DO CADASTRO.
           MOVE SPACES TO 420C-LOTACAO
           MOVE 'N' TO SW-ACHOU-BASE
           MOVE 1 TO IDX-BASE-INI
           MOVE QTD-BASE TO IDX-BASE-FIM
           PERFORM WITH TEST BEFORE
                    UNTIL ACHOU-BASE OR
                          IDX-BASE-INI GREATER THAN IDX-BASE-FIM
                    COMPUTE IDX-BASE = (IDX-BASE-INI + IDX-BASE-FIM)
                                       / 2
                    EVALUATE TRUE
                        WHEN TAB-BASE-MATR (IDX-BASE) EQUAL MATR-APURA
                             MOVE 'S' TO SW-ACHOU-BASE
                             MOVE TAB-BASE-LOTACAO (IDX-BASE)
                                  TO 420C-LOTACAO
                        WHEN TAB-BASE-MATR (IDX-BASE) LESS THAN
                             MATR-APURA
                             COMPUTE IDX-BASE-INI = IDX-BASE + 1
                        WHEN OTHER
                             COMPUTE IDX-BASE-FIM = IDX-BASE - 1
                    END-EVALUATE
           END-PERFORM
           .
       283999-SAIDA. EXIT.
      *-----------------------------
       285000-ACUMULA-MATRICULA SECTION.
      *-----------------------------
           IF 900P-DT-FIM-ABSENT NUMERIC
              MOVE 900P-DT-FIM-ABSENT TO DT-FIM-APURACAO
           END-IF
           IF 900P-ARQ-420E NOT EQUAL SPACES
              MOVE 900P-ARQ-420E TO DDN-420E
           END-IF
           IF 900P-CONTAGEM-DIAS EQUAL 'U'
              MOVE 'U' TO SW-CONTAGEM-DIAS
           END-IF
           .
       900009-SAIDA. EXIT.
      *-----------------------------
       904100-CARREGA-CALENDARIO SECTION.
      *-----------------------------
      **** CONTAGEM EM DIAS UTEIS: O RELATORIO VAI PARA A AUDITORIA,
      **** ENTAO SEM O MODULO OU SEM O CALENDARIO NAO HA APURACAO
      **** (NAO CAI PARA DIAS CORRIDOS EM SILENCIO).
           MOVE 'C'      TO 420C-FUNCAO
           MOVE DDN-420E TO 420C-ARQUIVO
           CALL 'T99S420C' USING 420C-AREA
               ON EXCEPTION
                   PERFORM 999012-ERRO-012
           END-CALL
           IF NOT 420C-OK
              PERFORM 999013-ERRO-013
           END-IF
           IF 420C-QTD-INVALIDOS GREATER THAN ZEROES
              DISPLAY CTE-PROG ' ' CTE-VERS
                 ' *** AVISO: ' 420C-QTD-INVALIDOS ' LINHA(S) '
                 'INVALIDA(S) IGNORADA(S) NO ' DDN-420E
           END-IF
           DISPLAY CTE-PROG ' ' CTE-VERS ' *** CONTAGEM EM DIAS UTEIS: '
                   420C-QTD-FERIADOS ' FERIADO(S) EM ' DDN-420E
           .
       904100-SAIDA. EXIT.
      *--------------------------
       999001-ERRO-001 SECTION.
      *--------------------------
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      *--------------------------
       999012-ERRO-012 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 012 CONTAGEM EM DIAS UTEIS SEM O MODULO DE '
                   'CALENDARIO T99S420C'
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      *--------------------------
       999013-ERRO-013 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 013 CONTAGEM EM DIAS UTEIS SEM CALENDARIO DE '
                   'FERIADOS: ' DDN-420E ' (' 420C-RETORNO ')'
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      ******************************************************************
       END PROGRAM T99P2012.
      ******************************************************************
