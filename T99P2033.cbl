      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
      *
       PROGRAM-ID. T99P2033.
      *
      *AUTHOR.  MARCIO CONC
      *REMARKS. ROTATIVIDADE (TURNOVER) POR LOTACAO NUM PERIODO
      *REMARKS. (900P-DT-INI-TURNOVER A 900P-DT-FIM-TURNOVER; DEFAULT =
      *REMARKS. DO PRIMEIRO DIA DO MES ATE HOJE): PARA CADA LOTACAO O
      *REMARKS. EFETIVO ATIVO NA VESPERA DO INICIO, AS ADMISSOES,
      *REMARKS. REATIVACOES, TRANSFERENCIAS RECEBIDAS, DESLIGAMENTOS E
      *REMARKS. TRANSFERENCIAS CEDIDAS DO PERIODO, O EFETIVO ATIVO NO
      *REMARKS. FIM E A TAXA DE ROTATIVIDADE, MAIS O TOTAL DA EMPRESA E
      *REMARKS. A MATRIZ DE TRANSFERENCIAS ENTRE LOTACOES. OS
      *REMARKS. MOVIMENTOS E AS LOTACOES ANTES/DEPOIS DAS ALTERACOES
      *REMARKS. VEM DO HISTORICO DE MOVIMENTOS APLICADOS T99F200H; O
      *REMARKS. EFETIVO E RECONSTRUIDO A PARTIR DO CADASTRO T99F100S
      *REMARKS. VOLTANDO PELAS IMAGENS ANTES DO HISTORICO, DE MODO QUE
      *REMARKS. O EFETIVO FINAL ATE HOJE BATE COM OS NAO EXCLUIDOS DO
      *REMARKS. T99P2010.
      *REMARKS. DESCRICOES DO T99F400E. RETURN-CODE 4 = LOTACAO CUJA
      *REMARKS. MOVIMENTACAO NAO FECHA COM OS EFETIVOS (HISTORICO
      *REMARKS. INCOMPLETO).
      *DATE-WRITTEN. 15/10/2026.
      *VERSAO 002-MARCIO CONC-15/10/2026-ESTOURO DAS TABELAS DE
      *VERSAO 002-MARCIO CONC-15/10/2026-LOTACOES E TRANSFERENCIAS
      *VERSAO 002-MARCIO CONC-15/10/2026-MARCADO NO OUTPUT PROCEDURE E
      *VERSAO 002-MARCIO CONC-15/10/2026-ABORTADO SO DEPOIS DO SORT.
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
           SELECT T99F100S ASSIGN TO DDN-100S
               FILE STATUS IS FS-100S
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99F200H ASSIGN TO DDN-200H
               FILE STATUS IS FS-200H
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99F400E ASSIGN TO DDN-400E
               FILE STATUS IS FS-400E
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99L732S ASSIGN TO DDN-732S
               FILE STATUS IS FS-732S
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99F900P ASSIGN TO 'T99F900P.txt'
               FILE STATUS IS FS-900P
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO 'SORTWK'.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
      *
       FILE SECTION.
      *
       FD  T99F100S
           BLOCK  0
           RECORD 90
           RECORDING F.
      *
       01  100S-REGISTRO-FD            PIC X(90).
      *
       FD  T99F200H
           BLOCK  0
           RECORD 152
           RECORDING F.
      *
       01  200H-REGISTRO-FD            PIC X(152).
      *
       FD  T99F400E
           BLOCK  0
           RECORD 40
           RECORDING F.
      *
       01  400E-REGISTRO-FD            PIC X(40).
      *
       FD  T99L732S
           BLOCK  0
           RECORD 72
           RECORDING F.
      *
       01  732S-REGISTRO-FD            PIC X(72).
      *
       FD  T99F900P
           BLOCK  0
           RECORD 1923
           RECORDING F.
      *
       01  900P-REGISTRO-FD            PIC X(1923).
      *
      **** ARQUIVO DE TRABALHO DO SORT: O REGISTRO DO CADASTRO ('B')
      **** E AS LINHAS DO HISTORICO ('H') DE CADA MATRICULA, ESTAS EM
      **** ORDEM DE DATA E SEQ (O T99F200H SO VEM ORDENADO DENTRO DE
      **** CADA NOITE). SO A LOTACAO E A SITUACAO DE CADA IMAGEM
      **** INTERESSAM; NO CADASTRO A IMAGEM VAI NO LUGAR DO DEPOIS.
       SD  SORT-WORK.
      *
       01  SORT-REG.
           03  SORT-MATR               PIC 9(07).
           03  SORT-TIPO               PIC X(01).
               88  SORT-DO-CADASTRO                     VALUE 'B'.
           03  SORT-DATA               PIC 9(08).
           03  SORT-SEQ                PIC 9(05).
           03  SORT-ANT-LOTACAO        PIC X(04).
           03  SORT-ANT-CMDO           PIC 9(02).
           03  SORT-DEP-LOTACAO        PIC X(04).
           03  SORT-DEP-CMDO           PIC 9(02).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       77  CTE-PROG                    PIC  X(16)     VALUE
                                               '*** T99P2033 ***'.
       77  CTE-VERS                    PIC  X(06)     VALUE 'VRS002'.
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
      *{{ INCLUI BOOKS }}
            COPY 'T99K100S.cpy'.
            COPY 'T99K200H.cpy'.
            COPY 'T99K400E.cpy'.
            COPY 'T99K732S.cpy'.
            COPY 'T99K900P.cpy'.
      *{{  FIM BOOKS  }}
       77  FS-100S                     PIC  XX.
       77  FS-200H                     PIC  XX.
       77  FS-400E                     PIC  XX.
       77  FS-732S                     PIC  XX.
       77  FS-900P                     PIC  XX.
       77  DDN-100S                    PIC  X(20)     VALUE
                                               'T99F100S.txt'.
       77  DDN-200H                    PIC  X(20)     VALUE
                                               'T99F200H.txt'.
       77  DDN-400E                    PIC  X(20)     VALUE
                                               'T99F400E.txt'.
       77  DDN-732S                    PIC  X(20)     VALUE
                                               'T99L732S.txt'.
      *
       01  DATA-SISTEMA-GRP.
           03  DATA-SISTEMA          PIC  9(08).
           03  DATA-SISTEMA-RED REDEFINES DATA-SISTEMA.
               05  DATA-SISTEMA-AAMM PIC  9(06).
               05  DATA-SISTEMA-DD   PIC  9(02).
      *
      **** PERIODO APURADO: O EFETIVO INICIAL E O DA VESPERA DE
      **** DT-INI (ANTES DOS MOVIMENTOS DA PRIMEIRA NOITE DO PERIODO)
      **** E O FINAL E O DO FIM DA NOITE DE DT-FIM.
       01  PERIODO-GRP.
           03  DT-INI                  PIC  9(08)     VALUE 0.
           03  DT-INI-RED REDEFINES DT-INI.
               05  DT-INI-AAMM         PIC  9(06).
               05  DT-INI-DD           PIC  9(02).
           03  DT-FIM                  PIC  9(08)     VALUE 0.
           03  DT-FIM-RED REDEFINES DT-FIM.
               05  DT-FIM-AAMM         PIC  9(06).
               05  DT-FIM-DD           PIC  9(02).
      *
      **** SITUACAO DE UMA IMAGEM DO REGISTRO: CMDO 00 (MATRICULA
      **** AINDA INEXISTENTE) E 03 (EXCLUIDA) FICAM FORA DO EFETIVO.
       77  ANT-CMDO-CORR               PIC  9(02)     VALUE 0.
           88  ANT-INATIVO                        VALUE 00 03.
       77  DEP-CMDO-CORR               PIC  9(02)     VALUE 0.
           88  DEP-INATIVO                        VALUE 00 03.
      *
      **** ESTADO DA MATRICULA CORRENTE: CADASTRO, ULTIMA IMAGEM DO
      **** HISTORICO E AS IMAGENS NO INICIO E NO FIM DO PERIODO (A
      **** IMAGEM ANTES DO PRIMEIRO MOVIMENTO POSTERIOR A DATA; SEM
      **** MOVIMENTO POSTERIOR VALE O CADASTRO).
       77  MATR-CORR                   PIC  9(07)     VALUE 0.
       77  SW-PRIMEIRA-MATR            PIC  X(01)     VALUE 'S'.
           88  PRIMEIRA-MATRICULA                       VALUE 'S'.
       77  SW-TEM-BASE                 PIC  X(01)     VALUE 'N'.
           88  TEM-BASE                                 VALUE 'S'.
       77  SW-TEM-HIST                 PIC  X(01)     VALUE 'N'.
           88  TEM-HIST                                 VALUE 'S'.
       77  SW-INI-DEF                  PIC  X(01)     VALUE 'N'.
           88  INI-DEFINIDO                             VALUE 'S'.
       77  SW-FIM-DEF                  PIC  X(01)     VALUE 'N'.
           88  FIM-DEFINIDO                             VALUE 'S'.
       77  BASE-LOTACAO                PIC  X(04)     VALUE SPACES.
       77  BASE-CMDO                   PIC  9(02)     VALUE 0.
       77  ULT-LOTACAO                 PIC  X(04)     VALUE SPACES.
       77  ULT-CMDO                    PIC  9(02)     VALUE 0.
       77  INI-LOTACAO                 PIC  X(04)     VALUE SPACES.
       77  INI-CMDO                    PIC  9(02)     VALUE 0.
           88  INI-INATIVO                        VALUE 00 03.
       77  FIM-LOTACAO                 PIC  X(04)     VALUE SPACES.
       77  FIM-CMDO                    PIC  9(02)     VALUE 0.
           88  FIM-INATIVO                        VALUE 00 03.
       77  EST-LOTACAO                 PIC  X(04)     VALUE SPACES.
       77  EST-CMDO                    PIC  9(02)     VALUE 0.
      *
       77  SW-FIM-100S                 PIC  X(01)     VALUE 'N'.
           88  FIM-100S                                 VALUE 'S'.
       77  SW-FIM-200H                 PIC  X(01)     VALUE 'N'.
           88  FIM-200H                                 VALUE 'S'.
       77  SW-FIM-400E                 PIC  X(01)     VALUE 'N'.
           88  FIM-400E                                 VALUE 'S'.
       77  SW-FIM-SORT                 PIC  X(01)     VALUE 'N'.
           88  FIM-SORT                                 VALUE 'S'.
       77  SW-POSICAO                  PIC  X(01)     VALUE 'N'.
           88  POSICAO-ACHADA                           VALUE 'S'.
      **** TABELA CHEIA DENTRO DO OUTPUT PROCEDURE: A CONTAGEM VAI PARA
      **** A POSICAO DE FOLGA (501/5001, FORA DO RELATORIO) E O ERRO SO
      **** E DADO DEPOIS QUE O SORT TERMINA.
       77  SW-ESTOURO-ROT              PIC  X(01)     VALUE 'N'.
           88  ESTOURO-ROT                              VALUE 'S'.
       77  SW-ESTOURO-TRF              PIC  X(01)     VALUE 'N'.
           88  ESTOURO-TRF                              VALUE 'S'.
       77  PAG-732S                    PIC  9(05)     VALUE 0.
       77  CNT-100S                    PIC  9(07)     VALUE 0.
       77  CNT-200H                    PIC  9(07)     VALUE 0.
       77  CNT-NO-PERIODO              PIC  9(07)     VALUE 0.
       77  CNT-DIVERGENTES             PIC  9(05)     VALUE 0.
       77  CALC-FINAL                  PIC S9(09) COMP VALUE 0.
       77  CALC-MOVIM                  PIC  9(09) COMP VALUE 0.
       77  CALC-BASE                   PIC  9(09) COMP VALUE 0.
       77  TAXA-ROT                    PIC  9(03)V99  VALUE 0.
      *
      **** TAB-LOTACOES: CODIGO E DESCRICAO DO T99F400E (MESMA CARGA
      **** DO T99P2010).
       77  QTD-LOTACOES                PIC  9(05)     VALUE 0.
       77  IDX-LOTACAO                 PIC  9(05)     VALUE 0.
       77  LOTACAO-CORRENTE            PIC  X(04)     VALUE SPACES.
       77  DESC-LOTACAO                PIC  X(30)     VALUE SPACES.
       01  TAB-LOTACOES-GERAL.
           03  TAB-LOTACAO-ENT  OCCURS  500  TIMES.
               05  TAB-LOTACAO-COD     PIC  X(04).
               05  TAB-LOTACAO-DESC    PIC  X(30).
      *
      **** TAB-ROT: CONTADORES DO PERIODO POR LOTACAO, MANTIDA EM
      **** ORDEM DE CODIGO (A LOTACAO ENTRA NA PRIMEIRA VEZ QUE
      **** APARECE EM UM EFETIVO OU MOVIMENTO). TAB-ROT-TOTAL: A
      **** EMPRESA INTEIRA.
       77  LOT-PROCURADA               PIC  X(04)     VALUE SPACES.
       77  QTD-ROT                     PIC  9(05)     VALUE 0.
       77  IDX-ROT                     PIC  9(05)     VALUE 0.
       77  IDX-MOV                     PIC  9(05)     VALUE 0.
       01  TAB-ROT-GERAL.
           03  TAB-ROT  OCCURS  501  TIMES.
               05  TAB-ROT-COD         PIC  X(04).
               05  TAB-ROT-INICIAL     PIC  9(07).
               05  TAB-ROT-ADM         PIC  9(07).
               05  TAB-ROT-REAT        PIC  9(07).
               05  TAB-ROT-ENT         PIC  9(07).
               05  TAB-ROT-DESL        PIC  9(07).
               05  TAB-ROT-SAI         PIC  9(07).
               05  TAB-ROT-FINAL       PIC  9(07).
       01  TAB-ROT-TOTAL.
           03  TOT-ROT-COD             PIC  X(04)     VALUE SPACES.
           03  TOT-ROT-INICIAL         PIC  9(07)     VALUE 0.
           03  TOT-ROT-ADM             PIC  9(07)     VALUE 0.
           03  TOT-ROT-REAT            PIC  9(07)     VALUE 0.
           03  TOT-ROT-ENT             PIC  9(07)     VALUE 0.
           03  TOT-ROT-DESL            PIC  9(07)     VALUE 0.
           03  TOT-ROT-SAI             PIC  9(07)     VALUE 0.
           03  TOT-ROT-FINAL           PIC  9(07)     VALUE 0.
      *
      **** TAB-TRF: MATRIZ DE TRANSFERENCIAS (SO OS PARES DE-PARA
      **** QUE OCORRERAM), EM ORDEM DE LOTACAO DE ORIGEM E DESTINO.
       01  TRF-PROCURADA.
           03  TRF-PROC-DE             PIC  X(04).
           03  TRF-PROC-PARA           PIC  X(04).
       77  QTD-TRF                     PIC  9(05)     VALUE 0.
       77  IDX-TRF                     PIC  9(05)     VALUE 0.
       01  TAB-TRF-GERAL.
           03  TAB-TRF  OCCURS  5001  TIMES.
               05  TAB-TRF-CHAVE.
                   07  TAB-TRF-DE      PIC  X(04).
                   07  TAB-TRF-PARA    PIC  X(04).
               05  TAB-TRF-QTDE        PIC  9(07).
      *
      **** CONFERENCIA DE DATA DE CALENDARIO (MESMA REGRA DO
      **** 380000-VALIDA-DATA DO T99P2001) PARA O PERIODO DO CARTAO.
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
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      *
      *--------------------------------
       000000-ROTINA-PRINCIPAL SECTION.
      *--------------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS ' *** 000 *** INICIO PROGRAMA'
      *
           PERFORM 900000-OBTEM-DATA-SISTEMA
           PERFORM 900008-LE-PARAMETROS
           PERFORM 050000-CONFERE-PERIODO
           PERFORM 900022-CARREGA-LOTACOES
      *
           OPEN INPUT T99F100S
           IF FS-100S NOT EQUAL ZEROES
              PERFORM 999001-ERRO-001
           END-IF
           OPEN INPUT T99F200H
           IF FS-200H NOT EQUAL ZEROES
              PERFORM 999002-ERRO-002
           END-IF
           OPEN OUTPUT T99L732S
           IF FS-732S NOT EQUAL ZEROES
              PERFORM 999003-ERRO-003
           END-IF
           INITIALIZE TAB-ROT-GERAL TAB-TRF-GERAL
           SORT SORT-WORK
                ON ASCENDING KEY SORT-MATR SORT-TIPO SORT-DATA SORT-SEQ
                INPUT PROCEDURE 200000-SELECIONA-REGISTROS
                OUTPUT PROCEDURE 300000-APURA-MATRICULAS
           CLOSE T99F100S
           CLOSE T99F200H
           IF ESTOURO-ROT
              PERFORM 999006-ERRO-006
           END-IF
           IF ESTOURO-TRF
              PERFORM 999007-ERRO-007
           END-IF
      *
           PERFORM 332000-GRAVA-CABEC
           PERFORM 400000-IMPRIME-LOTACOES
           PERFORM 450000-IMPRIME-MATRIZ
           PERFORM 600000-IMPRIME-TOTAIS
           CLOSE T99L732S
      *
           DISPLAY CTE-PROG ' ' CTE-VERS ' *** PERIODO: ' DT-INI
                   ' A ' DT-FIM ' MOVIMENTOS: ' CNT-NO-PERIODO
                   ' DIVERGENTES: ' CNT-DIVERGENTES
           DISPLAY CTE-PROG ' ' CTE-VERS ' *** 999 *** FIM NORMAL'
           IF CNT-DIVERGENTES GREATER THAN ZEROES
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           .
       999999-ENCERRA.
           GOBACK
           .
      *-----------------------------
       050000-CONFERE-PERIODO SECTION.
      *-----------------------------
      **** SEM DATAS NO CARTAO O PERIODO E O MES CORRENTE ATE HOJE;
      **** SO O FIM INFORMADO, O INICIO E O PRIMEIRO DIA DO MES DO
      **** FIM. DATA INVALIDA OU PERIODO INVERTIDO ENCERRAM O PROGRAMA.
           IF DT-FIM EQUAL ZEROES
              MOVE DATA-SISTEMA TO DT-FIM
           END-IF
           MOVE DT-FIM TO DTV-DATA
           PERFORM 480000-VALIDA-DATA
           IF NOT DATA-VALIDA
              PERFORM 999004-ERRO-004
           END-IF
           IF DT-INI EQUAL ZEROES
              MOVE DT-FIM-AAMM TO DT-INI-AAMM
              MOVE 01          TO DT-INI-DD
           END-IF
           MOVE DT-INI TO DTV-DATA
           PERFORM 480000-VALIDA-DATA
           IF NOT DATA-VALIDA
              PERFORM 999004-ERRO-004
           END-IF
           IF DT-INI GREATER THAN DT-FIM
              PERFORM 999005-ERRO-005
           END-IF
           .
       050999-SAIDA. EXIT.
      *-----------------------------
       200000-SELECIONA-REGISTROS SECTION.
      *-----------------------------
      **** LIBERA PARA O SORT A LOTACAO E A SITUACAO DE CADA REGISTRO
      **** DO CADASTRO (INCLUSIVE OS EXCLUIDOS, QUE PODEM TER SAIDO
      **** DURANTE O PERIODO) E DE CADA LINHA DO HISTORICO (ARQUIVOS
      **** JA ABERTOS NA ROTINA PRINCIPAL).
           MOVE 'N' TO SW-FIM-100S
           PERFORM WITH TEST BEFORE UNTIL FIM-100S
                    READ T99F100S INTO 100S-REGISTRO
                        AT END
                            MOVE 'S' TO SW-FIM-100S
                        NOT AT END
                            IF 100S-TRL
                               MOVE 'S' TO SW-FIM-100S
                            ELSE
                               IF NOT 100S-HDR
                                  PERFORM 210000-LIBERA-CADASTRO
                               END-IF
                            END-IF
                    END-READ
           END-PERFORM
      *
           MOVE 'N' TO SW-FIM-200H
           PERFORM WITH TEST BEFORE UNTIL FIM-200H
                    READ T99F200H INTO 200H-REGISTRO
                        AT END
                            MOVE 'S' TO SW-FIM-200H
                        NOT AT END
                            PERFORM 220000-LIBERA-HISTORICO
                    END-READ
           END-PERFORM
           .
       200999-SAIDA. EXIT.
      *-----------------------------
       210000-LIBERA-CADASTRO SECTION.
      *-----------------------------
           ADD 1 TO CNT-100S
           MOVE 100S-MATR    TO SORT-MATR
           MOVE 'B'          TO SORT-TIPO
           MOVE 0            TO SORT-DATA SORT-SEQ SORT-ANT-CMDO
           MOVE SPACES       TO SORT-ANT-LOTACAO
           MOVE 100S-LOTACAO TO SORT-DEP-LOTACAO
           MOVE 100S-CMDO    TO SORT-DEP-CMDO
           RELEASE SORT-REG
           .
       210999-SAIDA. EXIT.
      *-----------------------------
       220000-LIBERA-HISTORICO SECTION.
      *-----------------------------
           ADD 1 TO CNT-200H
           MOVE 200H-MATR        TO SORT-MATR
           MOVE 'H'              TO SORT-TIPO
           MOVE 200H-DATA        TO SORT-DATA
           MOVE 200H-SEQ         TO SORT-SEQ
           MOVE 200H-ANT-LOTACAO TO SORT-ANT-LOTACAO
           MOVE 200H-ANT-CMDO    TO SORT-ANT-CMDO
           MOVE 200H-DEP-LOTACAO TO SORT-DEP-LOTACAO
           MOVE 200H-DEP-CMDO    TO SORT-DEP-CMDO
           RELEASE SORT-REG
           .
       220999-SAIDA. EXIT.
      *-------------------------------
       300000-APURA-MATRICULAS SECTION.
      *-------------------------------
           MOVE 'S' TO SW-PRIMEIRA-MATR
           MOVE 'N' TO SW-FIM-SORT
           PERFORM WITH TEST BEFORE UNTIL FIM-SORT
                    RETURN SORT-WORK INTO SORT-REG
                        AT END
                            MOVE 'S' TO SW-FIM-SORT
                        NOT AT END
                            PERFORM 310000-TRATA-REGISTRO
                    END-RETURN
           END-PERFORM
           IF NOT PRIMEIRA-MATRICULA
              PERFORM 320000-FECHA-MATRICULA
           END-IF
           .
       300999-SAIDA. EXIT.
      *-----------------------------
       310000-TRATA-REGISTRO SECTION.
      *-----------------------------
           IF PRIMEIRA-MATRICULA OR SORT-MATR NOT EQUAL MATR-CORR
              IF NOT PRIMEIRA-MATRICULA
                 PERFORM 320000-FECHA-MATRICULA
              END-IF
              MOVE 'N'       TO SW-PRIMEIRA-MATR
              MOVE SORT-MATR TO MATR-CORR
              MOVE 'N' TO SW-TEM-BASE SW-TEM-HIST
                          SW-INI-DEF SW-FIM-DEF
           END-IF
           IF SORT-DO-CADASTRO
              MOVE 'S'              TO SW-TEM-BASE
              MOVE SORT-DEP-LOTACAO TO BASE-LOTACAO
              MOVE SORT-DEP-CMDO    TO BASE-CMDO
           ELSE
              PERFORM 330000-TRATA-MOVIMENTO
           END-IF
           .
       310999-SAIDA. EXIT.
      *-----------------------------
       320000-FECHA-MATRICULA SECTION.
      *-----------------------------
      **** SEM MOVIMENTO DEPOIS DA DATA, A IMAGEM NA DATA E A ATUAL
      **** (O CADASTRO; SEM CADASTRO, A ULTIMA IMAGEM DO HISTORICO).
      **** CADA IMAGEM ATIVA CONTA NO EFETIVO DA SUA LOTACAO.
           PERFORM 325000-ESTADO-ATUAL
           IF NOT INI-DEFINIDO
              MOVE EST-LOTACAO TO INI-LOTACAO
              MOVE EST-CMDO    TO INI-CMDO
           END-IF
           IF NOT FIM-DEFINIDO
              MOVE EST-LOTACAO TO FIM-LOTACAO
              MOVE EST-CMDO    TO FIM-CMDO
           END-IF
           IF NOT INI-INATIVO
              MOVE INI-LOTACAO TO LOT-PROCURADA
              PERFORM 700000-LOCALIZA-LOTACAO
              ADD 1 TO TAB-ROT-INICIAL (IDX-ROT)
           END-IF
           IF NOT FIM-INATIVO
              MOVE FIM-LOTACAO TO LOT-PROCURADA
              PERFORM 700000-LOCALIZA-LOTACAO
              ADD 1 TO TAB-ROT-FINAL (IDX-ROT)
           END-IF
           .
       320999-SAIDA. EXIT.
      *-----------------------------
       325000-ESTADO-ATUAL SECTION.
      *-----------------------------
           EVALUATE TRUE
               WHEN TEM-BASE
                    MOVE BASE-LOTACAO TO EST-LOTACAO
                    MOVE BASE-CMDO    TO EST-CMDO
               WHEN TEM-HIST
                    MOVE ULT-LOTACAO  TO EST-LOTACAO
                    MOVE ULT-CMDO     TO EST-CMDO
               WHEN OTHER
                    MOVE SPACES       TO EST-LOTACAO
                    MOVE 0            TO EST-CMDO
           END-EVALUATE
           .
       325999-SAIDA. EXIT.
      *-----------------------------
       330000-TRATA-MOVIMENTO SECTION.
      *-----------------------------
      **** A IMAGEM ANTES DO PRIMEIRO MOVIMENTO A PARTIR DE DT-INI E
      **** O ESTADO NA VESPERA DO PERIODO; A DO PRIMEIRO MOVIMENTO
      **** DEPOIS DE DT-FIM E O ESTADO NO FIM DO PERIODO.
           IF SORT-DATA NOT LESS THAN DT-INI AND NOT INI-DEFINIDO
              MOVE 'S'              TO SW-INI-DEF
              MOVE SORT-ANT-LOTACAO TO INI-LOTACAO
              MOVE SORT-ANT-CMDO    TO INI-CMDO
           END-IF
           IF SORT-DATA GREATER THAN DT-FIM AND NOT FIM-DEFINIDO
              MOVE 'S'              TO SW-FIM-DEF
              MOVE SORT-ANT-LOTACAO TO FIM-LOTACAO
              MOVE SORT-ANT-CMDO    TO FIM-CMDO
           END-IF
           IF SORT-DATA NOT LESS THAN DT-INI AND
              SORT-DATA NOT GREATER THAN DT-FIM
              ADD 1 TO CNT-NO-PERIODO
              PERFORM 340000-CLASSIFICA-MOVIMENTO
           END-IF
           MOVE 'S'              TO SW-TEM-HIST
           MOVE SORT-DEP-LOTACAO TO ULT-LOTACAO
           MOVE SORT-DEP-CMDO    TO ULT-CMDO
           .
       330999-SAIDA. EXIT.
      *-----------------------------
       340000-CLASSIFICA-MOVIMENTO SECTION.
      *-----------------------------
      **** A CLASSIFICACAO E PELA SITUACAO ANTES/DEPOIS, NAO PELO
      **** CMDO DA LINHA (UMA CADEIA DA NOITE JA VEM LIQUIDA): ENTRADA
      **** NO EFETIVO = ADMISSAO (MATRICULA INEXISTENTE ANTES) OU
      **** REATIVACAO; SAIDA = DESLIGAMENTO; ATIVO NOS DOIS LADOS COM
      **** OUTRA LOTACAO = TRANSFERENCIA. ALTERACAO SO CADASTRAL NAO
      **** CONTA.
           MOVE SORT-ANT-CMDO TO ANT-CMDO-CORR
           MOVE SORT-DEP-CMDO TO DEP-CMDO-CORR
           EVALUATE TRUE
               WHEN ANT-INATIVO AND NOT DEP-INATIVO
                    MOVE SORT-DEP-LOTACAO TO LOT-PROCURADA
                    PERFORM 700000-LOCALIZA-LOTACAO
                    IF ANT-CMDO-CORR EQUAL 00
                       ADD 1 TO TAB-ROT-ADM (IDX-ROT)
                    ELSE
                       ADD 1 TO TAB-ROT-REAT (IDX-ROT)
                    END-IF
               WHEN NOT ANT-INATIVO AND DEP-INATIVO
                    MOVE SORT-ANT-LOTACAO TO LOT-PROCURADA
                    PERFORM 700000-LOCALIZA-LOTACAO
                    ADD 1 TO TAB-ROT-DESL (IDX-ROT)
               WHEN NOT ANT-INATIVO AND NOT DEP-INATIVO AND
                    SORT-ANT-LOTACAO NOT EQUAL SORT-DEP-LOTACAO
                    MOVE SORT-ANT-LOTACAO TO LOT-PROCURADA
                    PERFORM 700000-LOCALIZA-LOTACAO
                    ADD 1 TO TAB-ROT-SAI (IDX-ROT)
                    MOVE SORT-DEP-LOTACAO TO LOT-PROCURADA
                    PERFORM 700000-LOCALIZA-LOTACAO
                    ADD 1 TO TAB-ROT-ENT (IDX-ROT)
                    MOVE SORT-ANT-LOTACAO TO TRF-PROC-DE
                    MOVE SORT-DEP-LOTACAO TO TRF-PROC-PARA
                    PERFORM 710000-LOCALIZA-TRANSFERENCIA
                    ADD 1 TO TAB-TRF-QTDE (IDX-TRF)
               WHEN OTHER
                    CONTINUE
           END-EVALUATE
           .
       340999-SAIDA. EXIT.
      *-----------------------------
       332000-GRAVA-CABEC SECTION.
      *-----------------------------
           ADD 1 TO PAG-732S
           MOVE DATA-SISTEMA TO 732S-CAB-DATA
           MOVE PAG-732S     TO 732S-PAG
           WRITE 732S-REGISTRO-FD FROM 732S-CAB-01
           MOVE DT-INI TO 732S-PER-INI
           MOVE DT-FIM TO 732S-PER-FIM
           WRITE 732S-REGISTRO-FD FROM 732S-CAB-PERIODO
           MOVE SPACES TO 732S-LIN-MSG
           MOVE 'EFETIVO = MATRICULAS ATIVAS (EXCLUIDAS NAO CONTAM)'
                TO 732S-MSG
           WRITE 732S-REGISTRO-FD FROM 732S-LIN-MSG
           MOVE 'TAXA % = (ADMIS.+REATIV.+DESLIG.) / (INICIO+FINAL)'
                TO 732S-MSG
           WRITE 732S-REGISTRO-FD FROM 732S-LIN-MSG
           MOVE '         X 100 (TRANSFERENCIAS NAO ENTRAM NA TAXA)'
                TO 732S-MSG
           WRITE 732S-REGISTRO-FD FROM 732S-LIN-MSG
           IF DT-FIM NOT LESS THAN DATA-SISTEMA
              MOVE 'EFETIVO FINAL = NAO EXCLUIDOS DE HOJE NO T99P2010'
                   TO 732S-MSG
           ELSE
              MOVE 'EFETIVO FINAL RECONSTRUIDO PELO HISTORICO T99F200H'
                   TO 732S-MSG
           END-IF
           WRITE 732S-REGISTRO-FD FROM 732S-LIN-MSG
           WRITE 732S-REGISTRO-FD FROM 732S-LIN-HIFEN
           .
       332999-SAIDA. EXIT.
      *-----------------------------
       400000-IMPRIME-LOTACOES SECTION.
      *-----------------------------
      **** UM BLOCO POR LOTACAO, EM ORDEM DE CODIGO, E O TOTAL DA
      **** EMPRESA. A LOTACAO CUJOS MOVIMENTOS NAO LEVAM DO EFETIVO
      **** INICIAL AO FINAL SAI COM O AVISO DIVERGE.
           MOVE 'EFETIVO E MOVIMENTACAO POR LOTACAO' TO 732S-PARTE
           WRITE 732S-REGISTRO-FD FROM 732S-CAB-PARTE
           WRITE 732S-REGISTRO-FD FROM 732S-CAB-COL
           IF QTD-ROT EQUAL ZEROES
              MOVE SPACES TO 732S-LIN-MSG
              MOVE 'NENHUM EFETIVO OU MOVIMENTO NO PERIODO' TO 732S-MSG
              WRITE 732S-REGISTRO-FD FROM 732S-LIN-MSG
           END-IF
           PERFORM VARYING IDX-ROT FROM 1 BY 1
                     UNTIL IDX-ROT GREATER THAN QTD-ROT
                    PERFORM 410000-GRAVA-LOTACAO
           END-PERFORM
           WRITE 732S-REGISTRO-FD FROM 732S-LIN-HIFEN
           MOVE SPACES TO 732S-LIN-MSG
           MOVE 'TOTAL DA EMPRESA' TO 732S-MSG
           WRITE 732S-REGISTRO-FD FROM 732S-LIN-MSG
           MOVE TAB-ROT-TOTAL TO TAB-ROT (QTD-ROT + 1)
           MOVE QTD-ROT TO IDX-ROT
           ADD 1 TO IDX-ROT
           PERFORM 420000-GRAVA-NUMEROS
           .
       400999-SAIDA. EXIT.
      *-----------------------------
       410000-GRAVA-LOTACAO SECTION.
      *-----------------------------
           MOVE TAB-ROT-COD (IDX-ROT) TO LOTACAO-CORRENTE
           PERFORM 370000-DESCRICAO-CORRENTE
           MOVE LOTACAO-CORRENTE TO 732S-LOT-COD
           MOVE DESC-LOTACAO     TO 732S-LOT-DESC
           WRITE 732S-REGISTRO-FD FROM 732S-LIN-LOT
           PERFORM 420000-GRAVA-NUMEROS
           ADD TAB-ROT-INICIAL (IDX-ROT) TO TOT-ROT-INICIAL
           ADD TAB-ROT-ADM     (IDX-ROT) TO TOT-ROT-ADM
           ADD TAB-ROT-REAT    (IDX-ROT) TO TOT-ROT-REAT
           ADD TAB-ROT-ENT     (IDX-ROT) TO TOT-ROT-ENT
           ADD TAB-ROT-DESL    (IDX-ROT) TO TOT-ROT-DESL
           ADD TAB-ROT-SAI     (IDX-ROT) TO TOT-ROT-SAI
           ADD TAB-ROT-FINAL   (IDX-ROT) TO TOT-ROT-FINAL
           .
       410999-SAIDA. EXIT.
      *-----------------------------
       420000-GRAVA-NUMEROS SECTION.
      *-----------------------------
      **** LINHA DE NUMEROS DE TAB-ROT (IDX-ROT): TAXA SOBRE O
      **** EFETIVO MEDIO (ZERO QUANDO NAO HOUVE EFETIVO) E CONFERENCIA
      **** INICIO + ENTRADAS - SAIDAS = FINAL.
           MOVE SPACES TO 732S-LIN-NUM
           MOVE TAB-ROT-INICIAL (IDX-ROT) TO 732S-INICIAL
           MOVE TAB-ROT-ADM     (IDX-ROT) TO 732S-ADMISSOES
           MOVE TAB-ROT-REAT    (IDX-ROT) TO 732S-REATIVACOES
           MOVE TAB-ROT-ENT     (IDX-ROT) TO 732S-TRF-ENTRADA
           MOVE TAB-ROT-DESL    (IDX-ROT) TO 732S-DESLIGAMENTOS
           MOVE TAB-ROT-SAI     (IDX-ROT) TO 732S-TRF-SAIDA
           MOVE TAB-ROT-FINAL   (IDX-ROT) TO 732S-FINAL
           COMPUTE CALC-MOVIM = TAB-ROT-ADM (IDX-ROT)
                              + TAB-ROT-REAT (IDX-ROT)
                              + TAB-ROT-DESL (IDX-ROT)
           COMPUTE CALC-BASE = TAB-ROT-INICIAL (IDX-ROT)
                             + TAB-ROT-FINAL (IDX-ROT)
           IF CALC-BASE EQUAL ZEROES
              MOVE 0 TO TAXA-ROT
           ELSE
              COMPUTE TAXA-ROT ROUNDED = CALC-MOVIM * 100 / CALC-BASE
                  ON SIZE ERROR
                      MOVE 999,99 TO TAXA-ROT
              END-COMPUTE
           END-IF
           MOVE TAXA-ROT TO 732S-TAXA
           COMPUTE CALC-FINAL = TAB-ROT-INICIAL (IDX-ROT)
                              + TAB-ROT-ADM (IDX-ROT)
                              + TAB-ROT-REAT (IDX-ROT)
                              + TAB-ROT-ENT (IDX-ROT)
                              - TAB-ROT-DESL (IDX-ROT)
                              - TAB-ROT-SAI (IDX-ROT)
           IF CALC-FINAL NOT EQUAL TAB-ROT-FINAL (IDX-ROT)
              MOVE 'DIVERGE' TO 732S-AVISO
              IF IDX-ROT NOT GREATER THAN QTD-ROT
                 ADD 1 TO CNT-DIVERGENTES
              END-IF
           END-IF
           WRITE 732S-REGISTRO-FD FROM 732S-LIN-NUM
           .
       420999-SAIDA. EXIT.
      *-----------------------------
       450000-IMPRIME-MATRIZ SECTION.
      *-----------------------------
      **** MATRIZ DE TRANSFERENCIAS: UMA LINHA POR PAR DE LOTACOES
      **** (ORIGEM -> DESTINO) COM A QUANTIDADE DO PERIODO.
           WRITE 732S-REGISTRO-FD FROM 732S-LIN-HIFEN
           MOVE 'MATRIZ DE TRANSFERENCIAS ENTRE LOTACOES (DE -> PARA)'
                TO 732S-PARTE
           WRITE 732S-REGISTRO-FD FROM 732S-CAB-PARTE
           IF QTD-TRF EQUAL ZEROES
              MOVE SPACES TO 732S-LIN-MSG
              MOVE 'NENHUMA TRANSFERENCIA NO PERIODO' TO 732S-MSG
              WRITE 732S-REGISTRO-FD FROM 732S-LIN-MSG
           END-IF
           PERFORM VARYING IDX-TRF FROM 1 BY 1
                     UNTIL IDX-TRF GREATER THAN QTD-TRF
                    MOVE TAB-TRF-DE (IDX-TRF) TO LOTACAO-CORRENTE
                    PERFORM 370000-DESCRICAO-CORRENTE
                    MOVE LOTACAO-CORRENTE TO 732S-TRF-DE
                    MOVE DESC-LOTACAO     TO 732S-TRF-DE-DESC
                    MOVE TAB-TRF-PARA (IDX-TRF) TO LOTACAO-CORRENTE
                    PERFORM 370000-DESCRICAO-CORRENTE
                    MOVE LOTACAO-CORRENTE TO 732S-TRF-PARA
                    MOVE DESC-LOTACAO     TO 732S-TRF-PARA-DESC
                    MOVE TAB-TRF-QTDE (IDX-TRF) TO 732S-TRF-QTDE
                    WRITE 732S-REGISTRO-FD FROM 732S-LIN-TRF
           END-PERFORM
           .
       450999-SAIDA. EXIT.
      *-----------------------------
       370000-DESCRICAO-CORRENTE SECTION.
      *-----------------------------
           IF LOTACAO-CORRENTE EQUAL SPACES
              MOVE 'SEM LOTACAO' TO DESC-LOTACAO
              GO TO 370999-SAIDA
           END-IF
           MOVE 'NAO CADASTRADA NO T99F400E' TO DESC-LOTACAO
           MOVE 1 TO IDX-LOTACAO
           PERFORM WITH TEST BEFORE
                    UNTIL IDX-LOTACAO GREATER THAN QTD-LOTACOES
                    IF TAB-LOTACAO-COD (IDX-LOTACAO) EQUAL
                          LOTACAO-CORRENTE
                       MOVE TAB-LOTACAO-DESC (IDX-LOTACAO)
                            TO DESC-LOTACAO
                    END-IF
                    ADD 1 TO IDX-LOTACAO
           END-PERFORM
           .
       370999-SAIDA. EXIT.
      *-----------------------------
       480000-VALIDA-DATA SECTION.
      *-----------------------------
      **** VALIDA DTV-DATA (AAAAMMDD) COMO DATA REAL DE CALENDARIO:
      **** MESMA CONFERENCIA DO 380000-VALIDA-DATA DO T99P2001, MAIS
      **** O ANO MINIMO 1601 (INICIO DA CONTAGEM DE DIAS).
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
       600000-IMPRIME-TOTAIS SECTION.
      *-----------------------------
           WRITE 732S-REGISTRO-FD FROM 732S-LIN-HIFEN
           MOVE SPACES                     TO 732S-LIN-TOT
           MOVE 'MATRICULAS NO CADASTRO'   TO 732S-TOT-DESC
           MOVE CNT-100S                   TO 732S-TOT-QTDE
           WRITE 732S-REGISTRO-FD FROM 732S-LIN-TOT
           MOVE SPACES                     TO 732S-LIN-TOT
           MOVE 'LINHAS NO HISTORICO'      TO 732S-TOT-DESC
           MOVE CNT-200H                   TO 732S-TOT-QTDE
           WRITE 732S-REGISTRO-FD FROM 732S-LIN-TOT
           MOVE SPACES                     TO 732S-LIN-TOT
           MOVE 'MOVIMENTOS NO PERIODO'    TO 732S-TOT-DESC
           MOVE CNT-NO-PERIODO             TO 732S-TOT-QTDE
           WRITE 732S-REGISTRO-FD FROM 732S-LIN-TOT
           MOVE SPACES                     TO 732S-LIN-TOT
           MOVE 'LOTACOES NO RELATORIO'    TO 732S-TOT-DESC
           MOVE QTD-ROT                    TO 732S-TOT-QTDE
           WRITE 732S-REGISTRO-FD FROM 732S-LIN-TOT
           MOVE SPACES                     TO 732S-LIN-TOT
           MOVE 'PARES NA MATRIZ'          TO 732S-TOT-DESC
           MOVE QTD-TRF                    TO 732S-TOT-QTDE
           WRITE 732S-REGISTRO-FD FROM 732S-LIN-TOT
           MOVE SPACES                     TO 732S-LIN-TOT
           MOVE 'LOTACOES COM DIVERGENCIA' TO 732S-TOT-DESC
           MOVE CNT-DIVERGENTES            TO 732S-TOT-QTDE
           WRITE 732S-REGISTRO-FD FROM 732S-LIN-TOT
           WRITE 732S-REGISTRO-FD FROM 732S-LIN-HIFEN
           WRITE 732S-REGISTRO-FD FROM 732S-FIM-REL
           .
       600999-SAIDA. EXIT.
      *-----------------------------
       700000-LOCALIZA-LOTACAO SECTION.
      *-----------------------------
      **** DEVOLVE EM IDX-ROT A POSICAO DE LOT-PROCURADA EM TAB-ROT,
      **** INCLUINDO-A (ZERADA) NO LUGAR CERTO DA ORDEM QUANDO AINDA
      **** NAO EXISTE.
           MOVE 'N' TO SW-POSICAO
           MOVE 1 TO IDX-ROT
           PERFORM WITH TEST BEFORE
                    UNTIL POSICAO-ACHADA OR IDX-ROT GREATER THAN QTD-ROT
                    IF TAB-ROT-COD (IDX-ROT) NOT LESS THAN
                          LOT-PROCURADA
                       MOVE 'S' TO SW-POSICAO
                    ELSE
                       ADD 1 TO IDX-ROT
                    END-IF
           END-PERFORM
           IF POSICAO-ACHADA
              IF TAB-ROT-COD (IDX-ROT) EQUAL LOT-PROCURADA
                 GO TO 700999-SAIDA
              END-IF
           END-IF
           IF QTD-ROT NOT LESS THAN 500
              MOVE 'S' TO SW-ESTOURO-ROT
              MOVE 501 TO IDX-ROT
              GO TO 700999-SAIDA
           END-IF
           PERFORM VARYING IDX-MOV FROM QTD-ROT BY -1
                     UNTIL IDX-MOV LESS THAN IDX-ROT
                    MOVE TAB-ROT (IDX-MOV) TO TAB-ROT (IDX-MOV + 1)
           END-PERFORM
           ADD 1 TO QTD-ROT
           INITIALIZE TAB-ROT (IDX-ROT)
           MOVE LOT-PROCURADA TO TAB-ROT-COD (IDX-ROT)
           .
       700999-SAIDA. EXIT.
      *-----------------------------
       710000-LOCALIZA-TRANSFERENCIA SECTION.
      *-----------------------------
      **** MESMA REGRA DO 700000 PARA O PAR TRF-PROCURADA EM TAB-TRF.
           MOVE 'N' TO SW-POSICAO
           MOVE 1 TO IDX-TRF
           PERFORM WITH TEST BEFORE
                    UNTIL POSICAO-ACHADA OR IDX-TRF GREATER THAN QTD-TRF
                    IF TAB-TRF-CHAVE (IDX-TRF) NOT LESS THAN
                          TRF-PROCURADA
                       MOVE 'S' TO SW-POSICAO
                    ELSE
                       ADD 1 TO IDX-TRF
                    END-IF
           END-PERFORM
           IF POSICAO-ACHADA
              IF TAB-TRF-CHAVE (IDX-TRF) EQUAL TRF-PROCURADA
                 GO TO 710999-SAIDA
              END-IF
           END-IF
           IF QTD-TRF NOT LESS THAN 5000
              MOVE 'S' TO SW-ESTOURO-TRF
              MOVE 5001 TO IDX-TRF
              GO TO 710999-SAIDA
           END-IF
           PERFORM VARYING IDX-MOV FROM QTD-TRF BY -1
                     UNTIL IDX-MOV LESS THAN IDX-TRF
                    MOVE TAB-TRF (IDX-MOV) TO TAB-TRF (IDX-MOV + 1)
           END-PERFORM
           ADD 1 TO QTD-TRF
           MOVE TRF-PROCURADA TO TAB-TRF-CHAVE (IDX-TRF)
           MOVE 0             TO TAB-TRF-QTDE (IDX-TRF)
           .
       710999-SAIDA. EXIT.
      *-----------------------------
       900000-OBTEM-DATA-SISTEMA SECTION.
      *-----------------------------
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD
           .
       900000-SAIDA. EXIT.
      *-----------------------------
       900022-CARREGA-LOTACOES SECTION.
      *-----------------------------
      **** PRE-CARREGA CODIGO E DESCRICAO DA TABELA DE LOTACOES
      **** (T99F400E); ARQUIVO OPCIONAL, AUSENTE OS BLOCOS SAEM SO
      **** COM O CODIGO.
           MOVE 0 TO QTD-LOTACOES
           MOVE 'N' TO SW-FIM-400E
           OPEN INPUT T99F400E
           IF FS-400E EQUAL ZEROES
              PERFORM WITH TEST BEFORE UNTIL FIM-400E
                       READ T99F400E INTO 400E-REGISTRO
                           AT END
                               MOVE 'S' TO SW-FIM-400E
                           NOT AT END
                               IF QTD-LOTACOES LESS THAN 500
                                  ADD 1 TO QTD-LOTACOES
                                  MOVE 400E-COD TO
                                       TAB-LOTACAO-COD (QTD-LOTACOES)
                                  MOVE 400E-DESC TO
                                       TAB-LOTACAO-DESC (QTD-LOTACOES)
                               END-IF
                       END-READ
              END-PERFORM
              CLOSE T99F400E
           END-IF
           .
       900022-SAIDA. EXIT.
      *-----------------------------
       900008-LE-PARAMETROS SECTION.
      *-----------------------------
      **** PARAMETRO OPCIONAL DE EXECUCAO: SE T99F900P NAO EXISTIR,
      **** VALEM OS DEFAULTS JA FIXADOS EM WORKING-STORAGE (MES
      **** CORRENTE ATE HOJE).
           OPEN INPUT T99F900P
           IF FS-900P EQUAL ZEROES
              READ T99F900P INTO 900P-REGISTRO
                  AT END
                      CONTINUE
                  NOT AT END
                      PERFORM 900009-APLICA-PARAMETROS
              END-READ
              CLOSE T99F900P
           END-IF
           .
       900008-SAIDA. EXIT.
      *-----------------------------
       900009-APLICA-PARAMETROS SECTION.
      *-----------------------------
           IF 900P-ARQ-100S NOT EQUAL SPACES
              MOVE 900P-ARQ-100S TO DDN-100S
           END-IF
           IF 900P-ARQ-200H NOT EQUAL SPACES
              MOVE 900P-ARQ-200H TO DDN-200H
           END-IF
           IF 900P-ARQ-400E NOT EQUAL SPACES
              MOVE 900P-ARQ-400E TO DDN-400E
           END-IF
           IF 900P-ARQ-732S NOT EQUAL SPACES
              MOVE 900P-ARQ-732S TO DDN-732S
           END-IF
           IF 900P-DT-INI-TURNOVER NUMERIC
              MOVE 900P-DT-INI-TURNOVER TO DT-INI
           END-IF
           IF 900P-DT-FIM-TURNOVER NUMERIC
              MOVE 900P-DT-FIM-TURNOVER TO DT-FIM
           END-IF
           .
       900009-SAIDA. EXIT.
      *--------------------------
       999001-ERRO-001 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 001 CADASTRO NAO ENCONTRADO: ' DDN-100S
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      *--------------------------
       999002-ERRO-002 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 002 HISTORICO NAO ENCONTRADO: ' DDN-200H
                   ' (' FS-200H ')'
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      *--------------------------
       999003-ERRO-003 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 003 ERRO OPEN RELATORIO: ' DDN-732S
                   ' (' FS-732S ')'
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      *--------------------------
       999004-ERRO-004 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 004 DATA INVALIDA NO PERIODO DO T99F900P: '
                   DTV-DATA
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      *--------------------------
       999005-ERRO-005 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 005 PERIODO INVERTIDO NO T99F900P: '
                   DT-INI ' A ' DT-FIM
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      *--------------------------
       999006-ERRO-006 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 006 MAIS DE 500 LOTACOES NO PERIODO'
           CLOSE T99L732S
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      *--------------------------
       999007-ERRO-007 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 007 MAIS DE 5000 PARES DE TRANSFERENCIA'
           CLOSE T99L732S
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      ******************************************************************
       END PROGRAM T99P2033.
      ******************************************************************
