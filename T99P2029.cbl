      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
      *
       PROGRAM-ID. T99P2029.
      *
      *AUTHOR.  MARCIO CONC
      *REMARKS. VENCIMENTO DO CONTRATO DE EXPERIENCIA (45+45 DIAS):
      *REMARKS. LE O CADASTRO T99F100S E, PARA CADA MATRICULA ATIVA,
      *REMARKS. CALCULA O 45O E O 90O DIA DO CONTRATO A PARTIR DA
      *REMARKS. 100S-DT-ADMISSAO (O DIA DA ADMISSAO E O PRIMEIRO).
      *REMARKS. TODO MARCO QUE CAI ENTRE HOJE E HOJE + N DIAS (N =
      *REMARKS. 900P-DIAS-AVISO-EXPER) SAI NO T99L728S, UMA PAGINA POR
      *REMARKS. LOTACAO COM A DESCRICAO DO T99F400E, COM OS DIAS
      *REMARKS. RESTANTES -- PASSADO O PRAZO SEM DECISAO O CONTRATO
      *REMARKS. VIRA POR PRAZO INDETERMINADO. AFASTAMENTO DO T99F350S
      *REMARKS. EM CURSO OU DENTRO DO PERIODO DO CONTRATO E SINALIZADO
      *REMARKS. (MEXE NA CONTAGEM). O MESMO CONTEUDO SAI NO T99F100W,
      *REMARKS. DELIMITADO POR '|', PARA O ENVIO DO AVISO POR E-MAIL
      *REMARKS. AO CHEFE DE CADA DEPARTAMENTO.
      *DATE-WRITTEN. 15/10/2026.
      *VERSAO 002-MARCIO CONC-15/10/2026-ARQUIVO DE AVISOS PASSA A
      *VERSAO 002-MARCIO CONC-15/10/2026-T99F100W (T99K100W, ARQ-100W):
      *VERSAO 002-MARCIO CONC-15/10/2026-O T99F100V E A COPIA RENOMEADA
      *VERSAO 002-MARCIO CONC-15/10/2026-DO T99F100S NAS REGRAVACOES.
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
           SELECT T99F350S ASSIGN TO DDN-350S
               FILE STATUS IS FS-350S
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99F400E ASSIGN TO DDN-400E
               FILE STATUS IS FS-400E
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99L728S ASSIGN TO DDN-728S
               FILE STATUS IS FS-728S
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99F100W ASSIGN TO DDN-100W
               FILE STATUS IS FS-100W
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
       FD  T99F350S
           BLOCK  0
           RECORD 25
           RECORDING F.
      *
       01  350S-REGISTRO-FD            PIC X(25).
      *
       FD  T99F400E
           BLOCK  0
           RECORD 40
           RECORDING F.
      *
       01  400E-REGISTRO-FD            PIC X(40).
      *
       FD  T99L728S
           BLOCK  0
           RECORD 72
           RECORDING F.
      *
       01  728S-REGISTRO-FD            PIC X(72).
      *
       FD  T99F100W
           BLOCK  0
           RECORD 121
           RECORDING F.
      *
       01  100W-REGISTRO-FD            PIC X(121).
      *
       FD  T99F900P
           BLOCK  0
           RECORD 1923
           RECORDING F.
      *
       01  900P-REGISTRO-FD            PIC X(1923).
      *
      **** ARQUIVO DE TRABALHO DO SORT: UM REGISTRO POR MARCO DENTRO
      **** DA JANELA, EM ORDEM DE LOTACAO, VENCIMENTO E MATRICULA (O
      **** QUE VENCE PRIMEIRO ABRE A PAGINA DO DEPARTAMENTO).
       SD  SORT-WORK.
      *
       01  SORT-REG.
           03  SORT-LOTACAO            PIC X(04).
           03  SORT-VENCTO             PIC 9(08).
           03  SORT-MATR               PIC 9(07).
           03  SORT-MARCO              PIC 9(02).
           03  SORT-DIAS               PIC 9(03).
           03  SORT-SITUACAO           PIC X(12).
           03  SORT-100S-REG           PIC X(90).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       77  CTE-PROG                    PIC  X(16)     VALUE
                                               '*** T99P2029 ***'.
       77  CTE-VERS                    PIC  X(06)     VALUE 'VRS002'.
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
      *{{ INCLUI BOOKS }}
            COPY 'T99K100S.cpy'.
            COPY 'T99K100W.cpy'.
            COPY 'T99K350S.cpy'.
            COPY 'T99K400E.cpy'.
            COPY 'T99K728S.cpy'.
            COPY 'T99K900P.cpy'.
      *{{  FIM BOOKS  }}
       77  FS-100S                     PIC  XX.
       77  FS-350S                     PIC  XX.
       77  FS-400E                     PIC  XX.
       77  FS-728S                     PIC  XX.
       77  FS-100W                     PIC  XX.
       77  FS-900P                     PIC  XX.
       77  DDN-100S                    PIC  X(20)     VALUE
                                               'T99F100S.txt'.
       77  DDN-350S                    PIC  X(20)     VALUE
                                               'T99F350S.txt'.
       77  DDN-400E                    PIC  X(20)     VALUE
                                               'T99F400E.txt'.
       77  DDN-728S                    PIC  X(20)     VALUE
                                               'T99L728S.txt'.
       77  DDN-100W                    PIC  X(20)     VALUE
                                               'T99F100W.txt'.
      *
       01  DATA-SISTEMA-GRP.
           03  DATA-SISTEMA          PIC  9(08).
      *
      **** JANELA DE AVISO: DIAS A FRENTE DA DATA DO RELATORIO (O
      **** DEFAULT COBRE DUAS SEMANAS UTEIS, PRAZO PARA O GESTOR
      **** DECIDIR A PRORROGACAO OU O DESLIGAMENTO) E OS MARCOS DO
      **** CONTRATO, EM DIAS CORRIDOS CONTADOS COM O DIA DA ADMISSAO.
       77  DIAS-AVISO                  PIC  9(03)     VALUE 14.
       77  DIAS-MARCO-1                PIC  9(03)     VALUE 45.
       77  DIAS-MARCO-2                PIC  9(03)     VALUE 90.
       77  INT-HOJE                    PIC S9(09) COMP VALUE 0.
       77  INT-LIMITE                  PIC S9(09) COMP VALUE 0.
       77  INT-ADMISSAO                PIC S9(09) COMP VALUE 0.
       77  INT-VENCTO                  PIC S9(09) COMP VALUE 0.
       77  INT-AFAST-INI               PIC S9(09) COMP VALUE 0.
       77  DIAS-RESTANTES              PIC S9(09) COMP VALUE 0.
       77  DATA-LIMITE                 PIC  9(08)     VALUE 0.
       77  DATA-VENCTO                 PIC  9(08)     VALUE 0.
       77  MARCO-CORR                  PIC  9(03)     VALUE 0.
      *
       77  SW-FIM-100S                 PIC  X(01)     VALUE 'N'.
           88  FIM-100S                                 VALUE 'S'.
       77  SW-FIM-350S                 PIC  X(01)     VALUE 'N'.
           88  FIM-350S                                 VALUE 'S'.
       77  SW-FIM-400E                 PIC  X(01)     VALUE 'N'.
           88  FIM-400E                                 VALUE 'S'.
       77  SW-FIM-SORT                 PIC  X(01)     VALUE 'N'.
           88  FIM-SORT                                 VALUE 'S'.
       77  SW-PRIMEIRA-LOT             PIC  X(01)     VALUE 'S'.
           88  PRIMEIRA-LOTACAO                         VALUE 'S'.
       77  LOTACAO-CORRENTE            PIC  X(04)     VALUE SPACES.
       77  SITUACAO-CORR               PIC  X(12)     VALUE SPACES.
       77  PAG-728S                    PIC  9(05)     VALUE 0.
       77  CNT-BASE                    PIC  9(07)     VALUE 0.
       77  CNT-EM-EXPERIENCIA          PIC  9(07)     VALUE 0.
       77  CNT-DT-INVALIDA             PIC  9(07)     VALUE 0.
       77  CNT-AVISOS                  PIC  9(07)     VALUE 0.
       77  CNT-AFASTADOS               PIC  9(07)     VALUE 0.
       77  CNT-LOTACAO                 PIC  9(07)     VALUE 0.
       77  CNT-LOT-DIFER               PIC  9(05)     VALUE 0.
      *
      **** TAB-AFAST: AFASTAMENTOS DO T99F350S (MESMO USO DO
      **** T99P2010), PARA A SINALIZACAO DA COLUNA SITUACAO.
       77  QTD-AFAST                   PIC  9(05)     VALUE 0.
       77  IDX-AFAST                   PIC  9(05)     VALUE 0.
       01  TAB-AFAST-GERAL.
           03  TAB-AFAST-ENT  OCCURS  30000  TIMES.
               05  TAB-AFAST-MATR      PIC  9(07).
               05  TAB-AFAST-TIPO      PIC  X(02).
               05  TAB-AFAST-INI       PIC  9(08).
               05  TAB-AFAST-FIM       PIC  9(08).
      *
      **** TAB-LOTACOES: CODIGO E DESCRICAO DO T99F400E, PARA O
      **** CABECALHO DE CADA PAGINA E PARA O ARQUIVO DE AVISOS.
       77  QTD-LOTACOES                PIC  9(05)     VALUE 0.
       77  IDX-LOTACAO                 PIC  9(05)     VALUE 0.
       77  DESC-LOTACAO                PIC  X(30)     VALUE SPACES.
       01  TAB-LOTACOES-GERAL.
           03  TAB-LOTACAO-ENT  OCCURS  500  TIMES.
               05  TAB-LOTACAO-COD     PIC  X(04).
               05  TAB-LOTACAO-DESC    PIC  X(30).
      *
      **** CONFERENCIA DE DATA DE CALENDARIO (MESMA REGRA DO
      **** 380000-VALIDA-DATA DO T99P2001): A DATA DE ADMISSAO SO
      **** ENTRA NA CONTA DE DIAS SE FOR DATA REAL.
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
           PERFORM 900008-LE-PARAMETROS
           PERFORM 900000-OBTEM-DATA-SISTEMA
           PERFORM 900015-CARREGA-AFASTAMENTOS
           PERFORM 900022-CARREGA-LOTACOES
      *
           COMPUTE INT-HOJE   = FUNCTION INTEGER-OF-DATE (DATA-SISTEMA)
           COMPUTE INT-LIMITE = INT-HOJE + DIAS-AVISO
           COMPUTE DATA-LIMITE = FUNCTION DATE-OF-INTEGER (INT-LIMITE)
      *
      **** O CADASTRO E ABERTO ANTES DO SORT: A FALTA DELE ENCERRA O
      **** PROGRAMA SEM DEIXAR O SORT PELA METADE.
           OPEN INPUT T99F100S
           IF FS-100S NOT EQUAL ZEROES
              PERFORM 999001-ERRO-001
           END-IF
           OPEN OUTPUT T99L728S
           IF FS-728S NOT EQUAL ZEROES
              PERFORM 999002-ERRO-002
           END-IF
           OPEN OUTPUT T99F100W
           IF FS-100W NOT EQUAL ZEROES
              PERFORM 999003-ERRO-003
           END-IF
           SORT SORT-WORK
                ON ASCENDING KEY SORT-LOTACAO SORT-VENCTO SORT-MATR
                                 SORT-MARCO
                INPUT PROCEDURE 200000-SELECIONA-BASE
                OUTPUT PROCEDURE 300000-IMPRIME-AVISOS
           CLOSE T99L728S
           CLOSE T99F100W
      *
           DISPLAY CTE-PROG ' ' CTE-VERS ' *** BASE: ' CNT-BASE
                   ' EM EXPERIENCIA: ' CNT-EM-EXPERIENCIA
                   ' AVISOS: ' CNT-AVISOS
           DISPLAY CTE-PROG ' ' CTE-VERS ' *** 999 *** FIM NORMAL'
           MOVE 0 TO RETURN-CODE
           .
       999999-ENCERRA.
           GOBACK
           .
      *-----------------------------
       200000-SELECIONA-BASE SECTION.
      *-----------------------------
      **** LE O CADASTRO INTEIRO (TOTAL DA BASE PARA O AMARRE) E, DAS
      **** MATRICULAS ATIVAS AINDA DENTRO DOS 90 DIAS DO CONTRATO,
      **** LIBERA PARA O SORT CADA MARCO QUE VENCE NA JANELA. O
      **** CADASTRO JA VEM ABERTO DA ROTINA PRINCIPAL.
           MOVE 'N' TO SW-FIM-100S
           PERFORM WITH TEST BEFORE UNTIL FIM-100S
                    READ T99F100S INTO 100S-REGISTRO
                        AT END
                            MOVE 'S' TO SW-FIM-100S
                        NOT AT END
                            IF (NOT 100S-HDR) AND (NOT 100S-TRL)
                               ADD 1 TO CNT-BASE
                               IF 100S-CMDO NOT EQUAL 03
                                  PERFORM 210000-APURA-MARCOS
                               END-IF
                            END-IF
                    END-READ
           END-PERFORM
           CLOSE T99F100S
           .
       200999-SAIDA. EXIT.
      *-----------------------------
       210000-APURA-MARCOS SECTION.
      *-----------------------------
      **** ADMISSAO ZERADA (REGISTRO CONVERTIDO DO LAYOUT V1) OU FORA
      **** DO CALENDARIO NAO TEM COMO SER CONTADA: SO ENTRA NO TOTAL
      **** DE DATAS INVALIDAS (O SANEAMENTO DO T99P2026 A APONTA).
      **** ADMISSAO FUTURA AINDA NAO INICIOU O CONTRATO.
           IF 100S-DT-ADMISSAO NOT NUMERIC
              ADD 1 TO CNT-DT-INVALIDA
              GO TO 210999-SAIDA
           END-IF
           MOVE 100S-DT-ADMISSAO TO DTV-DATA
           PERFORM 480000-VALIDA-DATA
           IF NOT DATA-VALIDA
              ADD 1 TO CNT-DT-INVALIDA
              GO TO 210999-SAIDA
           END-IF
           IF 100S-DT-ADMISSAO GREATER THAN DATA-SISTEMA
              GO TO 210999-SAIDA
           END-IF
           COMPUTE INT-ADMISSAO =
                   FUNCTION INTEGER-OF-DATE (100S-DT-ADMISSAO)
           IF INT-HOJE - INT-ADMISSAO NOT LESS THAN DIAS-MARCO-2
              GO TO 210999-SAIDA
           END-IF
           ADD 1 TO CNT-EM-EXPERIENCIA
           MOVE DIAS-MARCO-1 TO MARCO-CORR
           PERFORM 220000-CONFERE-MARCO
           MOVE DIAS-MARCO-2 TO MARCO-CORR
           PERFORM 220000-CONFERE-MARCO
           .
       210999-SAIDA. EXIT.
      *-----------------------------
       220000-CONFERE-MARCO SECTION.
      *-----------------------------
      **** O N-ESIMO DIA DO CONTRATO E A ADMISSAO + (N - 1).
           COMPUTE INT-VENCTO = INT-ADMISSAO + MARCO-CORR - 1
           IF INT-VENCTO LESS THAN INT-HOJE OR
              INT-VENCTO GREATER THAN INT-LIMITE
              GO TO 220999-SAIDA
           END-IF
           COMPUTE DIAS-RESTANTES = INT-VENCTO - INT-HOJE
           COMPUTE DATA-VENCTO = FUNCTION DATE-OF-INTEGER (INT-VENCTO)
           PERFORM 360000-VERIFICA-AFASTAMENTO
           MOVE 100S-LOTACAO   TO SORT-LOTACAO
           MOVE DATA-VENCTO    TO SORT-VENCTO
           MOVE 100S-MATR      TO SORT-MATR
           MOVE MARCO-CORR     TO SORT-MARCO
           MOVE DIAS-RESTANTES TO SORT-DIAS
           MOVE SITUACAO-CORR  TO SORT-SITUACAO
           MOVE 100S-REGISTRO  TO SORT-100S-REG
           RELEASE SORT-REG
           .
       220999-SAIDA. EXIT.
      *-------------------------------
       300000-IMPRIME-AVISOS SECTION.
      *-------------------------------
           MOVE 'S' TO SW-PRIMEIRA-LOT
           MOVE 'N' TO SW-FIM-SORT
           PERFORM WITH TEST BEFORE UNTIL FIM-SORT
                    RETURN SORT-WORK INTO SORT-REG
                        AT END
                            MOVE 'S' TO SW-FIM-SORT
                        NOT AT END
                            PERFORM 310000-TRATA-LINHA
                    END-RETURN
           END-PERFORM
           IF PRIMEIRA-LOTACAO
              PERFORM 335000-GRAVA-SEM-AVISOS
           ELSE
              PERFORM 340000-GRAVA-SUBTOTAL
           END-IF
           PERFORM 350000-GRAVA-TOTAL-GERAL
           .
       300999-SAIDA. EXIT.
      *-----------------------------
       310000-TRATA-LINHA SECTION.
      *-----------------------------
           MOVE SORT-100S-REG TO 100S-REGISTRO
           IF PRIMEIRA-LOTACAO OR
              SORT-LOTACAO NOT EQUAL LOTACAO-CORRENTE
              IF NOT PRIMEIRA-LOTACAO
                 PERFORM 340000-GRAVA-SUBTOTAL
              END-IF
              MOVE SORT-LOTACAO TO LOTACAO-CORRENTE
              MOVE 'N' TO SW-PRIMEIRA-LOT
              ADD 1 TO CNT-LOT-DIFER
              MOVE 0 TO CNT-LOTACAO
              PERFORM 370000-DESCRICAO-CORRENTE
              PERFORM 330000-GRAVA-CABEC-LOTACAO
           END-IF
           PERFORM 320000-GRAVA-DETALHE
           .
       310999-SAIDA. EXIT.
      *-----------------------------
       320000-GRAVA-DETALHE SECTION.
      *-----------------------------
           MOVE SPACES           TO 728S-LIN-DET
           MOVE 100S-MATR        TO 728S-MATR
           MOVE 100S-NOME        TO 728S-NOME
           MOVE 100S-DT-ADMISSAO TO 728S-DT-ADM
           MOVE SORT-MARCO       TO 728S-MARCO
           MOVE SORT-VENCTO      TO 728S-DT-VENCTO
           MOVE SORT-DIAS        TO 728S-DIAS
           MOVE SORT-SITUACAO    TO 728S-SITUACAO
           WRITE 728S-REGISTRO-FD FROM 728S-LIN-DET
      *
           MOVE DATA-SISTEMA     TO 100W-DATA-REF
           MOVE SORT-LOTACAO     TO 100W-LOTACAO
           MOVE DESC-LOTACAO     TO 100W-LOT-DESC
           MOVE 100S-MATR        TO 100W-MATR
           MOVE 100S-NOME        TO 100W-NOME
           MOVE 100S-DT-ADMISSAO TO 100W-DT-ADMISSAO
           MOVE SORT-MARCO       TO 100W-MARCO
           MOVE SORT-VENCTO      TO 100W-DT-VENCTO
           MOVE SORT-DIAS        TO 100W-DIAS
           MOVE SORT-SITUACAO    TO 100W-SITUACAO
           WRITE 100W-REGISTRO-FD FROM 100W-LINHA
      *
           IF SORT-SITUACAO NOT EQUAL SPACES
              ADD 1 TO CNT-AFASTADOS
           END-IF
           ADD 1 TO CNT-LOTACAO
           ADD 1 TO CNT-AVISOS
           .
       320999-SAIDA. EXIT.
      *-----------------------------
       330000-GRAVA-CABEC-LOTACAO SECTION.
      *-----------------------------
      **** ABRE A PAGINA DO DEPARTAMENTO: CABECALHO GERAL, JANELA DE
      **** AVISO, LINHA DA LOTACAO E COLUNAS.
           PERFORM 332000-GRAVA-CABEC-GERAL
           MOVE LOTACAO-CORRENTE TO 728S-LOT-COD
           MOVE DESC-LOTACAO     TO 728S-LOT-DESC
           WRITE 728S-REGISTRO-FD FROM 728S-CAB-LOT
           WRITE 728S-REGISTRO-FD FROM 728S-CAB-COL
           WRITE 728S-REGISTRO-FD FROM 728S-LIN-HIFEN
           .
       330999-SAIDA. EXIT.
      *-----------------------------
       332000-GRAVA-CABEC-GERAL SECTION.
      *-----------------------------
           ADD 1 TO PAG-728S
           MOVE DATA-SISTEMA TO 728S-CAB-DATA
           MOVE PAG-728S     TO 728S-PAG
           WRITE 728S-REGISTRO-FD FROM 728S-CAB-01
           MOVE DATA-LIMITE  TO 728S-JAN-DATA
           MOVE DIAS-AVISO   TO 728S-JAN-DIAS
           WRITE 728S-REGISTRO-FD FROM 728S-CAB-JANELA
           .
       332999-SAIDA. EXIT.
      *-----------------------------
       335000-GRAVA-SEM-AVISOS SECTION.
      *-----------------------------
           PERFORM 332000-GRAVA-CABEC-GERAL
           WRITE 728S-REGISTRO-FD FROM 728S-LIN-HIFEN
           MOVE SPACES TO 728S-LIN-MSG
           MOVE 'NENHUM CONTRATO DE EXPERIENCIA VENCE NA JANELA'
                TO 728S-MSG
           WRITE 728S-REGISTRO-FD FROM 728S-LIN-MSG
           WRITE 728S-REGISTRO-FD FROM 728S-LIN-HIFEN
           .
       335999-SAIDA. EXIT.
      *-----------------------------
       340000-GRAVA-SUBTOTAL SECTION.
      *-----------------------------
           WRITE 728S-REGISTRO-FD FROM 728S-LIN-HIFEN
           MOVE SPACES                TO 728S-LIN-TOT
           MOVE 'AVISOS DA LOTACAO'   TO 728S-TOT-DESC
           MOVE CNT-LOTACAO           TO 728S-TOT-QTDE
           WRITE 728S-REGISTRO-FD FROM 728S-LIN-TOT
           WRITE 728S-REGISTRO-FD FROM 728S-LIN-HIFEN
           .
       340999-SAIDA. EXIT.
      *-----------------------------
       350000-GRAVA-TOTAL-GERAL SECTION.
      *-----------------------------
      **** TOTAIS AMARRADOS A BASE, MAIS AS MATRICULAS ATIVAS QUE NAO
      **** PUDERAM SER AVALIADAS POR DATA DE ADMISSAO INVALIDA.
           MOVE SPACES                   TO 728S-LIN-TOT
           MOVE 'TOTAL GERAL DE AVISOS'  TO 728S-TOT-DESC
           MOVE CNT-AVISOS               TO 728S-TOT-QTDE
           WRITE 728S-REGISTRO-FD FROM 728S-LIN-TOT
           MOVE SPACES                   TO 728S-LIN-TOT
           MOVE 'AVISOS COM AFASTAMENTO'  TO 728S-TOT-DESC
           MOVE CNT-AFASTADOS            TO 728S-TOT-QTDE
           WRITE 728S-REGISTRO-FD FROM 728S-LIN-TOT
           MOVE SPACES                   TO 728S-LIN-TOT
           MOVE 'LOTACOES COM AVISO'     TO 728S-TOT-DESC
           MOVE CNT-LOT-DIFER            TO 728S-TOT-QTDE
           WRITE 728S-REGISTRO-FD FROM 728S-LIN-TOT
           MOVE SPACES                   TO 728S-LIN-TOT
           MOVE 'ATIVAS EM EXPERIENCIA'  TO 728S-TOT-DESC
           MOVE CNT-EM-EXPERIENCIA       TO 728S-TOT-QTDE
           WRITE 728S-REGISTRO-FD FROM 728S-LIN-TOT
           MOVE SPACES                   TO 728S-LIN-TOT
           MOVE 'ATIVAS C/ ADMISSAO INVALIDA' TO 728S-TOT-DESC
           MOVE CNT-DT-INVALIDA          TO 728S-TOT-QTDE
           WRITE 728S-REGISTRO-FD FROM 728S-LIN-TOT
           MOVE SPACES                   TO 728S-LIN-TOT
           MOVE 'REGISTROS NA BASE'      TO 728S-TOT-DESC
           MOVE CNT-BASE                 TO 728S-TOT-QTDE
           WRITE 728S-REGISTRO-FD FROM 728S-LIN-TOT
           WRITE 728S-REGISTRO-FD FROM 728S-LIN-HIFEN
           WRITE 728S-REGISTRO-FD FROM 728S-FIM-REL
           .
       350999-SAIDA. EXIT.
      *-----------------------------
       360000-VERIFICA-AFASTAMENTO SECTION.
      *-----------------------------
      **** AFASTAMENTO EM CURSO NA DATA DO RELATORIO (MESMA REGRA DO
      **** T99P2010) SAI COMO 'AFASTADO XX'; SENAO, AFASTAMENTO QUE
      **** CRUZA O PERIODO DO CONTRATO (DA ADMISSAO AO VENCIMENTO)
      **** SAI COMO 'AFAST.PER XX'. EM AMBOS O RH CONFERE A CONTAGEM.
           MOVE SPACES TO SITUACAO-CORR
           MOVE 1 TO IDX-AFAST
           PERFORM WITH TEST BEFORE
                    UNTIL IDX-AFAST GREATER THAN QTD-AFAST
                    IF TAB-AFAST-MATR (IDX-AFAST) EQUAL 100S-MATR
                       PERFORM 365000-CONFERE-PERIODO
                    END-IF
                    ADD 1 TO IDX-AFAST
           END-PERFORM
           .
       360999-SAIDA. EXIT.
      *-----------------------------
       365000-CONFERE-PERIODO SECTION.
      *-----------------------------
           IF TAB-AFAST-INI (IDX-AFAST) NOT GREATER DATA-SISTEMA AND
              TAB-AFAST-FIM (IDX-AFAST) NOT LESS DATA-SISTEMA
              MOVE SPACES TO SITUACAO-CORR
              STRING 'AFASTADO '                DELIMITED BY SIZE
                     TAB-AFAST-TIPO (IDX-AFAST) DELIMITED BY SIZE
                     INTO SITUACAO-CORR
              GO TO 365999-SAIDA
           END-IF
           IF SITUACAO-CORR (1:9) EQUAL 'AFASTADO '
              GO TO 365999-SAIDA
           END-IF
           IF TAB-AFAST-INI (IDX-AFAST) NOT GREATER DATA-VENCTO AND
              TAB-AFAST-FIM (IDX-AFAST) NOT LESS 100S-DT-ADMISSAO
              MOVE SPACES TO SITUACAO-CORR
              STRING 'AFAST.PER '               DELIMITED BY SIZE
                     TAB-AFAST-TIPO (IDX-AFAST) DELIMITED BY SIZE
                     INTO SITUACAO-CORR
           END-IF
           .
       365999-SAIDA. EXIT.
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
       900000-OBTEM-DATA-SISTEMA SECTION.
      *-----------------------------
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD
           .
       900000-SAIDA. EXIT.
      *-----------------------------
       900015-CARREGA-AFASTAMENTOS SECTION.
      *-----------------------------
      **** PRE-CARREGA OS AFASTAMENTOS DO T99F350S EM TAB-AFAST.
      **** ARQUIVO OPCIONAL: SE NAO EXISTIR, NENHUM AVISO SAI
      **** SINALIZADO.
           MOVE 0 TO QTD-AFAST
           MOVE 'N' TO SW-FIM-350S
           OPEN INPUT T99F350S
           IF FS-350S EQUAL ZEROES
              PERFORM WITH TEST BEFORE UNTIL FIM-350S
                       READ T99F350S INTO 350S-REGISTRO
                           AT END
                               MOVE 'S' TO SW-FIM-350S
                           NOT AT END
                               IF QTD-AFAST LESS THAN 30000
                                  ADD 1 TO QTD-AFAST
                                  MOVE 350S-MATR TO
                                       TAB-AFAST-MATR (QTD-AFAST)
                                  MOVE 350S-TIPO TO
                                       TAB-AFAST-TIPO (QTD-AFAST)
                                  MOVE 350S-DT-INICIO TO
                                       TAB-AFAST-INI (QTD-AFAST)
                                  MOVE 350S-DT-FIM TO
                                       TAB-AFAST-FIM (QTD-AFAST)
                               END-IF
                       END-READ
              END-PERFORM
              CLOSE T99F350S
           END-IF
           .
       900015-SAIDA. EXIT.
      *-----------------------------
       900022-CARREGA-LOTACOES SECTION.
      *-----------------------------
      **** PRE-CARREGA CODIGO E DESCRICAO DA TABELA DE LOTACOES
      **** (T99F400E); ARQUIVO OPCIONAL, AUSENTE AS PAGINAS SAEM SO
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
      **** VALEM OS DEFAULTS JA FIXADOS EM WORKING-STORAGE.
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
           IF 900P-ARQ-350S NOT EQUAL SPACES
              MOVE 900P-ARQ-350S TO DDN-350S
           END-IF
           IF 900P-ARQ-400E NOT EQUAL SPACES
              MOVE 900P-ARQ-400E TO DDN-400E
           END-IF
           IF 900P-ARQ-728S NOT EQUAL SPACES
              MOVE 900P-ARQ-728S TO DDN-728S
           END-IF
           IF 900P-ARQ-100W NOT EQUAL SPACES
              MOVE 900P-ARQ-100W TO DDN-100W
           END-IF
           IF 900P-DIAS-AVISO-EXPER NUMERIC AND
              900P-DIAS-AVISO-EXPER GREATER THAN ZEROES
              MOVE 900P-DIAS-AVISO-EXPER TO DIAS-AVISO
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
           DISPLAY '*** 002 ERRO OPEN RELATORIO: ' DDN-728S
                   ' (' FS-728S ')'
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      *--------------------------
       999003-ERRO-003 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 003 ERRO OPEN ARQUIVO DE AVISOS: ' DDN-100W
                   ' (' FS-100W ')'
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      ******************************************************************
       END PROGRAM T99P2029.
      ******************************************************************
