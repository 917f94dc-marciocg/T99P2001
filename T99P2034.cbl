      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
      *
       PROGRAM-ID. T99P2034.
      *
      *AUTHOR.  MARCIO CONC
      *REMARKS. FERIAS VENCIDAS E A VENCER: PARA CADA MATRICULA ATIVA
      *REMARKS. DO CADASTRO T99F100S, CADA PERIODO AQUISITIVO COMPLETO
      *REMARKS. (ANO-ANIVERSARIO DA DT-ADMISSAO) COM OS DIAS DE FERIAS
      *REMARKS. JA GOZADOS (AFASTAMENTOS FE DO T99F350S E DO HISTORICO
      *REMARKS. T99F350H DENTRO DO PERIODO CONCESSIVO -- OS 12 MESES
      *REMARKS. SEGUINTES, A MESMA JANELA EM QUE O T99P2001 CONFERE O
      *REMARKS. LIMITE 900P-DIAS-FERIAS), O SALDO E O PRAZO PARA
      *REMARKS. CONCEDER O SALDO (FIM DO PERIODO CONCESSIVO, ART. 134
      *REMARKS. DA CLT). SALDO COM PRAZO JA PASSADO SAI COMO VENCIDA
      *REMARKS. (PAGAMENTO EM DOBRO, ART. 137); PRAZO NOS PROXIMOS
      *REMARKS. 900P-DIAS-ALERTA-FERIAS DIAS (DEFAULT 60) SAI COMO A
      *REMARKS. VENCER. PERIODO VENCIDO E QUITADO NAO E LISTADO. O
      *REMARKS. T99L733S QUEBRA POR LOTACAO (UMA PAGINA POR
      *REMARKS. DEPARTAMENTO, DESCRICAO DO T99F400E) PARA OS CHEFES DE
      *REMARKS. DEPARTAMENTO. COM 900P-CONTAGEM-DIAS = 'U' OS DIAS SAO
      *REMARKS. UTEIS PELO CALENDARIO T99F420E (MODULO T99S420C, LIMITE
      *REMARKS. DEFAULT 22), COMO NO T99P2001. RETURN-CODE 4 = HA
      *REMARKS. PERIODO VENCIDO OU A VENCER.
      *DATE-WRITTEN. 15/10/2026.
      *VERSAO 002-MARCIO CONC-15/10/2026-ESTOURO DA TABELA DE FERIAS
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
           SELECT T99F350S ASSIGN TO DDN-350S
               FILE STATUS IS FS-350S
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99F350H ASSIGN TO DDN-350H
               FILE STATUS IS FS-350H
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99F400E ASSIGN TO DDN-400E
               FILE STATUS IS FS-400E
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99L733S ASSIGN TO DDN-733S
               FILE STATUS IS FS-733S
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99F900P ASSIGN TO 'T99F900P.txt'
               FILE STATUS IS FS-900P
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-FE   ASSIGN TO 'SORTWK1'.
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
       FD  T99F350H
           BLOCK  0
           RECORD 25
           RECORDING F.
      *
       01  350H-REGISTRO-FD            PIC X(25).
      *
       FD  T99F400E
           BLOCK  0
           RECORD 40
           RECORDING F.
      *
       01  400E-REGISTRO-FD            PIC X(40).
      *
       FD  T99L733S
           BLOCK  0
           RECORD 72
           RECORDING F.
      *
       01  733S-REGISTRO-FD            PIC X(72).
      *
       FD  T99F900P
           BLOCK  0
           RECORD 1923
           RECORDING F.
      *
       01  900P-REGISTRO-FD            PIC X(1923).
      *
      **** SORT-FE: AS FERIAS (TIPO FE) DO HISTORICO E DAS CORRENTES
      **** EM ORDEM DE MATRICULA E INICIO (O T99F350H E GRAVADO EM
      **** EXTEND, NOITE A NOITE, E NAO VEM ORDENADO).
       SD  SORT-FE.
      *
       01  SFE-REG.
           03  SFE-MATR                PIC 9(07).
           03  SFE-DT-INICIO           PIC 9(08).
           03  SFE-DT-FIM              PIC 9(08).
      *
      **** SORT-WORK: AS MATRICULAS ATIVAS EM ORDEM DE LOTACAO.
       SD  SORT-WORK.
      *
       01  SORT-REG.
           03  SORT-LOTACAO            PIC X(04).
           03  SORT-MATR               PIC 9(07).
           03  SORT-NOME               PIC X(30).
           03  SORT-DT-ADMISSAO        PIC 9(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       77  CTE-PROG                    PIC  X(16)     VALUE
                                               '*** T99P2034 ***'.
       77  CTE-VERS                    PIC  X(06)     VALUE 'VRS002'.
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
      *{{ INCLUI BOOKS }}
            COPY 'T99K100S.cpy'.
            COPY 'T99K350S.cpy'.
            COPY 'T99K350H.cpy'.
            COPY 'T99K400E.cpy'.
            COPY 'T99K420C.cpy'.
            COPY 'T99K733S.cpy'.
            COPY 'T99K900P.cpy'.
      *{{  FIM BOOKS  }}
       77  FS-100S                     PIC  XX.
       77  FS-350S                     PIC  XX.
       77  FS-350H                     PIC  XX.
       77  FS-400E                     PIC  XX.
       77  FS-733S                     PIC  XX.
       77  FS-900P                     PIC  XX.
       77  DDN-100S                    PIC  X(20)     VALUE
                                               'T99F100S.txt'.
       77  DDN-350S                    PIC  X(20)     VALUE
                                               'T99F350S.txt'.
       77  DDN-350H                    PIC  X(20)     VALUE
                                               'T99F350H.txt'.
       77  DDN-400E                    PIC  X(20)     VALUE
                                               'T99F400E.txt'.
       77  DDN-733S                    PIC  X(20)     VALUE
                                               'T99L733S.txt'.
       77  DDN-420E                    PIC  X(20)     VALUE
                                               'T99F420E.txt'.
      *
       01  DATA-SISTEMA-GRP.
           03  DATA-SISTEMA          PIC  9(08).
      *
      **** PARAMETROS: LIMITE DE DIAS POR PERIODO (900P-DIAS-FERIAS,
      **** DEFAULT 30 CORRIDOS OU 22 UTEIS, MESMA REGRA DO T99P2001),
      **** HORIZONTE DO ALERTA E DATA DE CORTE DOS VENCIDOS.
       77  DIAS-FERIAS-LIMITE          PIC  9(03)     VALUE 30.
       77  SW-LIMITE-FE-CARTAO         PIC  X(01)     VALUE 'N'.
           88  LIMITE-FE-DO-CARTAO                      VALUE 'S'.
       77  SW-CONTAGEM-DIAS            PIC  X(01)     VALUE 'C'.
           88  CONTAGEM-UTEIS                           VALUE 'U'.
       77  DIAS-ALERTA                 PIC  9(03)     VALUE 60.
       77  DT-CORTE-VENCIDOS           PIC  9(08)     VALUE 0.
       77  INT-HOJE                    PIC S9(09)     VALUE 0.
       77  INT-ALERTA                  PIC S9(09)     VALUE 0.
       77  INT-CORTE-VENC              PIC S9(09)     VALUE 0.
      *
      **** PERIODO AQUISITIVO CORRENTE DA MATRICULA: O ANIVERSARIO
      **** 29/02 CONTA COMO 28/02 (MESMA REGRA DO T99P2001). O PERIODO
      **** NUM-PER VAI DO ANIVERSARIO NUM-PER AO DIA ANTERIOR AO
      **** ANIVERSARIO NUM-PER + 1; O CONCESSIVO VAI DALI ATE O DIA
      **** ANTERIOR AO ANIVERSARIO NUM-PER + 2 (O PRAZO).
       01  DT-ADM-GRP.
           03  DT-ADM                  PIC  9(08).
       01  DT-ADM-RED REDEFINES DT-ADM-GRP.
           03  ADM-AA                  PIC  9(04).
           03  ADM-MMDD                PIC  9(04).
       01  DT-ANIV-GRP.
           03  DT-ANIV                 PIC  9(08).
       01  DT-ANIV-RED REDEFINES DT-ANIV-GRP.
           03  ANIV-AA                 PIC  9(04).
           03  ANIV-MMDD               PIC  9(04).
       77  NUM-PER                     PIC  9(03)     VALUE 0.
       77  SW-FIM-PERIODOS             PIC  X(01)     VALUE 'N'.
           88  FIM-PERIODOS                             VALUE 'S'.
       77  INT-AQ-INI                  PIC S9(09)     VALUE 0.
       77  INT-CONC-INI                PIC S9(09)     VALUE 0.
       77  INT-PRAZO                   PIC S9(09)     VALUE 0.
       77  INT-JAN-INI                 PIC S9(09)     VALUE 0.
       77  INT-JAN-FIM                 PIC S9(09)     VALUE 0.
       77  INT-FE-INI                  PIC S9(09)     VALUE 0.
       77  INT-FE-FIM                  PIC S9(09)     VALUE 0.
       77  DIAS-CALC-FE                PIC S9(05)     VALUE 0.
       77  DIAS-GOZADOS                PIC S9(05)     VALUE 0.
       77  DIAS-SALDO                  PIC S9(05)     VALUE 0.
       77  SITUACAO-PER                PIC  X(10)     VALUE SPACES.
           88  PER-VENCIDO                        VALUE 'VENCIDA'.
           88  PER-A-VENCER                       VALUE 'A VENCER'.
      *
       77  SW-FIM-100S                 PIC  X(01)     VALUE 'N'.
           88  FIM-100S                                 VALUE 'S'.
       77  SW-FIM-350S                 PIC  X(01)     VALUE 'N'.
           88  FIM-350S                                 VALUE 'S'.
       77  SW-FIM-350H                 PIC  X(01)     VALUE 'N'.
           88  FIM-350H                                 VALUE 'S'.
       77  SW-FIM-400E                 PIC  X(01)     VALUE 'N'.
           88  FIM-400E                                 VALUE 'S'.
       77  SW-FIM-SORT                 PIC  X(01)     VALUE 'N'.
           88  FIM-SORT                                 VALUE 'S'.
      **** TAB-FE CHEIA DENTRO DO OUTPUT PROCEDURE: O ERRO SO E DADO
      **** DEPOIS QUE O SORT TERMINA (NAO SE SAI DE DENTRO DELE).
       77  SW-ESTOURO-FE               PIC  X(01)     VALUE 'N'.
           88  ESTOURO-FE                               VALUE 'S'.
       77  SW-HISTORICO                PIC  X(01)     VALUE 'S'.
           88  HISTORICO-PRESENTE                       VALUE 'S'.
       77  SW-PRIMEIRA-LOT             PIC  X(01)     VALUE 'S'.
           88  PRIMEIRA-LOTACAO                         VALUE 'S'.
       77  SW-LOT-IMPRESSA             PIC  X(01)     VALUE 'N'.
           88  LOTACAO-IMPRESSA                         VALUE 'S'.
       77  LOTACAO-CORRENTE            PIC  X(04)     VALUE SPACES.
       77  DESC-LOTACAO                PIC  X(30)     VALUE SPACES.
       77  PAG-733S                    PIC  9(05)     VALUE 0.
      *
       77  CNT-ATIVAS                  PIC  9(07)     VALUE 0.
       77  CNT-SEM-ADMISSAO            PIC  9(07)     VALUE 0.
       77  CNT-FE-LIDOS                PIC  9(07)     VALUE 0.
       77  CNT-FE-INVALIDOS            PIC  9(07)     VALUE 0.
       77  CNT-FE-DUPLICADOS           PIC  9(07)     VALUE 0.
       77  CNT-ANTES-CORTE             PIC  9(07)     VALUE 0.
       77  CNT-LISTADOS                PIC  9(07)     VALUE 0.
       77  CNT-VENCIDOS                PIC  9(07)     VALUE 0.
       77  CNT-A-VENCER                PIC  9(07)     VALUE 0.
       77  CNT-DIAS-VENCIDOS           PIC  9(07)     VALUE 0.
       77  LOT-LISTADOS                PIC  9(07)     VALUE 0.
       77  LOT-VENCIDOS                PIC  9(07)     VALUE 0.
       77  LOT-A-VENCER                PIC  9(07)     VALUE 0.
       77  LOT-DIAS-VENCIDOS           PIC  9(07)     VALUE 0.
      *
      **** TAB-FE: FERIAS DE TODAS AS MATRICULAS EM ORDEM DE
      **** MATRICULA E INICIO (SAIDA DO SORT-FE, SEM REPETICOES);
      **** IDX-FE-PRIM APONTA A PRIMEIRA FERIAS DA MATRICULA CORRENTE
      **** (ZERO = NENHUMA), ACHADA POR PESQUISA BINARIA.
       77  QTD-FE                      PIC  9(05)     VALUE 0.
       77  IDX-FE                      PIC  9(05)     VALUE 0.
       77  IDX-FE-PRIM                 PIC  9(05)     VALUE 0.
       77  IDX-FE-INI                  PIC S9(05)     VALUE 0.
       77  IDX-FE-FIM                  PIC S9(05)     VALUE 0.
       77  IDX-FE-MEIO                 PIC S9(05)     VALUE 0.
       01  TAB-FE-GERAL.
           03  TAB-FE-ENT  OCCURS  60000  TIMES.
               05  TAB-FE-MATR         PIC  9(07).
               05  TAB-FE-INI          PIC  9(08).
               05  TAB-FE-FIM          PIC  9(08).
      *
      **** TAB-LOTACOES: CODIGO E DESCRICAO DO T99F400E (MESMA CARGA
      **** DO T99P2010).
       77  QTD-LOTACOES                PIC  9(05)     VALUE 0.
       77  IDX-LOTACAO                 PIC  9(05)     VALUE 0.
       01  TAB-LOTACOES-GERAL.
           03  TAB-LOTACAO-ENT  OCCURS  500  TIMES.
               05  TAB-LOTACAO-COD     PIC  X(04).
               05  TAB-LOTACAO-DESC    PIC  X(30).
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
           COMPUTE INT-HOJE = FUNCTION INTEGER-OF-DATE (DATA-SISTEMA)
           COMPUTE INT-ALERTA = INT-HOJE + DIAS-ALERTA
           MOVE 0 TO INT-CORTE-VENC
           IF DT-CORTE-VENCIDOS NOT EQUAL ZEROES
              COMPUTE INT-CORTE-VENC =
                      FUNCTION INTEGER-OF-DATE (DT-CORTE-VENCIDOS)
              IF INT-CORTE-VENC EQUAL ZEROES
                 PERFORM 999001-ERRO-001
              END-IF
           END-IF
           IF CONTAGEM-UTEIS
              PERFORM 904100-CARREGA-CALENDARIO
           END-IF
           PERFORM 900022-CARREGA-LOTACOES
      *
           SORT SORT-FE
                ON ASCENDING KEY SFE-MATR SFE-DT-INICIO SFE-DT-FIM
                INPUT PROCEDURE 100000-SELECIONA-FERIAS
                OUTPUT PROCEDURE 150000-CARREGA-FERIAS
           IF ESTOURO-FE
              PERFORM 999003-ERRO-003
           END-IF
      *
           OPEN INPUT T99F100S
           IF FS-100S NOT EQUAL ZEROES
              PERFORM 999011-ERRO-011
           END-IF
           OPEN OUTPUT T99L733S
           IF FS-733S NOT EQUAL ZEROES
              PERFORM 999002-ERRO-002
           END-IF
           SORT SORT-WORK
                ON ASCENDING KEY SORT-LOTACAO SORT-MATR
                INPUT PROCEDURE 200000-SELECIONA-ATIVAS
                OUTPUT PROCEDURE 300000-IMPRIME-RELATORIO
           CLOSE T99F100S
           CLOSE T99L733S
      *
           DISPLAY CTE-PROG ' ' CTE-VERS ' *** ATIVAS: ' CNT-ATIVAS
                   ' PERIODOS: ' CNT-LISTADOS ' VENCIDOS: '
                   CNT-VENCIDOS ' A VENCER: ' CNT-A-VENCER
           DISPLAY CTE-PROG ' ' CTE-VERS ' *** 999 *** FIM NORMAL'
           IF CNT-VENCIDOS GREATER THAN ZEROES OR
              CNT-A-VENCER GREATER THAN ZEROES
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           .
       999999-ENCERRA.
           GOBACK
           .
      *-----------------------------
       100000-SELECIONA-FERIAS SECTION.
      *-----------------------------
      **** LIBERA PARA O SORT-FE AS FERIAS DO HISTORICO PERMANENTE
      **** (OPCIONAL: AUSENTE, SO AVISO -- O GOZADO FICA SO COM AS
      **** CORRENTES) E DAS CORRENTES DO T99F350S. UMA FERIAS VIVE OU
      **** NUM OU NO OUTRO (VIDE T99P2012); A REPETICAO EXATA, SE
      **** HOUVER, E DESCARTADA NA CARGA.
           MOVE 'N' TO SW-FIM-350H
           OPEN INPUT T99F350H
           IF FS-350H EQUAL ZEROES
              PERFORM WITH TEST BEFORE UNTIL FIM-350H
                       READ T99F350H INTO 350H-REGISTRO
                           AT END
                               MOVE 'S' TO SW-FIM-350H
                           NOT AT END
                               IF 350H-TIPO EQUAL 'FE'
                                  MOVE 350H-MATR      TO SFE-MATR
                                  MOVE 350H-DT-INICIO TO SFE-DT-INICIO
                                  MOVE 350H-DT-FIM    TO SFE-DT-FIM
                                  PERFORM 110000-LIBERA-FERIAS
                               END-IF
                       END-READ
              END-PERFORM
              CLOSE T99F350H
           ELSE
              MOVE 'N' TO SW-HISTORICO
              DISPLAY CTE-PROG ' ' CTE-VERS
                 ' *** AVISO: HISTORICO ' DDN-350H ' AUSENTE ('
                 FS-350H ') - GOZO SO DAS FERIAS CORRENTES'
           END-IF
      *
           MOVE 'N' TO SW-FIM-350S
           OPEN INPUT T99F350S
           IF FS-350S EQUAL ZEROES
              PERFORM WITH TEST BEFORE UNTIL FIM-350S
                       READ T99F350S INTO 350S-REGISTRO
                           AT END
                               MOVE 'S' TO SW-FIM-350S
                           NOT AT END
                               IF 350S-TIPO EQUAL 'FE'
                                  MOVE 350S-MATR      TO SFE-MATR
                                  MOVE 350S-DT-INICIO TO SFE-DT-INICIO
                                  MOVE 350S-DT-FIM    TO SFE-DT-FIM
                                  PERFORM 110000-LIBERA-FERIAS
                               END-IF
                       END-READ
              END-PERFORM
              CLOSE T99F350S
           END-IF
           .
       100999-SAIDA. EXIT.
      *-----------------------------
       110000-LIBERA-FERIAS SECTION.
      *-----------------------------
      **** FERIAS COM DATA FORA DO CALENDARIO OU INVERTIDA NAO ENTRA
      **** NO GOZADO (CONTAGEM A PARTE NOS TOTAIS).
           ADD 1 TO CNT-FE-LIDOS
           COMPUTE INT-FE-INI =
                   FUNCTION INTEGER-OF-DATE (SFE-DT-INICIO)
           COMPUTE INT-FE-FIM =
                   FUNCTION INTEGER-OF-DATE (SFE-DT-FIM)
           IF INT-FE-INI EQUAL ZEROES OR INT-FE-FIM EQUAL ZEROES OR
              INT-FE-FIM LESS THAN INT-FE-INI
              ADD 1 TO CNT-FE-INVALIDOS
              GO TO 110999-SAIDA
           END-IF
           RELEASE SFE-REG
           .
       110999-SAIDA. EXIT.
      *-----------------------------
       150000-CARREGA-FERIAS SECTION.
      *-----------------------------
           MOVE 0 TO QTD-FE
           MOVE 'N' TO SW-FIM-SORT
           PERFORM WITH TEST BEFORE UNTIL FIM-SORT
                    RETURN SORT-FE INTO SFE-REG
                        AT END
                            MOVE 'S' TO SW-FIM-SORT
                        NOT AT END
                            PERFORM 160000-GUARDA-FERIAS
                    END-RETURN
           END-PERFORM
           .
       150999-SAIDA. EXIT.
      *-----------------------------
       160000-GUARDA-FERIAS SECTION.
      *-----------------------------
           IF QTD-FE GREATER THAN ZEROES
              IF TAB-FE-MATR (QTD-FE) EQUAL SFE-MATR AND
                 TAB-FE-INI (QTD-FE)  EQUAL SFE-DT-INICIO AND
                 TAB-FE-FIM (QTD-FE)  EQUAL SFE-DT-FIM
                 ADD 1 TO CNT-FE-DUPLICADOS
                 GO TO 160999-SAIDA
              END-IF
           END-IF
           IF QTD-FE NOT LESS THAN 60000
              MOVE 'S' TO SW-ESTOURO-FE
              GO TO 160999-SAIDA
           END-IF
           ADD 1 TO QTD-FE
           MOVE SFE-MATR      TO TAB-FE-MATR (QTD-FE)
           MOVE SFE-DT-INICIO TO TAB-FE-INI (QTD-FE)
           MOVE SFE-DT-FIM    TO TAB-FE-FIM (QTD-FE)
           .
       160999-SAIDA. EXIT.
      *-----------------------------
       200000-SELECIONA-ATIVAS SECTION.
      *-----------------------------
      **** LIBERA AS MATRICULAS ATIVAS (CMDO DIFERENTE DE 03); SEM
      **** DATA DE ADMISSAO VALIDA (TRANSICAO DO LAYOUT ANTIGO) NAO HA
      **** PERIODO AQUISITIVO A APURAR -- CONTAGEM A PARTE.
           MOVE 'N' TO SW-FIM-100S
           PERFORM WITH TEST BEFORE UNTIL FIM-100S
                    READ T99F100S INTO 100S-REGISTRO
                        AT END
                            MOVE 'S' TO SW-FIM-100S
                        NOT AT END
                            IF 100S-TRL
                               MOVE 'S' TO SW-FIM-100S
                            ELSE
                               IF (NOT 100S-HDR) AND
                                  100S-CMDO NOT EQUAL 03
                                  PERFORM 210000-LIBERA-ATIVA
                               END-IF
                            END-IF
                    END-READ
           END-PERFORM
           .
       200999-SAIDA. EXIT.
      *-----------------------------
       210000-LIBERA-ATIVA SECTION.
      *-----------------------------
           ADD 1 TO CNT-ATIVAS
           IF 100S-DT-ADMISSAO NOT NUMERIC OR
              100S-DT-ADMISSAO EQUAL ZEROES
              ADD 1 TO CNT-SEM-ADMISSAO
              GO TO 210999-SAIDA
           END-IF
           IF FUNCTION INTEGER-OF-DATE (100S-DT-ADMISSAO) EQUAL ZEROES
              ADD 1 TO CNT-SEM-ADMISSAO
              GO TO 210999-SAIDA
           END-IF
           MOVE 100S-LOTACAO     TO SORT-LOTACAO
           MOVE 100S-MATR        TO SORT-MATR
           MOVE 100S-NOME        TO SORT-NOME
           MOVE 100S-DT-ADMISSAO TO SORT-DT-ADMISSAO
           RELEASE SORT-REG
           .
       210999-SAIDA. EXIT.
      *-------------------------------
       300000-IMPRIME-RELATORIO SECTION.
      *-------------------------------
           MOVE 'S' TO SW-PRIMEIRA-LOT
           MOVE 'N' TO SW-FIM-SORT
           PERFORM WITH TEST BEFORE UNTIL FIM-SORT
                    RETURN SORT-WORK INTO SORT-REG
                        AT END
                            MOVE 'S' TO SW-FIM-SORT
                        NOT AT END
                            PERFORM 310000-TRATA-MATRICULA
                    END-RETURN
           END-PERFORM
           IF LOTACAO-IMPRESSA
              PERFORM 340000-GRAVA-SUBTOTAL
           END-IF
           PERFORM 350000-GRAVA-TOTAIS
           .
       300999-SAIDA. EXIT.
      *-----------------------------
       310000-TRATA-MATRICULA SECTION.
      *-----------------------------
      **** QUEBRA DE LOTACAO (A PAGINA SO ABRE QUANDO A LOTACAO TEM
      **** PERIODO A LISTAR) E APURACAO DE TODOS OS PERIODOS
      **** AQUISITIVOS COMPLETOS DA MATRICULA.
           IF PRIMEIRA-LOTACAO OR
              SORT-LOTACAO NOT EQUAL LOTACAO-CORRENTE
              IF LOTACAO-IMPRESSA
                 PERFORM 340000-GRAVA-SUBTOTAL
              END-IF
              MOVE SORT-LOTACAO TO LOTACAO-CORRENTE
              MOVE 'N' TO SW-PRIMEIRA-LOT
              MOVE 'N' TO SW-LOT-IMPRESSA
              MOVE 0 TO LOT-LISTADOS LOT-VENCIDOS LOT-A-VENCER
                        LOT-DIAS-VENCIDOS
           END-IF
           PERFORM 700000-LOCALIZA-FERIAS
           MOVE SORT-DT-ADMISSAO TO DT-ADM
           MOVE 'N' TO SW-FIM-PERIODOS
           PERFORM VARYING NUM-PER FROM 0 BY 1
                     UNTIL FIM-PERIODOS
                    PERFORM 320000-APURA-PERIODO
           END-PERFORM
           .
       310999-SAIDA. EXIT.
      *-----------------------------
       320000-APURA-PERIODO SECTION.
      *-----------------------------
      **** PERIODO AQUISITIVO NUM-PER: SO O PERIODO JA COMPLETO (FIM
      **** ANTES DE HOJE) TEM DIREITO A FERIAS. O GOZADO E O QUE CAIU
      **** NO CONCESSIVO; NO PRIMEIRO PERIODO ENTRAM TAMBEM AS FERIAS
      **** ANTECIPADAS (GOZADAS DENTRO DO PROPRIO AQUISITIVO).
           IF NUM-PER EQUAL ZEROES
              MOVE DT-ADM TO DT-ANIV
           ELSE
              COMPUTE ANIV-AA = ADM-AA + NUM-PER
           END-IF
           COMPUTE INT-AQ-INI = FUNCTION INTEGER-OF-DATE (DT-ANIV)
           MOVE ADM-MMDD TO ANIV-MMDD
           IF ANIV-MMDD EQUAL 0229
              MOVE 0228 TO ANIV-MMDD
           END-IF
           COMPUTE ANIV-AA = ADM-AA + NUM-PER + 1
           COMPUTE INT-CONC-INI = FUNCTION INTEGER-OF-DATE (DT-ANIV)
           IF INT-CONC-INI GREATER THAN INT-HOJE
              MOVE 'S' TO SW-FIM-PERIODOS
              GO TO 320999-SAIDA
           END-IF
           COMPUTE ANIV-AA = ADM-AA + NUM-PER + 2
           COMPUTE INT-PRAZO = FUNCTION INTEGER-OF-DATE (DT-ANIV) - 1
      *
           MOVE 0 TO DIAS-GOZADOS
           MOVE INT-CONC-INI TO INT-JAN-INI
           MOVE INT-PRAZO    TO INT-JAN-FIM
           PERFORM 400000-SOMA-FERIAS
           IF NUM-PER EQUAL ZEROES
              MOVE INT-AQ-INI TO INT-JAN-INI
              COMPUTE INT-JAN-FIM = INT-CONC-INI - 1
              PERFORM 400000-SOMA-FERIAS
           END-IF
           COMPUTE DIAS-SALDO = DIAS-FERIAS-LIMITE - DIAS-GOZADOS
           IF DIAS-SALDO LESS THAN ZEROES
              MOVE 0 TO DIAS-SALDO
           END-IF
      *
           EVALUATE TRUE
               WHEN INT-PRAZO LESS THAN INT-HOJE
                    IF DIAS-SALDO EQUAL ZEROES
                       GO TO 320999-SAIDA
                    END-IF
                    IF INT-PRAZO LESS THAN INT-CORTE-VENC
                       ADD 1 TO CNT-ANTES-CORTE
                       GO TO 320999-SAIDA
                    END-IF
                    MOVE 'VENCIDA' TO SITUACAO-PER
               WHEN DIAS-SALDO EQUAL ZEROES
                    MOVE 'QUITADA' TO SITUACAO-PER
               WHEN INT-PRAZO NOT GREATER THAN INT-ALERTA
                    MOVE 'A VENCER' TO SITUACAO-PER
               WHEN OTHER
                    MOVE 'NO PRAZO' TO SITUACAO-PER
           END-EVALUATE
           PERFORM 330000-GRAVA-DETALHE
           .
       320999-SAIDA. EXIT.
      *-----------------------------
       330000-GRAVA-DETALHE SECTION.
      *-----------------------------
           IF NOT LOTACAO-IMPRESSA
              PERFORM 335000-GRAVA-CABEC-LOTACAO
           END-IF
           MOVE SPACES TO 733S-LIN-DET
           MOVE SORT-MATR    TO 733S-MATR
           MOVE SORT-NOME    TO 733S-NOME
           COMPUTE 733S-AQ-INI = FUNCTION DATE-OF-INTEGER (INT-AQ-INI)
           COMPUTE 733S-AQ-FIM =
                   FUNCTION DATE-OF-INTEGER (INT-CONC-INI - 1)
           MOVE DIAS-GOZADOS TO 733S-GOZADOS
           MOVE DIAS-SALDO   TO 733S-SALDO
           COMPUTE 733S-PRAZO = FUNCTION DATE-OF-INTEGER (INT-PRAZO)
           MOVE SITUACAO-PER TO 733S-SITUACAO
           WRITE 733S-REGISTRO-FD FROM 733S-LIN-DET
           ADD 1 TO LOT-LISTADOS
           ADD 1 TO CNT-LISTADOS
           IF PER-VENCIDO
              ADD 1 TO LOT-VENCIDOS
              ADD 1 TO CNT-VENCIDOS
              ADD DIAS-SALDO TO LOT-DIAS-VENCIDOS
              ADD DIAS-SALDO TO CNT-DIAS-VENCIDOS
           END-IF
           IF PER-A-VENCER
              ADD 1 TO LOT-A-VENCER
              ADD 1 TO CNT-A-VENCER
           END-IF
           .
       330999-SAIDA. EXIT.
      *-----------------------------
       335000-GRAVA-CABEC-LOTACAO SECTION.
      *-----------------------------
      **** ABRE A PAGINA DO DEPARTAMENTO (DESCRICAO DO T99F400E; SEM
      **** CADASTRO SAI O AVISO; LOTACAO EM BRANCO SAI COMO SEM
      **** LOTACAO) COM OS PARAMETROS DA APURACAO.
           MOVE 'S' TO SW-LOT-IMPRESSA
           PERFORM 336000-GRAVA-CABEC-GERAL
           MOVE LOTACAO-CORRENTE TO 733S-LOT-COD
           PERFORM 370000-DESCRICAO-CORRENTE
           MOVE DESC-LOTACAO TO 733S-LOT-DESC
           WRITE 733S-REGISTRO-FD FROM 733S-CAB-LOT
           WRITE 733S-REGISTRO-FD FROM 733S-CAB-COL
           WRITE 733S-REGISTRO-FD FROM 733S-LIN-HIFEN
           .
       335999-SAIDA. EXIT.
      *-----------------------------
       336000-GRAVA-CABEC-GERAL SECTION.
      *-----------------------------
           ADD 1 TO PAG-733S
           MOVE DATA-SISTEMA TO 733S-CAB-DATA
           MOVE PAG-733S     TO 733S-PAG
           WRITE 733S-REGISTRO-FD FROM 733S-CAB-01
           MOVE DIAS-FERIAS-LIMITE TO 733S-PAR-LIMITE
           IF CONTAGEM-UTEIS
              MOVE 'UTEIS'    TO 733S-PAR-CONTAGEM
           ELSE
              MOVE 'CORRIDOS' TO 733S-PAR-CONTAGEM
           END-IF
           MOVE DIAS-ALERTA TO 733S-PAR-ALERTA
           WRITE 733S-REGISTRO-FD FROM 733S-CAB-PARAM
           .
       336999-SAIDA. EXIT.
      *-----------------------------
       340000-GRAVA-SUBTOTAL SECTION.
      *-----------------------------
           WRITE 733S-REGISTRO-FD FROM 733S-LIN-HIFEN
           MOVE SPACES                     TO 733S-LIN-TOT
           MOVE 'PERIODOS DA LOTACAO'      TO 733S-TOT-DESC
           MOVE LOT-LISTADOS               TO 733S-TOT-QTDE
           WRITE 733S-REGISTRO-FD FROM 733S-LIN-TOT
           MOVE SPACES                     TO 733S-LIN-TOT
           MOVE 'VENCIDOS (PAGAR EM DOBRO)' TO 733S-TOT-DESC
           MOVE LOT-VENCIDOS               TO 733S-TOT-QTDE
           WRITE 733S-REGISTRO-FD FROM 733S-LIN-TOT
           MOVE SPACES                     TO 733S-LIN-TOT
           MOVE '  DIAS DE SALDO VENCIDO'  TO 733S-TOT-DESC
           MOVE LOT-DIAS-VENCIDOS          TO 733S-TOT-QTDE
           WRITE 733S-REGISTRO-FD FROM 733S-LIN-TOT
           MOVE SPACES                     TO 733S-LIN-TOT
           MOVE 'A VENCER NO PRAZO DO ALERTA' TO 733S-TOT-DESC
           MOVE LOT-A-VENCER               TO 733S-TOT-QTDE
           WRITE 733S-REGISTRO-FD FROM 733S-LIN-TOT
           WRITE 733S-REGISTRO-FD FROM 733S-LIN-HIFEN
           .
       340999-SAIDA. EXIT.
      *-----------------------------
       350000-GRAVA-TOTAIS SECTION.
      *-----------------------------
      **** PAGINA FINAL COM OS TOTAIS DA EMPRESA E OS AVISOS DA
      **** APURACAO.
           PERFORM 336000-GRAVA-CABEC-GERAL
           WRITE 733S-REGISTRO-FD FROM 733S-LIN-HIFEN
           IF CNT-LISTADOS EQUAL ZEROES
              MOVE SPACES TO 733S-LIN-MSG
              MOVE 'NENHUM PERIODO AQUISITIVO A LISTAR' TO 733S-MSG
              WRITE 733S-REGISTRO-FD FROM 733S-LIN-MSG
           END-IF
           IF NOT HISTORICO-PRESENTE
              MOVE SPACES TO 733S-LIN-MSG
              STRING 'AVISO: HISTORICO ' DELIMITED BY SIZE
                     DDN-350H DELIMITED BY SPACE
                     ' AUSENTE - GOZO SO DAS FERIAS CORRENTES'
                     DELIMITED BY SIZE
                     INTO 733S-MSG
              WRITE 733S-REGISTRO-FD FROM 733S-LIN-MSG
           END-IF
           IF DT-CORTE-VENCIDOS NOT EQUAL ZEROES
              MOVE SPACES TO 733S-LIN-MSG
              STRING 'VENCIDOS COM PRAZO ANTES DE ' DELIMITED BY SIZE
                     DT-CORTE-VENCIDOS DELIMITED BY SIZE
                     ' NAO LISTADOS' DELIMITED BY SIZE
                     INTO 733S-MSG
              WRITE 733S-REGISTRO-FD FROM 733S-LIN-MSG
           END-IF
           MOVE SPACES                     TO 733S-LIN-TOT
           MOVE 'MATRICULAS ATIVAS'        TO 733S-TOT-DESC
           MOVE CNT-ATIVAS                 TO 733S-TOT-QTDE
           WRITE 733S-REGISTRO-FD FROM 733S-LIN-TOT
           MOVE SPACES                     TO 733S-LIN-TOT
           MOVE '  SEM DATA DE ADMISSAO'   TO 733S-TOT-DESC
           MOVE CNT-SEM-ADMISSAO           TO 733S-TOT-QTDE
           WRITE 733S-REGISTRO-FD FROM 733S-LIN-TOT
           MOVE SPACES                     TO 733S-LIN-TOT
           MOVE 'FERIAS (FE) LIDAS'        TO 733S-TOT-DESC
           MOVE CNT-FE-LIDOS               TO 733S-TOT-QTDE
           WRITE 733S-REGISTRO-FD FROM 733S-LIN-TOT
           MOVE SPACES                     TO 733S-LIN-TOT
           MOVE '  COM DATA INVALIDA'      TO 733S-TOT-DESC
           MOVE CNT-FE-INVALIDOS           TO 733S-TOT-QTDE
           WRITE 733S-REGISTRO-FD FROM 733S-LIN-TOT
           MOVE SPACES                     TO 733S-LIN-TOT
           MOVE '  REPETIDAS (DESCARTADAS)' TO 733S-TOT-DESC
           MOVE CNT-FE-DUPLICADOS          TO 733S-TOT-QTDE
           WRITE 733S-REGISTRO-FD FROM 733S-LIN-TOT
           MOVE SPACES                     TO 733S-LIN-TOT
           MOVE 'PERIODOS LISTADOS'        TO 733S-TOT-DESC
           MOVE CNT-LISTADOS               TO 733S-TOT-QTDE
           WRITE 733S-REGISTRO-FD FROM 733S-LIN-TOT
           MOVE SPACES                     TO 733S-LIN-TOT
           MOVE 'VENCIDOS (PAGAR EM DOBRO)' TO 733S-TOT-DESC
           MOVE CNT-VENCIDOS               TO 733S-TOT-QTDE
           WRITE 733S-REGISTRO-FD FROM 733S-LIN-TOT
           MOVE SPACES                     TO 733S-LIN-TOT
           MOVE '  DIAS DE SALDO VENCIDO'  TO 733S-TOT-DESC
           MOVE CNT-DIAS-VENCIDOS          TO 733S-TOT-QTDE
           WRITE 733S-REGISTRO-FD FROM 733S-LIN-TOT
           MOVE SPACES                     TO 733S-LIN-TOT
           MOVE 'A VENCER NO PRAZO DO ALERTA' TO 733S-TOT-DESC
           MOVE CNT-A-VENCER               TO 733S-TOT-QTDE
           WRITE 733S-REGISTRO-FD FROM 733S-LIN-TOT
           MOVE SPACES                     TO 733S-LIN-TOT
           MOVE 'VENCIDOS ANTES DO CORTE'  TO 733S-TOT-DESC
           MOVE CNT-ANTES-CORTE            TO 733S-TOT-QTDE
           WRITE 733S-REGISTRO-FD FROM 733S-LIN-TOT
           WRITE 733S-REGISTRO-FD FROM 733S-LIN-HIFEN
           WRITE 733S-REGISTRO-FD FROM 733S-FIM-REL
           .
       350999-SAIDA. EXIT.
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
       400000-SOMA-FERIAS SECTION.
      *-----------------------------
      **** SOMA EM DIAS-GOZADOS OS DIAS DAS FERIAS DA MATRICULA QUE
      **** CAEM NA JANELA INT-JAN-INI/FIM (CORRIDOS, OU UTEIS PELO
      **** CALENDARIO DA LOTACAO DA MATRICULA).
           IF IDX-FE-PRIM EQUAL ZEROES
              GO TO 400999-SAIDA
           END-IF
           MOVE IDX-FE-PRIM TO IDX-FE
           PERFORM WITH TEST BEFORE
                    UNTIL IDX-FE GREATER THAN QTD-FE
                    IF TAB-FE-MATR (IDX-FE) NOT EQUAL SORT-MATR
                       MOVE QTD-FE TO IDX-FE
                    ELSE
                       PERFORM 410000-CALCULA-DIAS-JANELA
                       ADD DIAS-CALC-FE TO DIAS-GOZADOS
                    END-IF
                    ADD 1 TO IDX-FE
           END-PERFORM
           .
       400999-SAIDA. EXIT.
      *-----------------------------
       410000-CALCULA-DIAS-JANELA SECTION.
      *-----------------------------
      **** MESMO CALCULO DO 367700-CALCULA-DIAS-JANELA DO T99P2001.
           MOVE 0 TO DIAS-CALC-FE
           COMPUTE INT-FE-INI =
                   FUNCTION INTEGER-OF-DATE (TAB-FE-INI (IDX-FE))
           COMPUTE INT-FE-FIM =
                   FUNCTION INTEGER-OF-DATE (TAB-FE-FIM (IDX-FE))
           IF INT-FE-INI LESS THAN INT-JAN-INI
              MOVE INT-JAN-INI TO INT-FE-INI
           END-IF
           IF INT-FE-FIM GREATER THAN INT-JAN-FIM
              MOVE INT-JAN-FIM TO INT-FE-FIM
           END-IF
           IF INT-FE-FIM NOT LESS INT-FE-INI
              COMPUTE DIAS-CALC-FE = INT-FE-FIM - INT-FE-INI + 1
              IF CONTAGEM-UTEIS
                 PERFORM 420000-CONTA-DIAS-UTEIS
              END-IF
           END-IF
           .
       410999-SAIDA. EXIT.
      *-----------------------------
       420000-CONTA-DIAS-UTEIS SECTION.
      *-----------------------------
           MOVE 'U'          TO 420C-FUNCAO
           MOVE SORT-LOTACAO TO 420C-LOTACAO
           COMPUTE 420C-DT-INI = FUNCTION DATE-OF-INTEGER (INT-FE-INI)
           COMPUTE 420C-DT-FIM = FUNCTION DATE-OF-INTEGER (INT-FE-FIM)
           CALL 'T99S420C' USING 420C-AREA
           IF 420C-OK
              MOVE 420C-DIAS TO DIAS-CALC-FE
           END-IF
           .
       420999-SAIDA. EXIT.
      *-----------------------------
       700000-LOCALIZA-FERIAS SECTION.
      *-----------------------------
      **** PESQUISA BINARIA DA PRIMEIRA FERIAS DE SORT-MATR EM TAB-FE
      **** (MENOR POSICAO COM MATRICULA NAO MENOR QUE A PROCURADA).
           MOVE 0 TO IDX-FE-PRIM
           MOVE 1 TO IDX-FE-INI
           MOVE QTD-FE TO IDX-FE-FIM
           PERFORM WITH TEST BEFORE
                    UNTIL IDX-FE-INI GREATER THAN IDX-FE-FIM
                    COMPUTE IDX-FE-MEIO = (IDX-FE-INI + IDX-FE-FIM)
                                          / 2
                    IF TAB-FE-MATR (IDX-FE-MEIO) LESS THAN SORT-MATR
                       COMPUTE IDX-FE-INI = IDX-FE-MEIO + 1
                    ELSE
                       COMPUTE IDX-FE-FIM = IDX-FE-MEIO - 1
                    END-IF
           END-PERFORM
           IF IDX-FE-INI NOT GREATER THAN QTD-FE
              IF TAB-FE-MATR (IDX-FE-INI) EQUAL SORT-MATR
                 MOVE IDX-FE-INI TO IDX-FE-PRIM
              END-IF
           END-IF
           .
       700999-SAIDA. EXIT.
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
      **** VALEM OS DEFAULTS JA FIXADOS EM WORKING-STORAGE (30 DIAS
      **** CORRIDOS, ALERTA DE 60 DIAS, TODOS OS VENCIDOS).
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
           IF 900P-ARQ-350H NOT EQUAL SPACES
              MOVE 900P-ARQ-350H TO DDN-350H
           END-IF
           IF 900P-ARQ-400E NOT EQUAL SPACES
              MOVE 900P-ARQ-400E TO DDN-400E
           END-IF
           IF 900P-ARQ-420E NOT EQUAL SPACES
              MOVE 900P-ARQ-420E TO DDN-420E
           END-IF
           IF 900P-ARQ-733S NOT EQUAL SPACES
              MOVE 900P-ARQ-733S TO DDN-733S
           END-IF
           IF 900P-DIAS-FERIAS NUMERIC AND
              900P-DIAS-FERIAS GREATER THAN ZEROES
              MOVE 900P-DIAS-FERIAS TO DIAS-FERIAS-LIMITE
              MOVE 'S' TO SW-LIMITE-FE-CARTAO
           END-IF
           IF 900P-CONTAGEM-DIAS EQUAL 'U'
              MOVE 'U' TO SW-CONTAGEM-DIAS
              IF NOT LIMITE-FE-DO-CARTAO
                 MOVE 22 TO DIAS-FERIAS-LIMITE
              END-IF
           END-IF
           IF 900P-DIAS-ALERTA-FERIAS NUMERIC AND
              900P-DIAS-ALERTA-FERIAS GREATER THAN ZEROES
              MOVE 900P-DIAS-ALERTA-FERIAS TO DIAS-ALERTA
           END-IF
           IF 900P-DT-CORTE-FERIAS NUMERIC
              MOVE 900P-DT-CORTE-FERIAS TO DT-CORTE-VENCIDOS
           END-IF
           .
       900009-SAIDA. EXIT.
      *-----------------------------
       904100-CARREGA-CALENDARIO SECTION.
      *-----------------------------
      **** CONTAGEM EM DIAS UTEIS: SEM O MODULO OU SEM O CALENDARIO
      **** NAO HA APURACAO (MESMO TRATAMENTO DO T99P2012 -- O SALDO
      **** NAO CAI PARA DIAS CORRIDOS EM SILENCIO).
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
           DISPLAY CTE-PROG ' ' CTE-VERS ' *** FERIAS EM DIAS UTEIS - '
                   'LIMITE ' DIAS-FERIAS-LIMITE ' DIAS'
           .
       904100-SAIDA. EXIT.
      *--------------------------
       999001-ERRO-001 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 001 DT-CORTE-FERIAS INVALIDA NO T99F900P: '
                   DT-CORTE-VENCIDOS
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      *--------------------------
       999002-ERRO-002 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 002 ERRO OPEN RELATORIO: ' DDN-733S
                   ' (' FS-733S ')'
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      *--------------------------
       999003-ERRO-003 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 003 MAIS DE 60000 FERIAS NO T99F350S/T99F350H'
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      *--------------------------
       999011-ERRO-011 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 011 CADASTRO NAO ENCONTRADO: ' DDN-100S
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
       END PROGRAM T99P2034.
      ******************************************************************
