      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
      *
       PROGRAM-ID. T99P2026.
      *
      *AUTHOR.  MARCIO CONC
      *REMARKS. SANEAMENTO PERIODICO DO CADASTRO: APLICA A CADA
      *REMARKS. MATRICULA ATIVA DO T99F100S AS MESMAS REGRAS QUE O
      *REMARKS. T99P2001 APLICA AO MOVIMENTO T99F200E -- DIGITO DO CPF,
      *REMARKS. DOMINIO DE SEXO E EST-CIVIL, DATAS DE NASCIMENTO E
      *REMARKS. ADMISSAO (INCLUSIVE AS ZERADAS NA CONVERSAO DO LAYOUT
      *REMARKS. ANTIGO PELO T99P2009), LOTACAO CONTRA A TABELA
      *REMARKS. T99F400E (AUSENTE OU INATIVADA) E SANEAMENTO DO NOME --
      *REMARKS. PARA OS REGISTROS GRAVADOS ANTES DESSAS REGRAS
      *REMARKS. EXISTIREM. IMPRIME NO T99L726S A LISTA DE PENDENCIAS
      *REMARKS. POR LOTACAO, COM A CONTAGEM POR REGRA, E GRAVA NO
      *REMARKS. T99F200C UM RASCUNHO DE ALTERACOES (CMDO 02, LAYOUT
      *REMARKS. T99F200E COM HEADER, CADEIA DE SEQ E TRAILER), UMA POR
      *REMARKS. MATRICULA PENDENTE, COM A CORRECAO JA PREENCHIDA ONDE
      *REMARKS. ELA E CONHECIDA (NOME SANEADO; LOTACAO INATIVADA OU
      *REMARKS. EXTINTA LEVADA A LOTACAO ATIVA PELO DE-PARA T99F410E).
      *REMARKS. O RH REVISA O RASCUNHO, COMPLETA AS CORRECOES MANUAIS
      *REMARKS. E O SUBMETE COMO ARQUIVO DE MOVIMENTO NORMAL. SOMENTE
      *REMARKS. LEITURA DO CADASTRO. RETURN-CODE 4 QUANDO HA
      *REMARKS. PENDENCIAS.
      *DATE-WRITTEN. 15/10/2026.
      *VERSAO 002-MARCIO CONC-15/10/2026-CADASTRO ABERTO ANTES DO SORT
      *VERSAO 002-MARCIO CONC-15/10/2026-(A FALTA DELE NAO SAI MAIS DE
      *VERSAO 002-MARCIO CONC-15/10/2026-DENTRO DO INPUT PROCEDURE).
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
           SELECT T99F400E ASSIGN TO DDN-400E
               FILE STATUS IS FS-400E
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99F410E ASSIGN TO DDN-410E
               FILE STATUS IS FS-410E
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99F200C ASSIGN TO DDN-200C
               FILE STATUS IS FS-200C
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99L726S ASSIGN TO DDN-726S
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
       FD  T99F400E
           BLOCK  0
           RECORD 40
           RECORDING F.
      *
       01  400E-REGISTRO-FD            PIC X(40).
      *
       FD  T99F410E
           BLOCK  0
           RECORD 16
           RECORDING F.
      *
       01  410E-REGISTRO-FD            PIC X(16).
      *
       FD  T99F200C
           BLOCK  0
           RECORD 90
           RECORDING F.
      *
       01  200C-REGISTRO-FD            PIC X(90).
      *
       FD  T99L726S
           BLOCK  0
           RECORD 72
           RECORDING F.
      *
       01  726S-REGISTRO-FD            PIC X(72).
      *
       FD  T99F900P
           BLOCK  0
           RECORD 1923
           RECORDING F.
      *
       01  900P-REGISTRO-FD            PIC X(1923).
      *
      **** ARQUIVO DE TRABALHO DO SORT: UMA PENDENCIA POR REGISTRO,
      **** ORDENADA POR LOTACAO, MATRICULA E REGRA, COM O NOME E A
      **** CORRECAO PREENCHIDA NO RASCUNHO (OU MANUAL).
       SD  SORT-WORK.
      *
       01  SORT-REG.
           03  SORT-LOTACAO            PIC X(04).
           03  SORT-MATR               PIC 9(07).
           03  SORT-REGRA              PIC 9(02).
           03  SORT-NOME               PIC X(30).
           03  SORT-CORRECAO           PIC X(12).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       77  CTE-PROG                    PIC  X(16)     VALUE
                                               '*** T99P2026 ***'.
       77  CTE-VERS                    PIC  X(06)     VALUE 'VRS002'.
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
      *{{ INCLUI BOOKS }}
            COPY 'T99K100S.cpy'.
            COPY 'T99K200E.cpy'.
            COPY 'T99K400E.cpy'.
            COPY 'T99K410E.cpy'.
            COPY 'T99K726S.cpy'.
            COPY 'T99K900P.cpy'.
      *{{  FIM BOOKS  }}
       77  FS-100S                     PIC  XX.
       77  FS-400E                     PIC  XX.
       77  FS-410E                     PIC  XX.
       77  FS-200C                     PIC  XX.
       77  FS-900P                     PIC  XX.
       77  DDN-100S                    PIC  X(20)     VALUE
                                               'T99F100S.txt'.
       77  DDN-400E                    PIC  X(20)     VALUE
                                               'T99F400E.txt'.
       77  DDN-410E                    PIC  X(20)     VALUE
                                               'T99F410E.txt'.
       77  DDN-200C                    PIC  X(20)     VALUE
                                               'T99F200C.txt'.
       77  DDN-726S                    PIC  X(20)     VALUE
                                               'T99L726S.txt'.
      *
       01  DATA-SISTEMA-GRP.
           03  DATA-SISTEMA          PIC  9(08).
      *
       77  SW-FIM-100S                 PIC  X(01)     VALUE 'N'.
           88  FIM-100S                                 VALUE 'S'.
       77  SW-FIM-400E                 PIC  X(01)     VALUE 'N'.
           88  FIM-400E                                 VALUE 'S'.
       77  SW-FIM-410E                 PIC  X(01)     VALUE 'N'.
           88  FIM-410E                                 VALUE 'S'.
       77  SW-FIM-SORT                 PIC  X(01)     VALUE 'N'.
           88  FIM-SORT                                 VALUE 'S'.
       77  SW-PRIMEIRA-LOT             PIC  X(01)     VALUE 'S'.
           88  PRIMEIRA-LOTACAO                         VALUE 'S'.
       77  SW-TEM-PENDENCIA            PIC  X(01)     VALUE 'N'.
           88  TEM-PENDENCIA                            VALUE 'S'.
      **** SEM A TABELA T99F400E AS REGRAS DE LOTACAO AUSENTE OU
      **** INATIVADA SAO DISPENSADAS COM AVISO (MESMO CRITERIO DO
      **** 324000-VALIDA-LOTACAO DO T99P2001).
       77  SW-CONFERE-LOTACAO          PIC  X(01)     VALUE 'S'.
           88  CONFERE-LOTACAO                          VALUE 'S'.
      *
       77  LOTACAO-CORRENTE            PIC  X(04)     VALUE SPACES.
       77  DESC-LOTACAO                PIC  X(30)     VALUE SPACES.
       77  PAG-726S                    PIC  9(05)     VALUE 0.
       77  CNT-SEQ-200C                PIC  9(05)     VALUE 1.
       77  SMT-SEQ-200C                PIC  9(09)     VALUE 1.
       77  CNT-BASE                    PIC  9(07)     VALUE 0.
       77  CNT-EXCLUIDOS               PIC  9(07)     VALUE 0.
       77  CNT-VARRIDOS                PIC  9(07)     VALUE 0.
       77  CNT-MATR-PENDENTES          PIC  9(07)     VALUE 0.
       77  CNT-PENDENCIAS              PIC  9(07)     VALUE 0.
       77  CNT-CORR-PREENCHIDAS        PIC  9(07)     VALUE 0.
       77  CNT-GERADOS                 PIC  9(07)     VALUE 0.
       77  CNT-LOTACAO                 PIC  9(07)     VALUE 0.
      *
      **** REGRAS DO SANEAMENTO: DESCRICAO E OCORRENCIA QUE A MESMA
      **** FALHA GERA NO T99L701S QUANDO VEM NUM MOVIMENTO (O NUMERO
      **** DA REGRA E A POSICAO NA TABELA). LOTACAO EM BRANCO (REGRA
      **** 10) PASSA NA NOITE (TRANSICAO DO LAYOUT ANTIGO), MAS E
      **** LISTADA PARA O RH COMPLETAR O CADASTRO.
       77  QTD-REGRAS                  PIC  9(02)     VALUE 13.
       77  IDX-REGRA                   PIC  9(02)     VALUE 0.
       77  REGRA-CORR                  PIC  9(02)     VALUE 0.
       77  CORRECAO-CORR               PIC  X(12)     VALUE SPACES.
       01  TABELA-REGRAS-FIXA.
           03  FILLER                PIC X(27)     VALUE
                                     'CPF DIGITO INVALIDO     098'.
           03  FILLER                PIC X(27)     VALUE
                                     'SEXO FORA DO DOMINIO    095'.
           03  FILLER                PIC X(27)     VALUE
                                     'EST-CIVIL FORA DOMINIO  096'.
           03  FILLER                PIC X(27)     VALUE
                                     'DATAS ZERADAS CONV. V1  074'.
           03  FILLER                PIC X(27)     VALUE
                                     'DT-NASCIMENTO INVALIDA  074'.
           03  FILLER                PIC X(27)     VALUE
                                     'DT-ADMISSAO INVALIDA    075'.
           03  FILLER                PIC X(27)     VALUE
                                     'NASCIMENTO APOS ADMISSAO076'.
           03  FILLER                PIC X(27)     VALUE
                                     'IDADE MINIMA NA ADMISSAO077'.
           03  FILLER                PIC X(27)     VALUE
                                     'ADMISSAO FUTURA         078'.
           03  FILLER                PIC X(27)     VALUE
                                     'LOTACAO EM BRANCO       ---'.
           03  FILLER                PIC X(27)     VALUE
                                     'LOTACAO NAO CADASTRADA  071'.
           03  FILLER                PIC X(27)     VALUE
                                     'LOTACAO INATIVADA       071'.
           03  FILLER                PIC X(27)     VALUE
                                     'NOME COM CEDILHA        086'.
       01  TABELA-REGRAS REDEFINES TABELA-REGRAS-FIXA.
           03  TAB-REGRA-ENT  OCCURS  13  TIMES.
               05  TAB-REGRA-DESC      PIC  X(24).
               05  TAB-REGRA-OCORR     PIC  X(03).
       01  CNT-REGRAS-GERAL.
           03  CNT-REGRA-GERAL  OCCURS  13  TIMES PIC  9(07).
       01  CNT-REGRAS-LOTACAO.
           03  CNT-REGRA-LOT    OCCURS  13  TIMES PIC  9(07).
      *
      **** DIGITO DO CPF: MESMAS AREAS E MESMO ALGORITMO DO 326000 DO
      **** T99P2001.
       01  CPF-VALIDA-AREA.
           03  CPF-NUM                PIC  9(11).
           03  CPF-NUM-R  REDEFINES  CPF-NUM.
               05  CPF-DIG            PIC  9(01)  OCCURS  11  TIMES.
           03  CPF-PESO               PIC  9(02).
           03  CPF-IDX                PIC  9(02).
           03  CPF-SOMA               PIC  9(05).
           03  CPF-TEMP               PIC  9(06).
           03  CPF-QUOC               PIC  9(05).
           03  CPF-RESTO              PIC  9(05).
           03  CPF-DV-CALC            PIC  9(01).
      *
       01  CPF-SWITCHES.
           03  SW-CPF-VALIDO           PIC  X(01)     VALUE 'S'.
               88  CPF-VALIDO                          VALUE 'S'.
               88  CPF-INVALIDO                         VALUE 'N'.
           03  SW-CPF-TODOS-IGUAIS     PIC  X(01)     VALUE 'N'.
               88  CPF-TODOS-IGUAIS                     VALUE 'S'.
      *
      **** DATAS: MESMA REGRA DO 323000/380000 DO T99P2001 (IDADE
      **** MINIMA DO CARTAO, 900P-IDADE-MINIMA, DEFAULT 14).
       77  IDADE-MINIMA                PIC  9(03)     VALUE 14.
       77  IDADE-NA-ADMISSAO           PIC S9(04)     VALUE 0.
       01  VAL-DT-NASC-GRP.
           03  VAL-DT-NASC             PIC  9(08).
       01  VAL-DT-NASC-RED REDEFINES VAL-DT-NASC-GRP.
           03  VAL-NASC-AA             PIC  9(04).
           03  VAL-NASC-MMDD           PIC  9(04).
       01  VAL-DT-ADM-GRP.
           03  VAL-DT-ADM              PIC  9(08).
       01  VAL-DT-ADM-RED REDEFINES VAL-DT-ADM-GRP.
           03  VAL-ADM-AA              PIC  9(04).
           03  VAL-ADM-MMDD            PIC  9(04).
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
           88  DATA-INVALIDA                            VALUE 'N'.
      *
      **** NOME: O MESMO SANEAMENTO DO 900013/900014 DO T99P2001
      **** (C-CEDILHA NEUTRALIZADO PARA 'C'/'c').
       77  CTE-CEDILHA-MAI             PIC  X(01)     VALUE X'C7'.
       77  CTE-CEDILHA-MIN             PIC  X(01)     VALUE X'E7'.
       77  CNT-NOME-SANEADO            PIC  9(03)     VALUE 0.
      *
      **** TAB-LOTACOES: CODIGO, DESCRICAO E FLAG DE ATIVA DO
      **** T99F400E.
       77  QTD-LOTACOES                PIC  9(05)     VALUE 0.
       77  IDX-LOTACAO                 PIC  9(05)     VALUE 0.
       77  LOTACAO-BUSCA               PIC  X(04)     VALUE SPACES.
       77  SITUACAO-LOTACAO            PIC  X(01)     VALUE SPACE.
           88  LOTACAO-ATIVA                            VALUE 'A'.
           88  LOTACAO-INATIVA                          VALUE 'I'.
           88  LOTACAO-AUSENTE                          VALUE 'N'.
       01  TAB-LOTACOES-GERAL.
           03  TAB-LOTACAO-ENT  OCCURS  500  TIMES.
               05  TAB-LOTACAO-COD     PIC  X(04).
               05  TAB-LOTACAO-DESC    PIC  X(30).
               05  TAB-LOTACAO-ATIVO   PIC  X(01).
      *
      **** TABELA DE-PARA DE LOTACOES (T99F410E, MESMO LIMITE DE 200
      **** LINHAS DO T99P2017). ARQUIVO OPCIONAL: SEM ELE NENHUMA
      **** LOTACAO E CORRIGIDA NO RASCUNHO. O DE-PARA E SEGUIDO EM
      **** CADEIA (ATE 5 SALTOS) ATE CHEGAR A UMA LOTACAO ATIVA.
       77  QTD-DEPARA                  PIC  9(03)     VALUE 0.
       77  IDX-DEPARA                  PIC  9(03)     VALUE 0.
       77  QTD-SALTOS                  PIC  9(02)     VALUE 0.
       77  LOTACAO-NOVA                PIC  X(04)     VALUE SPACES.
       77  SW-ACHOU-DEPARA             PIC  X(01)     VALUE 'N'.
           88  ACHOU-DEPARA                             VALUE 'S'.
       77  SW-FIM-CADEIA               PIC  X(01)     VALUE 'N'.
           88  FIM-CADEIA                               VALUE 'S'.
       01  TAB-DEPARA-GERAL.
           03  TAB-DEPARA-ENT  OCCURS  200  TIMES.
               05  TAB-DEPARA-ANT      PIC  X(04).
               05  TAB-DEPARA-NOVA     PIC  X(04).
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
           PERFORM 900022-CARREGA-LOTACOES
           PERFORM 100000-CARREGA-DEPARA
           MOVE ZEROES TO CNT-REGRAS-GERAL
      *
      **** O CADASTRO E ABERTO ANTES DO SORT E DO RASCUNHO: A FALTA
      **** DELE ENCERRA O PROGRAMA SEM DEIXAR O SORT PELA METADE NEM
      **** UM RASCUNHO SO COM HEADER.
           OPEN INPUT T99F100S
           IF FS-100S NOT EQUAL ZEROES
              PERFORM 999011-ERRO-011
           END-IF
           OPEN OUTPUT T99F200C
           IF FS-200C NOT EQUAL ZEROES
              PERFORM 999012-ERRO-012
           END-IF
           PERFORM 240000-GRAVA-HEADER-200C
           OPEN OUTPUT T99L726S
           SORT SORT-WORK
                ON ASCENDING KEY SORT-LOTACAO SORT-MATR SORT-REGRA
                INPUT PROCEDURE 200000-VARRE-BASE
                OUTPUT PROCEDURE 400000-IMPRIME-PENDENCIAS
           CLOSE T99L726S
           PERFORM 250000-GRAVA-TRAILER-200C
           CLOSE T99F200C
      *
           DISPLAY CTE-PROG ' ' CTE-VERS ' *** VARRIDOS: '
                   CNT-VARRIDOS ' PENDENCIAS: ' CNT-PENDENCIAS
                   ' ALTERACOES NO RASCUNHO: ' CNT-GERADOS
                   ' EM ' DDN-200C
           IF CNT-PENDENCIAS GREATER THAN 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           DISPLAY CTE-PROG ' ' CTE-VERS ' *** 999 *** FIM NORMAL'
           .
       999999-ENCERRA.
           GOBACK
           .
      *-----------------------------
       100000-CARREGA-DEPARA SECTION.
      *-----------------------------
           MOVE 0 TO QTD-DEPARA
           MOVE 'N' TO SW-FIM-410E
           OPEN INPUT T99F410E
           IF FS-410E NOT EQUAL ZEROES
              DISPLAY CTE-PROG ' ' CTE-VERS
                 ' *** AVISO: TABELA DE-PARA ' DDN-410E
                 ' INDISPONIVEL (' FS-410E ') - LOTACOES SEM CORRECAO'
              GO TO 100999-SAIDA
           END-IF
           PERFORM WITH TEST BEFORE UNTIL FIM-410E
                    READ T99F410E INTO 410E-REGISTRO
                        AT END
                            MOVE 'S' TO SW-FIM-410E
                        NOT AT END
                            IF QTD-DEPARA LESS THAN 200
                               ADD 1 TO QTD-DEPARA
                               MOVE 410E-LOT-ANT TO
                                    TAB-DEPARA-ANT (QTD-DEPARA)
                               MOVE 410E-LOT-NOVA TO
                                    TAB-DEPARA-NOVA (QTD-DEPARA)
                            ELSE
                               PERFORM 999003-ERRO-003
                            END-IF
                    END-READ
           END-PERFORM
           CLOSE T99F410E
           .
       100999-SAIDA. EXIT.
      *-----------------------------
       200000-VARRE-BASE SECTION.
      *-----------------------------
      **** LE O CADASTRO INTEIRO. MATRICULA EXCLUIDA (CMDO 03, BAIXA
      **** LOGICA) SO ENTRA NA CONTAGEM DA BASE: NAO RECEBE MAIS
      **** ALTERACAO. O CADASTRO VEM EM ORDEM DE MATRICULA, ENTAO O
      **** RASCUNHO SAI ORDENADO, SEM PRECISAR DO PRE-SORT. O CADASTRO
      **** JA VEM ABERTO DO 000000.
           MOVE 'N' TO SW-FIM-100S
           PERFORM WITH TEST BEFORE UNTIL FIM-100S
                    READ T99F100S INTO 100S-REGISTRO
                        AT END
                            MOVE 'S' TO SW-FIM-100S
                        NOT AT END
                            IF (NOT 100S-HDR) AND (NOT 100S-TRL)
                               ADD 1 TO CNT-BASE
                               IF 100S-CMDO EQUAL 03
                                  ADD 1 TO CNT-EXCLUIDOS
                               ELSE
                                  ADD 1 TO CNT-VARRIDOS
                                  PERFORM 210000-VARRE-REGISTRO
                               END-IF
                            END-IF
                    END-READ
           END-PERFORM
           CLOSE T99F100S
           .
       200999-SAIDA. EXIT.
      *-----------------------------
       210000-VARRE-REGISTRO SECTION.
      *-----------------------------
      **** MONTA A ALTERACAO COM OS DADOS CORRENTES, PASSA A MATRICULA
      **** POR TODAS AS REGRAS (CADA REGRA VIOLADA VIRA UMA LINHA DA
      **** LISTA; A CORRECAO CONHECIDA JA FICA NA ALTERACAO) E, SE
      **** HOUVE PENDENCIA, GRAVA A ALTERACAO NO RASCUNHO. O NOME E
      **** SANEADO PRIMEIRO, PARA A LISTA SAIR COM O NOME SANEADO.
           MOVE 'N' TO SW-TEM-PENDENCIA
           PERFORM 220000-MONTA-ALTERACAO
           PERFORM 300000-REGRA-NOME
           PERFORM 310000-REGRA-CPF
           PERFORM 320000-REGRA-DOMINIOS
           PERFORM 330000-REGRA-DATAS
           PERFORM 340000-REGRA-LOTACAO
           IF TEM-PENDENCIA
              ADD 1 TO CNT-MATR-PENDENTES
              PERFORM 230000-GRAVA-ALTERACAO
           END-IF
           .
       210999-SAIDA. EXIT.
      *-----------------------------
       220000-MONTA-ALTERACAO SECTION.
      *-----------------------------
      **** ALTERACAO (CMDO 02) COM OS DADOS CORRENTES DA MATRICULA,
      **** EFETIVADA NA PROPRIA NOITE DA SUBMISSAO. NAO LEVA A MARCA
      **** 'V' DO LAYOUT ANTIGO: SE AS DATAS ESTAO ZERADAS, O RH TEM DE
      **** INFORMA-LAS NO RASCUNHO (A REGRA 04 E JUSTAMENTE ESSA
      **** PENDENCIA) E O MOVIMENTO PASSA PELA VALIDACAO COMPLETA.
           MOVE SPACES              TO 200E-REGISTRO
           MOVE 100S-MATR           TO 200E-MATR
           MOVE 100S-NOME           TO 200E-NOME
           MOVE 100S-SEXO           TO 200E-SEXO
           MOVE 100S-CPF            TO 200E-CPF
           MOVE 100S-EST-CIVIL      TO 200E-EST-CIVIL
           MOVE 100S-DT-NASCIMENTO  TO 200E-DT-NASCIMENTO
           MOVE 100S-DT-ADMISSAO    TO 200E-DT-ADMISSAO
           MOVE 100S-LOTACAO        TO 200E-LOTACAO
           MOVE SPACE               TO 200E-ORIGEM
           MOVE ZEROES              TO 200E-DT-EFETIVACAO
           MOVE 02                  TO 200E-CMDO
           .
       220999-SAIDA. EXIT.
      *-----------------------------
       230000-GRAVA-ALTERACAO SECTION.
      *-----------------------------
           ADD 1 TO CNT-SEQ-200C
           MOVE CNT-SEQ-200C        TO 200E-SEQ
           WRITE 200C-REGISTRO-FD FROM 200E-REGISTRO
           ADD CNT-SEQ-200C TO SMT-SEQ-200C
           ADD 1 TO CNT-GERADOS
           .
       230999-SAIDA. EXIT.
      *-----------------------------
       240000-GRAVA-HEADER-200C SECTION.
      *-----------------------------
      **** HEADER NO MESMO FORMATO DO T99F200E V2 (VIDE 200000 DO
      **** T99P2017), PARA O RASCUNHO REVISADO PASSAR DIRETO PELO
      **** T99P2000 E PELO 100000-TRATA-HEADER DO T99P2001.
           MOVE SPACES       TO 200E-REGISTRO
           MOVE ZEROS        TO 200E-MATR
           MOVE 'T99F200'    TO 200E-NOME-ARQ
           MOVE DATA-SISTEMA TO 200E-AMD-ARQ
           MOVE '02'         TO 200E-VRS-LAYOUT
           MOVE CNT-SEQ-200C TO 200E-SEQ
           WRITE 200C-REGISTRO-FD FROM 200E-REGISTRO
           .
       240999-SAIDA. EXIT.
      *-----------------------------
       250000-GRAVA-TRAILER-200C SECTION.
      *-----------------------------
           MOVE SPACES       TO 200E-REGISTRO
           MOVE 9999999      TO 200E-MATR
           MOVE SMT-SEQ-200C TO 200E-SOMAT-SEQ
           WRITE 200C-REGISTRO-FD FROM 200E-REGISTRO
           .
       250999-SAIDA. EXIT.
      *-----------------------------
       290000-LIBERA-PENDENCIA SECTION.
      *-----------------------------
      **** UMA LINHA DA LISTA PARA A REGRA EM REGRA-CORR, COM A
      **** CORRECAO EM CORRECAO-CORR (EM BRANCO = MANUAL).
           IF CORRECAO-CORR EQUAL SPACES
              MOVE 'MANUAL' TO CORRECAO-CORR
           ELSE
              ADD 1 TO CNT-CORR-PREENCHIDAS
           END-IF
           MOVE 100S-LOTACAO  TO SORT-LOTACAO
           MOVE 100S-MATR     TO SORT-MATR
           MOVE REGRA-CORR    TO SORT-REGRA
           MOVE 200E-NOME     TO SORT-NOME
           MOVE CORRECAO-CORR TO SORT-CORRECAO
           RELEASE SORT-REG
           ADD 1 TO CNT-REGRA-GERAL (REGRA-CORR)
           ADD 1 TO CNT-PENDENCIAS
           MOVE 'S' TO SW-TEM-PENDENCIA
           MOVE SPACES TO CORRECAO-CORR
           .
       290999-SAIDA. EXIT.
      *-----------------------------
       300000-REGRA-NOME SECTION.
      *-----------------------------
      **** REGRA 13: C-CEDILHA NO NOME, QUE DESLOCA OS CAMPOS
      **** POSICIONAIS (VIDE KNOWN-BUGS DO T99P2001). A CORRECAO E
      **** SEMPRE CONHECIDA: O NOME SANEADO VAI NA ALTERACAO.
           MOVE 0 TO CNT-NOME-SANEADO
           INSPECT 200E-NOME TALLYING CNT-NOME-SANEADO
                   FOR ALL CTE-CEDILHA-MAI ALL CTE-CEDILHA-MIN
           IF CNT-NOME-SANEADO NOT EQUAL 0
              INSPECT 200E-NOME REPLACING ALL CTE-CEDILHA-MAI BY 'C'
                                          ALL CTE-CEDILHA-MIN BY 'c'
              MOVE 13 TO REGRA-CORR
              MOVE 'NOME SANEADO' TO CORRECAO-CORR
              PERFORM 290000-LIBERA-PENDENCIA
           END-IF
           .
       300999-SAIDA. EXIT.
      *-----------------------------
       310000-REGRA-CPF SECTION.
      *-----------------------------
      **** REGRA 01: DIGITO VERIFICADOR DO CPF (OCORRENCIA 098).
           MOVE 100S-CPF TO CPF-NUM
           PERFORM 315000-VALIDA-CPF-NUM
           IF CPF-INVALIDO
              MOVE 01 TO REGRA-CORR
              PERFORM 290000-LIBERA-PENDENCIA
           END-IF
           .
       310999-SAIDA. EXIT.
      *-----------------------------
       315000-VALIDA-CPF-NUM SECTION.
      *-----------------------------
      **** VALIDA O DIGITO VERIFICADOR DO CPF EM CPF-NUM PELO
      **** ALGORITMO PADRAO DA RECEITA FEDERAL (MODULO 11), REJEITANDO
      **** TAMBEM OS CPF COM OS 9 PRIMEIROS DIGITOS TODOS IGUAIS.
           MOVE 'S'           TO SW-CPF-VALIDO
           MOVE 'S'           TO SW-CPF-TODOS-IGUAIS
      *
           MOVE 2 TO CPF-IDX
           PERFORM WITH TEST BEFORE UNTIL CPF-IDX GREATER THAN 9
                    IF CPF-DIG (CPF-IDX) NOT EQUAL CPF-DIG (1)
                       MOVE 'N' TO SW-CPF-TODOS-IGUAIS
                    END-IF
                    ADD 1 TO CPF-IDX
           END-PERFORM
      *
           IF  CPF-TODOS-IGUAIS
               MOVE 'N' TO SW-CPF-VALIDO
           ELSE
               MOVE 0 TO CPF-SOMA
               MOVE 1 TO CPF-IDX
               MOVE 10 TO CPF-PESO
               PERFORM WITH TEST BEFORE UNTIL CPF-IDX GREATER THAN 9
                        COMPUTE CPF-SOMA = CPF-SOMA +
                                (CPF-DIG (CPF-IDX) * CPF-PESO)
                        SUBTRACT 1 FROM CPF-PESO
                        ADD 1 TO CPF-IDX
               END-PERFORM
               COMPUTE CPF-TEMP = CPF-SOMA * 10
               DIVIDE CPF-TEMP BY 11 GIVING CPF-QUOC
                      REMAINDER CPF-RESTO
               IF  CPF-RESTO EQUAL 10
                   MOVE 0 TO CPF-DV-CALC
               ELSE
                   MOVE CPF-RESTO TO CPF-DV-CALC
               END-IF
               IF  CPF-DV-CALC NOT EQUAL CPF-DIG (10)
                   MOVE 'N' TO SW-CPF-VALIDO
               END-IF
      *
               MOVE 0 TO CPF-SOMA
               MOVE 1 TO CPF-IDX
               MOVE 11 TO CPF-PESO
               PERFORM WITH TEST BEFORE UNTIL CPF-IDX GREATER THAN 10
                        COMPUTE CPF-SOMA = CPF-SOMA +
                                (CPF-DIG (CPF-IDX) * CPF-PESO)
                        SUBTRACT 1 FROM CPF-PESO
                        ADD 1 TO CPF-IDX
               END-PERFORM
               COMPUTE CPF-TEMP = CPF-SOMA * 10
               DIVIDE CPF-TEMP BY 11 GIVING CPF-QUOC
                      REMAINDER CPF-RESTO
               IF  CPF-RESTO EQUAL 10
                   MOVE 0 TO CPF-DV-CALC
               ELSE
                   MOVE CPF-RESTO TO CPF-DV-CALC
               END-IF
               IF  CPF-DV-CALC NOT EQUAL CPF-DIG (11)
                   MOVE 'N' TO SW-CPF-VALIDO
               END-IF
           END-IF
           .
       315999-SAIDA. EXIT.
      *-----------------------------
       320000-REGRA-DOMINIOS SECTION.
      *-----------------------------
      **** REGRAS 02/03: SEXO E EST-CIVIL NO DOMINIO DO MOVIMENTO
      **** (88-NIVEIS DO T99K200E; OCORRENCIAS 095/096).
           IF NOT 200E-SEXO-VALIDO
              MOVE 02 TO REGRA-CORR
              PERFORM 290000-LIBERA-PENDENCIA
           END-IF
           IF NOT 200E-EST-CIVIL-VALIDO
              MOVE 03 TO REGRA-CORR
              PERFORM 290000-LIBERA-PENDENCIA
           END-IF
           .
       320999-SAIDA. EXIT.
      *-----------------------------
       330000-REGRA-DATAS SECTION.
      *-----------------------------
      **** REGRA 04: AS DUAS DATAS ZERADAS, HERANCA DA CONVERSAO DO
      **** LAYOUT ANTIGO (T99P2009). DEMAIS REGRAS (05-09) COM O MESMO
      **** RIGOR E A MESMA ORDEM DO 323000-VALIDA-DATAS-MVTO DO
      **** T99P2001: SO A PRIMEIRA FALHA E APONTADA.
           IF 100S-DT-NASCIMENTO EQUAL ZEROES AND
              100S-DT-ADMISSAO EQUAL ZEROES
              MOVE 04 TO REGRA-CORR
              PERFORM 290000-LIBERA-PENDENCIA
              GO TO 330999-SAIDA
           END-IF
           MOVE 100S-DT-NASCIMENTO TO VAL-DT-NASC
           MOVE 100S-DT-ADMISSAO   TO VAL-DT-ADM
           MOVE VAL-DT-NASC TO DTV-DATA
           PERFORM 335000-VALIDA-DATA
           IF DATA-INVALIDA
              MOVE 05 TO REGRA-CORR
              PERFORM 290000-LIBERA-PENDENCIA
              GO TO 330999-SAIDA
           END-IF
           MOVE VAL-DT-ADM TO DTV-DATA
           PERFORM 335000-VALIDA-DATA
           IF DATA-INVALIDA
              MOVE 06 TO REGRA-CORR
              PERFORM 290000-LIBERA-PENDENCIA
              GO TO 330999-SAIDA
           END-IF
           IF VAL-DT-NASC NOT LESS VAL-DT-ADM
              MOVE 07 TO REGRA-CORR
              PERFORM 290000-LIBERA-PENDENCIA
              GO TO 330999-SAIDA
           END-IF
           COMPUTE IDADE-NA-ADMISSAO = VAL-ADM-AA - VAL-NASC-AA
           IF VAL-ADM-MMDD LESS THAN VAL-NASC-MMDD
              SUBTRACT 1 FROM IDADE-NA-ADMISSAO
           END-IF
           IF IDADE-NA-ADMISSAO LESS THAN IDADE-MINIMA
              MOVE 08 TO REGRA-CORR
              PERFORM 290000-LIBERA-PENDENCIA
              GO TO 330999-SAIDA
           END-IF
           IF VAL-DT-ADM GREATER THAN DATA-SISTEMA
              MOVE 09 TO REGRA-CORR
              PERFORM 290000-LIBERA-PENDENCIA
           END-IF
           .
       330999-SAIDA. EXIT.
      *-----------------------------
       335000-VALIDA-DATA SECTION.
      *-----------------------------
      **** VALIDA DTV-DATA (AAAAMMDD) COMO DATA REAL DE CALENDARIO:
      **** MESMA CONFERENCIA DO 380000-VALIDA-DATA DO T99P2001.
           MOVE 'S' TO SW-DATA-VALIDA
           IF DTV-MM LESS THAN 1 OR DTV-MM GREATER THAN 12
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
       335999-SAIDA. EXIT.
      *-----------------------------
       340000-REGRA-LOTACAO SECTION.
      *-----------------------------
      **** REGRA 10: LOTACAO EM BRANCO (SEMPRE MANUAL). REGRAS 11/12:
      **** CODIGO AUSENTE DO T99F400E OU INATIVADO (OCORRENCIA 071);
      **** SE O DE-PARA LEVA A UMA LOTACAO ATIVA, ELA VAI NA
      **** ALTERACAO E A LISTA MOSTRA O CODIGO NOVO.
           IF 100S-LOTACAO EQUAL SPACES
              MOVE 10 TO REGRA-CORR
              PERFORM 290000-LIBERA-PENDENCIA
              GO TO 340999-SAIDA
           END-IF
           IF NOT CONFERE-LOTACAO
              GO TO 340999-SAIDA
           END-IF
           MOVE 100S-LOTACAO TO LOTACAO-BUSCA
           PERFORM 345000-SITUACAO-LOTACAO
           IF LOTACAO-ATIVA
              GO TO 340999-SAIDA
           END-IF
           IF LOTACAO-AUSENTE
              MOVE 11 TO REGRA-CORR
           ELSE
              MOVE 12 TO REGRA-CORR
           END-IF
           PERFORM 348000-SEGUE-DEPARA
           IF ACHOU-DEPARA
              MOVE LOTACAO-NOVA TO 200E-LOTACAO
              STRING 'NOVA '      DELIMITED BY SIZE
                     LOTACAO-NOVA DELIMITED BY SIZE
                     INTO CORRECAO-CORR
           END-IF
           PERFORM 290000-LIBERA-PENDENCIA
           .
       340999-SAIDA. EXIT.
      *-----------------------------
       345000-SITUACAO-LOTACAO SECTION.
      *-----------------------------
      **** SITUACAO DE LOTACAO-BUSCA NO T99F400E: 'A' ATIVA, 'I'
      **** INATIVADA, 'N' AUSENTE DA TABELA.
           MOVE 'N' TO SITUACAO-LOTACAO
           MOVE 1 TO IDX-LOTACAO
           PERFORM WITH TEST BEFORE
                    UNTIL IDX-LOTACAO GREATER THAN QTD-LOTACOES
                       OR NOT LOTACAO-AUSENTE
                    IF TAB-LOTACAO-COD (IDX-LOTACAO) EQUAL
                          LOTACAO-BUSCA
                       IF TAB-LOTACAO-ATIVO (IDX-LOTACAO) EQUAL 'S'
                          MOVE 'A' TO SITUACAO-LOTACAO
                       ELSE
                          MOVE 'I' TO SITUACAO-LOTACAO
                       END-IF
                    END-IF
                    ADD 1 TO IDX-LOTACAO
           END-PERFORM
           .
       345999-SAIDA. EXIT.
      *-----------------------------
       348000-SEGUE-DEPARA SECTION.
      *-----------------------------
      **** SEGUE O DE-PARA A PARTIR DA LOTACAO DA MATRICULA ATE UMA
      **** LOTACAO ATIVA (REORGANIZACOES SUCESSIVAS: A -> B -> C),
      **** NO MAXIMO 5 SALTOS. SEM DE-PARA, OU SE A CADEIA TERMINA
      **** NUMA LOTACAO QUE TAMBEM NAO ESTA ATIVA, A CORRECAO FICA
      **** MANUAL.
           MOVE 'N' TO SW-ACHOU-DEPARA
           MOVE 'N' TO SW-FIM-CADEIA
           MOVE 0 TO QTD-SALTOS
           MOVE 100S-LOTACAO TO LOTACAO-BUSCA
           PERFORM WITH TEST BEFORE
                    UNTIL ACHOU-DEPARA OR FIM-CADEIA
                    PERFORM 349000-PROCURA-DEPARA
                    IF IDX-DEPARA GREATER THAN QTD-DEPARA
                       MOVE 'S' TO SW-FIM-CADEIA
                    ELSE
                       ADD 1 TO QTD-SALTOS
                       MOVE TAB-DEPARA-NOVA (IDX-DEPARA)
                            TO LOTACAO-BUSCA
                       PERFORM 345000-SITUACAO-LOTACAO
                       IF LOTACAO-ATIVA
                          MOVE LOTACAO-BUSCA TO LOTACAO-NOVA
                          MOVE 'S' TO SW-ACHOU-DEPARA
                       ELSE
                          IF QTD-SALTOS NOT LESS 5
                             MOVE 'S' TO SW-FIM-CADEIA
                          END-IF
                       END-IF
                    END-IF
           END-PERFORM
           .
       348999-SAIDA. EXIT.
      *-----------------------------
       349000-PROCURA-DEPARA SECTION.
      *-----------------------------
      **** IDX-DEPARA APONTA A LINHA DO DE-PARA CUJO CODIGO ANTIGO E
      **** LOTACAO-BUSCA (ALEM DE QTD-DEPARA = NAO ENCONTRADA).
           MOVE 1 TO IDX-DEPARA
           PERFORM WITH TEST BEFORE
                    UNTIL IDX-DEPARA GREATER THAN QTD-DEPARA
                    IF TAB-DEPARA-ANT (IDX-DEPARA) EQUAL LOTACAO-BUSCA
                       GO TO 349999-SAIDA
                    END-IF
                    ADD 1 TO IDX-DEPARA
           END-PERFORM
           .
       349999-SAIDA. EXIT.
      *-------------------------------
       400000-IMPRIME-PENDENCIAS SECTION.
      *-------------------------------
           MOVE 'S' TO SW-PRIMEIRA-LOT
           MOVE 'N' TO SW-FIM-SORT
           PERFORM WITH TEST BEFORE UNTIL FIM-SORT
                    RETURN SORT-WORK INTO SORT-REG
                        AT END
                            MOVE 'S' TO SW-FIM-SORT
                        NOT AT END
                            PERFORM 410000-TRATA-LINHA
                    END-RETURN
           END-PERFORM
           IF NOT PRIMEIRA-LOTACAO
              PERFORM 440000-GRAVA-SUBTOTAL
           END-IF
           PERFORM 450000-GRAVA-TOTAL-GERAL
           .
       400999-SAIDA. EXIT.
      *-----------------------------
       410000-TRATA-LINHA SECTION.
      *-----------------------------
           IF PRIMEIRA-LOTACAO OR
              SORT-LOTACAO NOT EQUAL LOTACAO-CORRENTE
              IF NOT PRIMEIRA-LOTACAO
                 PERFORM 440000-GRAVA-SUBTOTAL
              END-IF
              MOVE SORT-LOTACAO TO LOTACAO-CORRENTE
              MOVE 'N' TO SW-PRIMEIRA-LOT
              MOVE 0 TO CNT-LOTACAO
              MOVE ZEROES TO CNT-REGRAS-LOTACAO
              PERFORM 430000-GRAVA-CABEC-LOTACAO
           END-IF
           PERFORM 420000-GRAVA-DETALHE
           .
       410999-SAIDA. EXIT.
      *-----------------------------
       420000-GRAVA-DETALHE SECTION.
      *-----------------------------
           MOVE SORT-MATR                   TO 726S-MATR
           MOVE SORT-NOME                   TO 726S-NOME
           MOVE SORT-REGRA                  TO 726S-REGRA
           MOVE TAB-REGRA-DESC (SORT-REGRA) TO 726S-REGRA-DESC
           MOVE SORT-CORRECAO               TO 726S-CORRECAO
           WRITE 726S-REGISTRO-FD FROM 726S-LIN-DET
           ADD 1 TO CNT-REGRA-LOT (SORT-REGRA)
           ADD 1 TO CNT-LOTACAO
           .
       420999-SAIDA. EXIT.
      *-----------------------------
       430000-GRAVA-CABEC-LOTACAO SECTION.
      *-----------------------------
      **** ABRE A PAGINA DO DEPARTAMENTO (MESMO FORMATO DO T99L711S
      **** DO T99P2010).
           ADD 1 TO PAG-726S
           MOVE DATA-SISTEMA TO 726S-CAB-DATA
           MOVE PAG-726S     TO 726S-PAG
           WRITE 726S-REGISTRO-FD FROM 726S-CAB-01
           MOVE LOTACAO-CORRENTE TO 726S-LOT-COD
           PERFORM 435000-DESCRICAO-CORRENTE
           MOVE DESC-LOTACAO TO 726S-LOT-DESC
           WRITE 726S-REGISTRO-FD FROM 726S-CAB-LOT
           WRITE 726S-REGISTRO-FD FROM 726S-CAB-COL
           WRITE 726S-REGISTRO-FD FROM 726S-LIN-HIFEN
           .
       430999-SAIDA. EXIT.
      *-----------------------------
       435000-DESCRICAO-CORRENTE SECTION.
      *-----------------------------
           IF LOTACAO-CORRENTE EQUAL SPACES
              MOVE 'SEM LOTACAO' TO DESC-LOTACAO
              GO TO 435999-SAIDA
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
       435999-SAIDA. EXIT.
      *-----------------------------
       440000-GRAVA-SUBTOTAL SECTION.
      *-----------------------------
      **** CONTAGEM POR REGRA DA LOTACAO (SO AS REGRAS COM PENDENCIA)
      **** E TOTAL DE PENDENCIAS DA LOTACAO.
           WRITE 726S-REGISTRO-FD FROM 726S-LIN-HIFEN
           WRITE 726S-REGISTRO-FD FROM 726S-CAB-REGRAS
           PERFORM VARYING IDX-REGRA FROM 1 BY 1
                   UNTIL IDX-REGRA GREATER THAN QTD-REGRAS
                   IF CNT-REGRA-LOT (IDX-REGRA) GREATER THAN 0
                      MOVE CNT-REGRA-LOT (IDX-REGRA) TO 726S-RG-QTDE
                      PERFORM 460000-GRAVA-LINHA-REGRA
                   END-IF
           END-PERFORM
           MOVE SPACES                   TO 726S-LIN-TOT
           MOVE 'PENDENCIAS DA LOTACAO'  TO 726S-TOT-DESC
           MOVE CNT-LOTACAO              TO 726S-TOT-QTDE
           WRITE 726S-REGISTRO-FD FROM 726S-LIN-TOT
           WRITE 726S-REGISTRO-FD FROM 726S-LIN-HIFEN
           .
       440999-SAIDA. EXIT.
      *-----------------------------
       450000-GRAVA-TOTAL-GERAL SECTION.
      *-----------------------------
      **** PAGINA FINAL: CONTAGEM GERAL POR REGRA (TODAS, MESMO AS
      **** ZERADAS, COM A OCORRENCIA NOTURNA CORRESPONDENTE) E TOTAIS
      **** AMARRADOS A BASE (VARRIDOS + EXCLUIDOS = REGISTROS NA
      **** BASE).
           ADD 1 TO PAG-726S
           MOVE DATA-SISTEMA TO 726S-CAB-DATA
           MOVE PAG-726S     TO 726S-PAG
           WRITE 726S-REGISTRO-FD FROM 726S-CAB-01
           MOVE SPACES                   TO 726S-LOT-COD
           MOVE 'RESUMO GERAL POR REGRA' TO 726S-LOT-DESC
           WRITE 726S-REGISTRO-FD FROM 726S-CAB-LOT
           WRITE 726S-REGISTRO-FD FROM 726S-LIN-HIFEN
           WRITE 726S-REGISTRO-FD FROM 726S-CAB-REGRAS
           PERFORM VARYING IDX-REGRA FROM 1 BY 1
                   UNTIL IDX-REGRA GREATER THAN QTD-REGRAS
                   MOVE CNT-REGRA-GERAL (IDX-REGRA) TO 726S-RG-QTDE
                   PERFORM 460000-GRAVA-LINHA-REGRA
           END-PERFORM
           WRITE 726S-REGISTRO-FD FROM 726S-LIN-HIFEN
           MOVE SPACES                   TO 726S-LIN-TOT
           MOVE 'REGISTROS NA BASE'      TO 726S-TOT-DESC
           MOVE CNT-BASE                 TO 726S-TOT-QTDE
           WRITE 726S-REGISTRO-FD FROM 726S-LIN-TOT
           MOVE SPACES                   TO 726S-LIN-TOT
           MOVE 'EXCLUIDOS (NAO VARRIDOS)' TO 726S-TOT-DESC
           MOVE CNT-EXCLUIDOS            TO 726S-TOT-QTDE
           WRITE 726S-REGISTRO-FD FROM 726S-LIN-TOT
           MOVE SPACES                   TO 726S-LIN-TOT
           MOVE 'ATIVOS VARRIDOS'        TO 726S-TOT-DESC
           MOVE CNT-VARRIDOS             TO 726S-TOT-QTDE
           WRITE 726S-REGISTRO-FD FROM 726S-LIN-TOT
           MOVE SPACES                   TO 726S-LIN-TOT
           MOVE 'MATRICULAS COM PENDENCIA' TO 726S-TOT-DESC
           MOVE CNT-MATR-PENDENTES       TO 726S-TOT-QTDE
           WRITE 726S-REGISTRO-FD FROM 726S-LIN-TOT
           MOVE SPACES                   TO 726S-LIN-TOT
           MOVE 'PENDENCIAS'             TO 726S-TOT-DESC
           MOVE CNT-PENDENCIAS           TO 726S-TOT-QTDE
           WRITE 726S-REGISTRO-FD FROM 726S-LIN-TOT
           MOVE SPACES                   TO 726S-LIN-TOT
           MOVE 'CORRECOES JA PREENCHIDAS' TO 726S-TOT-DESC
           MOVE CNT-CORR-PREENCHIDAS     TO 726S-TOT-QTDE
           WRITE 726S-REGISTRO-FD FROM 726S-LIN-TOT
           MOVE SPACES                   TO 726S-LIN-TOT
           MOVE 'ALTERACOES NO RASCUNHO' TO 726S-TOT-DESC
           MOVE CNT-GERADOS              TO 726S-TOT-QTDE
           WRITE 726S-REGISTRO-FD FROM 726S-LIN-TOT
           WRITE 726S-REGISTRO-FD FROM 726S-LIN-HIFEN
           WRITE 726S-REGISTRO-FD FROM 726S-FIM-REL
           .
       450999-SAIDA. EXIT.
      *-----------------------------
       460000-GRAVA-LINHA-REGRA SECTION.
      *-----------------------------
           MOVE IDX-REGRA                   TO 726S-RG-COD
           MOVE TAB-REGRA-DESC (IDX-REGRA)  TO 726S-RG-DESC
           MOVE TAB-REGRA-OCORR (IDX-REGRA) TO 726S-RG-OCORR
           WRITE 726S-REGISTRO-FD FROM 726S-LIN-REGRA
           .
       460999-SAIDA. EXIT.
      *-----------------------------
       900000-OBTEM-DATA-SISTEMA SECTION.
      *-----------------------------
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD
           .
       900000-SAIDA. EXIT.
      *-----------------------------
       900022-CARREGA-LOTACOES SECTION.
      *-----------------------------
      **** PRE-CARREGA A TABELA DE LOTACOES (T99F400E); ARQUIVO
      **** OPCIONAL, AUSENTE AS REGRAS 11/12 SAO DISPENSADAS COM
      **** AVISO.
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
                                  MOVE 400E-ATIVO TO
                                       TAB-LOTACAO-ATIVO (QTD-LOTACOES)
                               END-IF
                       END-READ
              END-PERFORM
              CLOSE T99F400E
           ELSE
              MOVE 'N' TO SW-CONFERE-LOTACAO
              DISPLAY CTE-PROG ' ' CTE-VERS
                 ' *** AVISO: TABELA DE LOTACOES ' DDN-400E
                 ' INDISPONIVEL (' FS-400E ')'
           END-IF
           .
       900022-SAIDA. EXIT.
      *-----------------------------
       900008-LE-PARAMETROS SECTION.
      *-----------------------------
      **** PARAMETRO OPCIONAL DE EXECUCAO: SE T99F900P NAO EXISTIR,
      **** VALEM OS DEFAULTS JA FIXADOS NOS CAMPOS DDN-* EM WORKING-
      **** STORAGE.
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
           IF 900P-ARQ-400E NOT EQUAL SPACES
              MOVE 900P-ARQ-400E TO DDN-400E
           END-IF
           IF 900P-ARQ-410E NOT EQUAL SPACES
              MOVE 900P-ARQ-410E TO DDN-410E
           END-IF
           IF 900P-ARQ-200C NOT EQUAL SPACES
              MOVE 900P-ARQ-200C TO DDN-200C
           END-IF
           IF 900P-ARQ-726S NOT EQUAL SPACES
              MOVE 900P-ARQ-726S TO DDN-726S
           END-IF
           IF 900P-IDADE-MINIMA NUMERIC AND
              900P-IDADE-MINIMA GREATER THAN ZEROES
              MOVE 900P-IDADE-MINIMA TO IDADE-MINIMA
           END-IF
           .
       900009-SAIDA. EXIT.
      *--------------------------
       999003-ERRO-003 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 003 TABELA DE-PARA COM MAIS DE 200 LINHAS - '
                   'DIVIDIR O ARQUIVO'
           CLOSE T99F410E
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
           DISPLAY '*** 012 ERRO OPEN RASCUNHO: ' DDN-200C
                   ' (' FS-200C ')'
           CLOSE T99F100S
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      ******************************************************************
       END PROGRAM T99P2026.
      ******************************************************************
