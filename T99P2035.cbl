      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
      *
       PROGRAM-ID. T99P2035.
      *
      *AUTHOR.  MARCIO CONC
      *REMARKS. RESTAURACAO DO ARQUIVO-MORTO: DEVOLVE AO CADASTRO
      *REMARKS. T99F100S AS MATRICULAS DA LISTA T99F100M EXPURGADAS
      *REMARKS. POR ENGANO PELO T99P2008. CADA REGISTRO DO T99F100D
      *REMARKS. VOLTA COMO EXCLUIDO (BAIXA LOGICA, CMDO 03) NA SUA
      *REMARKS. POSICAO DE MATRICULA, COM SEQ RENUMERADO E SOMAT-SEQ
      *REMARKS. RECALCULADO; O CONTROLE T99F100F E REGRAVADO COM A
      *REMARKS. DT-EXCLUSAO ORIGINAL (A MATRICULA NAO GANHA PRAZO DE
      *REMARKS. EXPURGO NOVO), O CRUZAMENTO T99F100C E REGERADO DA
      *REMARKS. BASE NOVA, A COPIA INDEXADA T99F100I E ATUALIZADA VIA
      *REMARKS. T99S100I E OS REGISTROS SAEM DO T99F100D. NAO VOLTA A
      *REMARKS. MATRICULA JA ANONIMIZADA PELO T99P2020 (NOME E CPF NAO
      *REMARKS. EXISTEM MAIS), A QUE JA ESTA NO CADASTRO E A QUE TEM
      *REMARKS. MAIS DE UM REGISTRO NO ARQUIVO-MORTO. OS ARQUIVOS
      *REMARKS. ORIGINAIS FICAM COMO COPIA .PREREST (MESMO DESENHO DO
      *REMARKS. .PREEXP DO T99P2008), CADA RESTAURACAO SAI NA TRILHA
      *REMARKS. T99L702A E TUDO NO RELATORIO T99L734S. A VOLTA AO
      *REMARKS. QUADRO, SE FOR O CASO, E UM REATIVAR NORMAL PELO
      *REMARKS. T99P2001. RESTAURADA CUJA DT-EXCLUSAO JA PASSOU DO
      *REMARKS. PRAZO DE EXPURGO (900P-DIAS-EXPURGO) SAI COM AVISO: O
      *REMARKS. PROXIMO T99P2008 A EXPURGA DE NOVO SE NAO FOR
      *REMARKS. REATIVADA ANTES. RETURN-CODE 4 = ALGUMA MATRICULA DA
      *REMARKS. LISTA NAO FOI RESTAURADA OU FOI RESTAURADA COM O PRAZO
      *REMARKS. DE EXPURGO VENCIDO.
      *DATE-WRITTEN. 15/10/2026.
      *VERSAO 002-MARCIO CONC-15/10/2026-AVISO DE PRAZO DE EXPURGO.
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
           SELECT T99F100M ASSIGN TO DDN-100M
               FILE STATUS IS FS-100M
               ORGANIZATION IS LINE SEQUENTIAL.
      **** T99F100V/T99F100G/T99F100U: O T99F100S, O T99F100F E O
      **** T99F100D CORRENTES, RENOMEADOS PARA .PREREST ANTES DA
      **** REGRAVACAO -- SAO AS ENTRADAS DO PASSO E FICAM COMO COPIA
      **** DE SEGURANCA.
           SELECT T99F100V ASSIGN TO DDN-100V
               FILE STATUS IS FS-100V
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99F100S ASSIGN TO DDN-100S
               FILE STATUS IS FS-100S
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99F100G ASSIGN TO DDN-100G
               FILE STATUS IS FS-100G
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99F100F ASSIGN TO DDN-100F
               FILE STATUS IS FS-100F
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99F100U ASSIGN TO DDN-100U
               FILE STATUS IS FS-100U
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99F100D ASSIGN TO DDN-100D
               FILE STATUS IS FS-100D
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99F100C ASSIGN TO DDN-100C
               FILE STATUS IS FS-100C
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99L702A ASSIGN TO DDN-702A
               FILE STATUS IS FS-702A
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99L734S ASSIGN TO DDN-734S
               FILE STATUS IS FS-734S
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99F900P ASSIGN TO 'T99F900P.txt'
               FILE STATUS IS FS-900P
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
      *
       FILE SECTION.
      *
       FD  T99F100M
           BLOCK  0
           RECORD 37
           RECORDING F.
      *
       01  100M-REGISTRO-FD            PIC X(37).
      *
       FD  T99F100V
           BLOCK  0
           RECORD 90
           RECORDING F.
      *
       01  100V-REGISTRO-FD            PIC X(90).
      *
       FD  T99F100S
           BLOCK  0
           RECORD 90
           RECORDING F.
      *
       01  100S-REGISTRO-FD            PIC X(90).
      *
       FD  T99F100G
           BLOCK  0
           RECORD 15
           RECORDING F.
      *
       01  100G-REGISTRO-FD            PIC X(15).
      *
       FD  T99F100F
           BLOCK  0
           RECORD 15
           RECORDING F.
      *
       01  100F-REGISTRO-FD            PIC X(15).
      *
       FD  T99F100U
           BLOCK  0
           RECORD 98
           RECORDING F.
      *
       01  100U-REGISTRO-FD            PIC X(98).
      *
       FD  T99F100D
           BLOCK  0
           RECORD 98
           RECORDING F.
      *
       01  100D-REGISTRO-FD            PIC X(98).
      *
       FD  T99F100C
           BLOCK  0
           RECORD 19
           RECORDING F.
      *
       01  100C-REGISTRO-FD            PIC X(19).
      *
       FD  T99L702A
           BLOCK  0
           RECORD 80
           RECORDING F.
      *
       01  702A-REGISTRO-FD            PIC X(80).
      *
       FD  T99L734S
           BLOCK  0
           RECORD 72
           RECORDING F.
      *
       01  734S-REGISTRO-FD            PIC X(72).
      *
       FD  T99F900P
           BLOCK  0
           RECORD 1923
           RECORDING F.
      *
       01  900P-REGISTRO-FD            PIC X(1923).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       77  CTE-PROG                    PIC  X(16)     VALUE
                                               '*** T99P2035 ***'.
       77  CTE-VERS                    PIC  X(06)     VALUE 'VRS002'.
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
      *{{ INCLUI BOOKS }}
            COPY 'T99K100M.cpy'.
            COPY 'T99K100S.cpy'.
            COPY 'T99K100D.cpy'.
            COPY 'T99K100F.cpy'.
            COPY 'T99K100C.cpy'.
            COPY 'T99K702A.cpy'.
            COPY 'T99K734S.cpy'.
            COPY 'T99K900P.cpy'.
      *{{  FIM BOOKS  }}
       77  FS-100M                     PIC  XX.
       77  FS-100V                     PIC  XX.
       77  FS-100S                     PIC  XX.
       77  FS-100G                     PIC  XX.
       77  FS-100F                     PIC  XX.
       77  FS-100U                     PIC  XX.
       77  FS-100D                     PIC  XX.
       77  FS-100C                     PIC  XX.
       77  FS-702A                     PIC  XX.
       77  FS-734S                     PIC  XX.
       77  FS-900P                     PIC  XX.
       77  DDN-100M                    PIC  X(20)     VALUE
                                               'T99F100M.txt'.
       77  DDN-100S                    PIC  X(20)     VALUE
                                               'T99F100S.txt'.
       77  DDN-100F                    PIC  X(20)     VALUE
                                               'T99F100F.txt'.
       77  DDN-100D                    PIC  X(20)     VALUE
                                               'T99F100D.txt'.
       77  DDN-100C                    PIC  X(20)     VALUE
                                               'T99F100C.txt'.
       77  DDN-702A                    PIC  X(20)     VALUE
                                               'T99L702A.txt'.
       77  DDN-734S                    PIC  X(20)     VALUE
                                               'T99L734S.txt'.
       77  DDN-100V                    PIC  X(30).
       77  DDN-100G                    PIC  X(30).
       77  DDN-100U                    PIC  X(30).
       77  DDN-BASE-TRAB               PIC  X(20).
      *
       01  DATA-SISTEMA-GRP.
           03  DATA-SISTEMA          PIC  9(08).
      *
       77  SW-FIM-100M                 PIC  X(01)     VALUE 'N'.
           88  FIM-100M                                 VALUE 'S'.
       77  SW-FIM-100V                 PIC  X(01)     VALUE 'N'.
           88  FIM-100V                                 VALUE 'S'.
       77  SW-FIM-100G                 PIC  X(01)     VALUE 'N'.
           88  FIM-100G                                 VALUE 'S'.
       77  SW-FIM-100D                 PIC  X(01)     VALUE 'N'.
           88  FIM-100D                                 VALUE 'S'.
       77  SW-FIM-100U                 PIC  X(01)     VALUE 'N'.
           88  FIM-100U                                 VALUE 'S'.
       77  DT-EXCL-CORR                PIC  9(08)     VALUE 0.
      **** PRAZO DE EXPURGO DO T99P2008 (MESMO CALCULO DO 000000 DELE),
      **** PARA AVISAR A RESTAURADA QUE SERIA EXPURGADA DE NOVO.
       77  DIAS-EXPURGO                PIC  9(03)     VALUE 0.
       77  INT-HOJE                    PIC S9(09)     VALUE 0.
       77  INT-EXCL                    PIC S9(09)     VALUE 0.
       77  INT-LIMITE                  PIC S9(09)     VALUE 0.
       77  DATA-LIMITE                 PIC  9(08)     VALUE 0.
      **** LINHA CORRENTE DO CONTROLE T99F100F ANTERIOR (LEITURA
      **** ANTECIPADA, FORA DA AREA DE GRAVACAO DO CONTROLE NOVO).
       01  EXCL-ANT-REG.
           03  EXCL-ANT-MATR           PIC  9(07).
           03  EXCL-ANT-DATA           PIC  9(08).
       77  SW-100G-ABERTO              PIC  X(01)     VALUE 'N'.
           88  100G-ABERTO                              VALUE 'S'.
       77  CNT-SEQ-NOVO                PIC  9(05)     VALUE 0.
       77  SMT-SEQ-NOVO                PIC  9(09)     VALUE 0.
       01  REG-SALVO                   PIC  X(90).
      *
      **** TAB-REST: AS MATRICULAS DA LISTA EM ORDEM CRESCENTE (ORDEM
      **** DO CADASTRO, PARA A INTERCALACAO), COM A SITUACAO APURADA
      **** E O REGISTRO ACHADO NO ARQUIVO-MORTO.
       77  QTD-REST                    PIC  9(03)     VALUE 0.
       77  IDX-REST                    PIC  9(03)     VALUE 0.
       77  IDX-REST-PROX               PIC  9(03)     VALUE 1.
       77  IDX-REST-ACHADO             PIC  9(03)     VALUE 0.
       77  IDX-REST-INI                PIC S9(03)     VALUE 0.
       77  IDX-REST-FIM                PIC S9(03)     VALUE 0.
       77  IDX-REST-MEIO               PIC S9(03)     VALUE 0.
       01  TAB-REST-GERAL.
           03  TAB-REST-ENT  OCCURS  500  TIMES.
               05  TAB-REST-MATR       PIC  9(07).
               05  TAB-REST-MOTIVO     PIC  X(30).
               05  TAB-REST-SIT        PIC  X(01).
                   88  REST-NAO-ACHADA                  VALUE 'N'.
                   88  REST-RESTAURAVEL                 VALUE 'D'.
                   88  REST-NO-CADASTRO                 VALUE 'C'.
                   88  REST-ANONIMIZADA                 VALUE 'X'.
                   88  REST-REPETIDA                    VALUE 'M'.
                   88  REST-RESTAURADA                  VALUE 'R'.
               05  TAB-REST-MATR-CPF   PIC  9(07).
               05  TAB-REST-100D       PIC  X(98).
               05  TAB-REST-SW-PRAZO   PIC  X(01).
                   88  REST-PRAZO-VENCIDO               VALUE 'S'.
       77  SW-POSICAO                  PIC  X(01)     VALUE 'N'.
           88  POSICAO-ACHADA                           VALUE 'S'.
       77  SW-FIM-INSERCAO             PIC  X(01)     VALUE 'N'.
           88  FIM-INSERCAO                             VALUE 'S'.
       77  MATR-CORRENTE               PIC  9(07)     VALUE 0.
      *
      **** ACESSO A COPIA INDEXADA (T99S100I): INDISPONIVEL, SO
      **** AVISA -- O T99P2001 RECRIA A COPIA NA PROXIMA NOITE.
       77  DDN-100I                    PIC  X(20)     VALUE
                                               'T99F100I.dat'.
       77  FUN-100I                    PIC  X(01)     VALUE SPACE.
       77  RET-100I                    PIC  X(02)     VALUE '00'.
       01  REG-TRAB-100I               PIC  X(90).
      *
       77  CNT-LIDAS-LISTA             PIC  9(05)     VALUE 0.
       77  CNT-INVALIDAS-LISTA         PIC  9(05)     VALUE 0.
       77  CNT-REPETIDAS-LISTA         PIC  9(05)     VALUE 0.
       77  CNT-RESTAURAVEIS            PIC  9(05)     VALUE 0.
       77  CNT-RESTAURADAS             PIC  9(05)     VALUE 0.
       77  CNT-RECUSADAS               PIC  9(05)     VALUE 0.
       77  CNT-PRAZO-VENCIDO           PIC  9(05)     VALUE 0.
       77  CNT-MORTO-MANTIDOS          PIC  9(07)     VALUE 0.
       77  CNT-MORTO-REMOVIDOS         PIC  9(07)     VALUE 0.
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
           IF DIAS-EXPURGO GREATER THAN ZEROES
              COMPUTE INT-HOJE = FUNCTION INTEGER-OF-DATE (DATA-SISTEMA)
              COMPUTE INT-LIMITE = INT-HOJE - DIAS-EXPURGO
              COMPUTE DATA-LIMITE =
                      FUNCTION DATE-OF-INTEGER (INT-LIMITE)
           END-IF
      *
           PERFORM 100000-CARREGA-LISTA
           IF QTD-REST EQUAL ZEROES
              PERFORM 999002-ERRO-002
           END-IF
           PERFORM 200000-PESQUISA-MORTO
           PERFORM 250000-CONFERE-CADASTRO
      *
           OPEN OUTPUT T99L734S
           IF FS-734S NOT EQUAL ZEROES
              PERFORM 999004-ERRO-004
           END-IF
           MOVE DATA-SISTEMA TO 734S-CAB-DATA
           WRITE 734S-REGISTRO-FD FROM 734S-CAB-01
           WRITE 734S-REGISTRO-FD FROM 734S-CAB-COL
           WRITE 734S-REGISTRO-FD FROM 734S-LIN-HIFEN
      *
           IF CNT-RESTAURAVEIS GREATER THAN ZEROES
              PERFORM 300000-REGRAVA-CADASTRO
              PERFORM 400000-REGRAVA-MORTO
              PERFORM 500000-GRAVA-TRILHA
              PERFORM 550000-ATUALIZA-INDEXADO
           END-IF
      *
           PERFORM 600000-GRAVA-RELATORIO
           CLOSE T99L734S
           DISPLAY CTE-PROG ' ' CTE-VERS ' *** RESTAURADAS: '
                   CNT-RESTAURADAS ' RECUSADAS: ' CNT-RECUSADAS
           DISPLAY CTE-PROG ' ' CTE-VERS ' *** 999 *** FIM NORMAL'
           IF CNT-RECUSADAS GREATER THAN ZEROES OR
              CNT-INVALIDAS-LISTA GREATER THAN ZEROES OR
              CNT-PRAZO-VENCIDO GREATER THAN ZEROES
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           .
       999999-ENCERRA.
           GOBACK
           .
      *-----------------------------
       100000-CARREGA-LISTA SECTION.
      *-----------------------------
      **** CARREGA A LISTA EM TAB-REST, EM ORDEM CRESCENTE DE
      **** MATRICULA (INSERCAO ORDENADA); LINHA SEM MATRICULA NUMERICA
      **** E MATRICULA REPETIDA SAO SO CONTADAS. SEM A LISTA NAO HA
      **** O QUE RESTAURAR.
           OPEN INPUT T99F100M
           IF FS-100M NOT EQUAL ZEROES
              PERFORM 999001-ERRO-001
           END-IF
           MOVE 0 TO QTD-REST
           MOVE 'N' TO SW-FIM-100M
           PERFORM WITH TEST BEFORE UNTIL FIM-100M
                    READ T99F100M INTO 100M-REGISTRO
                        AT END
                            MOVE 'S' TO SW-FIM-100M
                        NOT AT END
                            ADD 1 TO CNT-LIDAS-LISTA
                            PERFORM 110000-INSERE-LISTA
                    END-READ
           END-PERFORM
           CLOSE T99F100M
           .
       100999-SAIDA. EXIT.
      *-----------------------------
       110000-INSERE-LISTA SECTION.
      *-----------------------------
           IF 100M-MATR NOT NUMERIC OR
              100M-MATR EQUAL ZEROES OR 100M-MATR EQUAL 9999999
              ADD 1 TO CNT-INVALIDAS-LISTA
              DISPLAY CTE-PROG ' ' CTE-VERS
                 ' *** AVISO: LINHA INVALIDA NA LISTA: ' 100M-REGISTRO
              GO TO 110999-SAIDA
           END-IF
           MOVE 100M-MATR TO 100S-MATR
           PERFORM 700000-PESQUISA-LISTA
           IF IDX-REST-ACHADO NOT EQUAL ZEROES
              ADD 1 TO CNT-REPETIDAS-LISTA
              GO TO 110999-SAIDA
           END-IF
           IF QTD-REST NOT LESS THAN 500
              PERFORM 999003-ERRO-003
           END-IF
      *- - ABRE A POSICAO DESLOCANDO UMA CASA ADIANTE AS MAIORES.
           MOVE QTD-REST TO IDX-REST
           MOVE 'N' TO SW-POSICAO
           PERFORM WITH TEST BEFORE
                    UNTIL IDX-REST EQUAL ZEROES OR POSICAO-ACHADA
                    IF TAB-REST-MATR (IDX-REST) GREATER THAN 100M-MATR
                       MOVE TAB-REST-ENT (IDX-REST)
                            TO TAB-REST-ENT (IDX-REST + 1)
                       SUBTRACT 1 FROM IDX-REST
                    ELSE
                       MOVE 'S' TO SW-POSICAO
                    END-IF
           END-PERFORM
           ADD 1 TO IDX-REST
           ADD 1 TO QTD-REST
           MOVE 100M-MATR       TO TAB-REST-MATR (IDX-REST)
           MOVE 100M-MOTIVO     TO TAB-REST-MOTIVO (IDX-REST)
           MOVE 'N'             TO TAB-REST-SIT (IDX-REST)
           MOVE 0               TO TAB-REST-MATR-CPF (IDX-REST)
           MOVE SPACES          TO TAB-REST-100D (IDX-REST)
           MOVE 'N'             TO TAB-REST-SW-PRAZO (IDX-REST)
           .
       110999-SAIDA. EXIT.
      *-----------------------------
       200000-PESQUISA-MORTO SECTION.
      *-----------------------------
      **** PRIMEIRA PASSADA NO ARQUIVO-MORTO (SOMENTE LEITURA): GUARDA
      **** O REGISTRO DE CADA MATRICULA DA LISTA. REGISTRO JA
      **** ANONIMIZADO NAO TEM MAIS NOME NEM CPF PARA DEVOLVER; MAIS DE
      **** UM REGISTRO DA MESMA MATRICULA E AMBIGUO -- NOS DOIS CASOS
      **** A MATRICULA FICA COMO ESTA.
           OPEN INPUT T99F100D
           IF FS-100D NOT EQUAL ZEROES
              PERFORM 999011-ERRO-011
           END-IF
           MOVE 'N' TO SW-FIM-100D
           PERFORM WITH TEST BEFORE UNTIL FIM-100D
                    READ T99F100D INTO 100D-REGISTRO
                        AT END
                            MOVE 'S' TO SW-FIM-100D
                        NOT AT END
                            MOVE 100D-MATR TO 100S-MATR
                            PERFORM 700000-PESQUISA-LISTA
                            IF IDX-REST-ACHADO NOT EQUAL ZEROES
                               PERFORM 210000-GUARDA-MORTO
                            END-IF
                    END-READ
           END-PERFORM
           CLOSE T99F100D
           .
       200999-SAIDA. EXIT.
      *-----------------------------
       210000-GUARDA-MORTO SECTION.
      *-----------------------------
           MOVE IDX-REST-ACHADO TO IDX-REST
           EVALUATE TRUE
               WHEN REST-NAO-ACHADA (IDX-REST)
                    MOVE 100D-REGISTRO TO TAB-REST-100D (IDX-REST)
                    IF 100D-ANONIMIZADO
                       MOVE 'X' TO TAB-REST-SIT (IDX-REST)
                    ELSE
                       MOVE 'D' TO TAB-REST-SIT (IDX-REST)
                    END-IF
               WHEN OTHER
                    MOVE 'M' TO TAB-REST-SIT (IDX-REST)
           END-EVALUATE
           .
       210999-SAIDA. EXIT.
      *-----------------------------
       250000-CONFERE-CADASTRO SECTION.
      *-----------------------------
      **** PASSADA NO CADASTRO (SOMENTE LEITURA): MATRICULA DA LISTA
      **** QUE JA ESTA NO T99F100S NAO E RESTAURADA; E O CPF DA
      **** RESTAURADA QUE ESTA ATIVO SOB OUTRA MATRICULA SAI COMO
      **** AVISO (O REATIVAR SERA BARRADO PELA OCORRENCIA 080 DO
      **** T99P2001 ATE O RH DECIDIR).
           OPEN INPUT T99F100S
           IF FS-100S NOT EQUAL ZEROES
              PERFORM 999012-ERRO-012
           END-IF
           MOVE 'N' TO SW-FIM-100V
           PERFORM WITH TEST BEFORE UNTIL FIM-100V
                    READ T99F100S INTO 100S-REGISTRO
                        AT END
                            MOVE 'S' TO SW-FIM-100V
                        NOT AT END
                            IF (NOT 100S-HDR) AND (NOT 100S-TRL)
                               PERFORM 260000-CONFERE-REGISTRO
                            END-IF
                    END-READ
           END-PERFORM
           CLOSE T99F100S
      *
           MOVE 0 TO CNT-RESTAURAVEIS
           PERFORM VARYING IDX-REST FROM 1 BY 1
                     UNTIL IDX-REST GREATER THAN QTD-REST
                    IF REST-RESTAURAVEL (IDX-REST)
                       ADD 1 TO CNT-RESTAURAVEIS
                    END-IF
           END-PERFORM
           .
       250999-SAIDA. EXIT.
      *-----------------------------
       260000-CONFERE-REGISTRO SECTION.
      *-----------------------------
           PERFORM 700000-PESQUISA-LISTA
           IF IDX-REST-ACHADO NOT EQUAL ZEROES
              MOVE 'C' TO TAB-REST-SIT (IDX-REST-ACHADO)
           END-IF
           IF 100S-CMDO EQUAL 03 OR 100S-CPF EQUAL ZEROES
              GO TO 260999-SAIDA
           END-IF
           PERFORM VARYING IDX-REST FROM 1 BY 1
                     UNTIL IDX-REST GREATER THAN QTD-REST
                    IF REST-RESTAURAVEL (IDX-REST)
                       MOVE TAB-REST-100D (IDX-REST) TO 100D-REGISTRO
                       IF 100D-CPF EQUAL 100S-CPF
                          MOVE 100S-MATR
                               TO TAB-REST-MATR-CPF (IDX-REST)
                       END-IF
                    END-IF
           END-PERFORM
           .
       260999-SAIDA. EXIT.
      *-----------------------------
       300000-REGRAVA-CADASTRO SECTION.
      *-----------------------------
      **** RENOMEIA O CADASTRO E O CONTROLE DE DATAS DE EXCLUSAO PARA
      **** .PREREST E OS REGRAVA INTERCALANDO AS RESTAURADAS EM ORDEM
      **** DE MATRICULA, COMO EXCLUIDAS (CMDO 03). SEQ E RENUMERADO E
      **** O SOMAT-SEQ DO TRAILER RECALCULADO, COMO NO T99P2008. O
      **** CRUZAMENTO T99F100C E O CONTROLE T99F100F SAO REGERADOS
      **** LINHA A LINHA COM A BASE NOVA (MESMO DESENHO DO T99P2016):
      **** QUEM JA ERA EXCLUIDO MANTEM A DATA DO CONTROLE ANTERIOR, A
      **** RESTAURADA RECEBE A DT-EXCLUSAO GUARDADA NO ARQUIVO-MORTO.
           MOVE SPACES TO DDN-BASE-TRAB
           UNSTRING DDN-100S DELIMITED BY '.' INTO DDN-BASE-TRAB
           MOVE SPACES TO DDN-100V
           STRING DDN-BASE-TRAB DELIMITED BY SPACE
                  '.PREREST.txt' DELIMITED BY SIZE
                  INTO DDN-100V
           MOVE SPACES TO DDN-BASE-TRAB
           UNSTRING DDN-100F DELIMITED BY '.' INTO DDN-BASE-TRAB
           MOVE SPACES TO DDN-100G
           STRING DDN-BASE-TRAB DELIMITED BY SPACE
                  '.PREREST.txt' DELIMITED BY SIZE
                  INTO DDN-100G
           CALL 'CBL_RENAME_FILE' USING DDN-100S DDN-100V
           CALL 'CBL_RENAME_FILE' USING DDN-100F DDN-100G
           OPEN INPUT  T99F100V
                INPUT  T99F100G
                OUTPUT T99F100S
                OUTPUT T99F100F
                OUTPUT T99F100C
           IF FS-100V NOT EQUAL ZEROES OR
              FS-100S NOT EQUAL ZEROES OR
              FS-100F NOT EQUAL ZEROES OR
              FS-100C NOT EQUAL ZEROES
              PERFORM 999013-ERRO-013
           END-IF
      **** CONTROLE T99F100F AUSENTE: OS EXCLUIDOS QUE JA ESTAVAM NA
      **** BASE FICAM COM A DATA-SISTEMA (MESMA REGRA DO T99P2008).
           MOVE 'N' TO SW-FIM-100G
           IF FS-100G NOT EQUAL ZEROES
              MOVE 'S' TO SW-FIM-100G
              MOVE 9999999 TO EXCL-ANT-MATR
           ELSE
              MOVE 'S' TO SW-100G-ABERTO
              PERFORM 320000-LER-100G
           END-IF
           MOVE 1 TO IDX-REST-PROX
           MOVE 'N' TO SW-FIM-100V
           PERFORM WITH TEST BEFORE UNTIL FIM-100V
                    READ T99F100V INTO 100S-REGISTRO
                        AT END
                            MOVE 'S' TO SW-FIM-100V
                        NOT AT END
                            PERFORM 310000-TRATA-REGISTRO
                    END-READ
           END-PERFORM
           CLOSE T99F100V T99F100S T99F100F T99F100C
           IF 100G-ABERTO
              CLOSE T99F100G
           END-IF
           .
       300999-SAIDA. EXIT.
      *-----------------------------
       310000-TRATA-REGISTRO SECTION.
      *-----------------------------
      **** ANTES DE CADA DETALHE (E DO TRAILER) ENTRAM AS RESTAURADAS
      **** DE MATRICULA MENOR.
           EVALUATE TRUE
               WHEN 100S-HDR
                    MOVE 1 TO CNT-SEQ-NOVO
                    MOVE 1 TO SMT-SEQ-NOVO
                    WRITE 100S-REGISTRO-FD FROM 100S-REGISTRO
               WHEN 100S-TRL
                    PERFORM 330000-INSERE-RESTAURADAS
                    MOVE SMT-SEQ-NOVO TO 100S-SOMAT-SEQ
                    WRITE 100S-REGISTRO-FD FROM 100S-REGISTRO
               WHEN OTHER
                    PERFORM 330000-INSERE-RESTAURADAS
                    PERFORM 325000-DATA-EXCL-ANTERIOR
                    PERFORM 340000-GRAVA-DETALHE
           END-EVALUATE
           .
       310999-SAIDA. EXIT.
      *-----------------------------
       320000-LER-100G SECTION.
      *-----------------------------
           READ T99F100G INTO EXCL-ANT-REG
               AT END
                   MOVE 'S' TO SW-FIM-100G
                   MOVE 9999999 TO EXCL-ANT-MATR
           END-READ
           .
       320999-SAIDA. EXIT.
      *-----------------------------
       325000-DATA-EXCL-ANTERIOR SECTION.
      *-----------------------------
      **** AVANCA O CONTROLE ANTERIOR ATE A MATRICULA CORRENTE (MESMO
      **** CASAMENTO DO 310000 DO T99P2008).
           PERFORM WITH TEST BEFORE
                    UNTIL FIM-100G OR
                          EXCL-ANT-MATR GREATER OR EQUAL 100S-MATR
                    PERFORM 320000-LER-100G
           END-PERFORM
           MOVE DATA-SISTEMA TO DT-EXCL-CORR
           IF (NOT FIM-100G) AND EXCL-ANT-MATR EQUAL 100S-MATR
              MOVE EXCL-ANT-DATA TO DT-EXCL-CORR
           END-IF
           .
       325999-SAIDA. EXIT.
      *-----------------------------
       330000-INSERE-RESTAURADAS SECTION.
      *-----------------------------
      **** GRAVA AS RESTAURAVEIS COM MATRICULA MENOR QUE A DO
      **** REGISTRO CORRENTE (NO TRAILER, 9999999, TODAS AS QUE
      **** RESTAREM), MONTADAS DO REGISTRO DO ARQUIVO-MORTO; O
      **** REGISTRO CORRENTE E PRESERVADO EM REG-SALVO.
           MOVE 100S-MATR TO MATR-CORRENTE
           MOVE 100S-REGISTRO TO REG-SALVO
           MOVE 'N' TO SW-FIM-INSERCAO
           PERFORM WITH TEST BEFORE UNTIL FIM-INSERCAO
                    IF IDX-REST-PROX GREATER THAN QTD-REST
                       MOVE 'S' TO SW-FIM-INSERCAO
                    ELSE
                       IF TAB-REST-MATR (IDX-REST-PROX) NOT LESS THAN
                             MATR-CORRENTE
                          MOVE 'S' TO SW-FIM-INSERCAO
                       ELSE
                          IF REST-RESTAURAVEL (IDX-REST-PROX)
                             PERFORM 335000-MONTA-RESTAURADA
                             PERFORM 340000-GRAVA-DETALHE
                             MOVE 'R' TO TAB-REST-SIT (IDX-REST-PROX)
                             ADD 1 TO CNT-RESTAURADAS
                             PERFORM 336000-CONFERE-PRAZO
                          END-IF
                          ADD 1 TO IDX-REST-PROX
                       END-IF
                    END-IF
           END-PERFORM
           MOVE REG-SALVO TO 100S-REGISTRO
           .
       330999-SAIDA. EXIT.
      *-----------------------------
       335000-MONTA-RESTAURADA SECTION.
      *-----------------------------
           MOVE TAB-REST-100D (IDX-REST-PROX) TO 100D-REGISTRO
           MOVE SPACES             TO 100S-REGISTRO
           MOVE 100D-MATR          TO 100S-MATR
           MOVE 100D-NOME          TO 100S-NOME
           MOVE 100D-SEXO          TO 100S-SEXO
           MOVE 100D-CPF           TO 100S-CPF
           MOVE 100D-EST-CIVIL     TO 100S-EST-CIVIL
           MOVE 100D-DT-NASCIMENTO TO 100S-DT-NASCIMENTO
           MOVE 100D-DT-ADMISSAO   TO 100S-DT-ADMISSAO
           MOVE 100D-LOTACAO       TO 100S-LOTACAO
           MOVE 03                 TO 100S-CMDO
           MOVE 0                  TO 100S-SEQ
           MOVE 100D-DT-EXCLUSAO   TO DT-EXCL-CORR
           .
       335999-SAIDA. EXIT.
      *-----------------------------
       336000-CONFERE-PRAZO SECTION.
      *-----------------------------
      **** A RESTAURADA VOLTA COM A DT-EXCLUSAO ORIGINAL: SE ELA JA
      **** ESTA ANTES DO LIMITE DE EXPURGO, O PROXIMO T99P2008 A
      **** MANDA DE VOLTA AO ARQUIVO-MORTO (SEM PRAZO NO CARTAO NAO
      **** HA COMO CONFERIR).
           IF DIAS-EXPURGO EQUAL ZEROES
              GO TO 336999-SAIDA
           END-IF
           COMPUTE INT-EXCL = FUNCTION INTEGER-OF-DATE (DT-EXCL-CORR)
           IF INT-EXCL LESS THAN INT-LIMITE
              MOVE 'S' TO TAB-REST-SW-PRAZO (IDX-REST-PROX)
              ADD 1 TO CNT-PRAZO-VENCIDO
           END-IF
           .
       336999-SAIDA. EXIT.
      *-----------------------------
       340000-GRAVA-DETALHE SECTION.
      *-----------------------------
      **** GRAVA O DETALHE COM SEQ RENUMERADO E AS SUAS LINHAS DE
      **** CRUZAMENTO E DE CONTROLE DE EXCLUSAO (DATA EM
      **** DT-EXCL-CORR).
           ADD 1 TO CNT-SEQ-NOVO
           MOVE CNT-SEQ-NOVO TO 100S-SEQ
           WRITE 100S-REGISTRO-FD FROM 100S-REGISTRO
           ADD CNT-SEQ-NOVO TO SMT-SEQ-NOVO
           MOVE 100S-CPF  TO 100C-CPF
           MOVE 100S-MATR TO 100C-MATR
           IF 100S-CMDO EQUAL 03
              MOVE 'E' TO 100C-STATUS
           ELSE
              MOVE 'A' TO 100C-STATUS
           END-IF
           WRITE 100C-REGISTRO-FD FROM 100C-REGISTRO
           IF 100S-CMDO EQUAL 03
              MOVE 100S-MATR    TO 100F-MATR
              MOVE DT-EXCL-CORR TO 100F-DT-EXCLUSAO
              WRITE 100F-REGISTRO-FD FROM 100F-REGISTRO
           END-IF
           .
       340999-SAIDA. EXIT.
      *-----------------------------
       400000-REGRAVA-MORTO SECTION.
      *-----------------------------
      **** RENOMEIA O ARQUIVO-MORTO PARA .PREREST E O REGRAVA, NA
      **** MESMA ORDEM, SEM OS REGISTROS RESTAURADOS.
           MOVE SPACES TO DDN-BASE-TRAB
           UNSTRING DDN-100D DELIMITED BY '.' INTO DDN-BASE-TRAB
           MOVE SPACES TO DDN-100U
           STRING DDN-BASE-TRAB DELIMITED BY SPACE
                  '.PREREST.txt' DELIMITED BY SIZE
                  INTO DDN-100U
           CALL 'CBL_RENAME_FILE' USING DDN-100D DDN-100U
           OPEN INPUT  T99F100U
                OUTPUT T99F100D
           IF FS-100U NOT EQUAL ZEROES OR
              FS-100D NOT EQUAL ZEROES
              PERFORM 999014-ERRO-014
           END-IF
           MOVE 'N' TO SW-FIM-100U
           PERFORM WITH TEST BEFORE UNTIL FIM-100U
                    READ T99F100U INTO 100D-REGISTRO
                        AT END
                            MOVE 'S' TO SW-FIM-100U
                        NOT AT END
                            PERFORM 410000-TRATA-MORTO
                    END-READ
           END-PERFORM
           CLOSE T99F100U T99F100D
           .
       400999-SAIDA. EXIT.
      *-----------------------------
       410000-TRATA-MORTO SECTION.
      *-----------------------------
           MOVE 100D-MATR TO 100S-MATR
           PERFORM 700000-PESQUISA-LISTA
           IF IDX-REST-ACHADO NOT EQUAL ZEROES
              IF REST-RESTAURADA (IDX-REST-ACHADO)
                 ADD 1 TO CNT-MORTO-REMOVIDOS
                 GO TO 410999-SAIDA
              END-IF
           END-IF
           WRITE 100D-REGISTRO-FD FROM 100D-REGISTRO
           ADD 1 TO CNT-MORTO-MANTIDOS
           .
       410999-SAIDA. EXIT.
      *-----------------------------
       500000-GRAVA-TRILHA SECTION.
      *-----------------------------
      **** UMA LINHA NA TRILHA T99L702A POR MATRICULA RESTAURADA.
           OPEN EXTEND T99L702A
           IF FS-702A NOT EQUAL ZEROES
              OPEN OUTPUT T99L702A
           END-IF
           PERFORM VARYING IDX-REST FROM 1 BY 1
                     UNTIL IDX-REST GREATER THAN QTD-REST
                    IF REST-RESTAURADA (IDX-REST)
                       MOVE SPACES TO 702A-REGISTRO
                       MOVE TAB-REST-MATR (IDX-REST) TO 702A-MATR
                       MOVE 'SITUACAO'   TO 702A-CAMPO
                       MOVE 'ARQUIVO-MORTO T99F100D'
                                         TO 702A-VALOR-ANTES
                       MOVE 'RESTAURADA EXCLUIDA (CMDO 03)'
                                         TO 702A-VALOR-DEPOIS
                       WRITE 702A-REGISTRO-FD FROM 702A-REGISTRO
                    END-IF
           END-PERFORM
           CLOSE T99L702A
           .
       500999-SAIDA. EXIT.
      *-----------------------------
       550000-ATUALIZA-INDEXADO SECTION.
      *-----------------------------
      **** GRAVA NA COPIA INDEXADA AS RESTAURADAS; COPIA/MODULO
      **** INDISPONIVEL SO AVISA, POIS O T99P2001 RECRIA A COPIA NA
      **** PROXIMA EXECUCAO NORMAL.
           MOVE 'R' TO FUN-100I
           CALL 'T99S100I' USING FUN-100I DDN-100I REG-TRAB-100I
                                 RET-100I
               ON EXCEPTION
                   MOVE '99' TO RET-100I
           END-CALL
           IF RET-100I NOT EQUAL '00'
              DISPLAY CTE-PROG ' ' CTE-VERS
                 ' *** AVISO: COPIA INDEXADA NAO ATUALIZADA ('
                 RET-100I ')'
              GO TO 550999-SAIDA
           END-IF
           PERFORM VARYING IDX-REST-PROX FROM 1 BY 1
                     UNTIL IDX-REST-PROX GREATER THAN QTD-REST
                    IF REST-RESTAURADA (IDX-REST-PROX)
                       PERFORM 335000-MONTA-RESTAURADA
                       MOVE 100S-REGISTRO TO REG-TRAB-100I
                       MOVE 'G' TO FUN-100I
                       CALL 'T99S100I' USING FUN-100I DDN-100I
                                             REG-TRAB-100I RET-100I
                    END-IF
           END-PERFORM
           MOVE 'F' TO FUN-100I
           CALL 'T99S100I' USING FUN-100I DDN-100I REG-TRAB-100I
                                 RET-100I
           .
       550999-SAIDA. EXIT.
      *-----------------------------
       600000-GRAVA-RELATORIO SECTION.
      *-----------------------------
      **** UMA LINHA POR MATRICULA DA LISTA, COM O MOTIVO INFORMADO E
      **** OS AVISOS, E OS TOTAIS.
           MOVE 0 TO CNT-RECUSADAS
           PERFORM VARYING IDX-REST FROM 1 BY 1
                     UNTIL IDX-REST GREATER THAN QTD-REST
                    PERFORM 610000-GRAVA-DETALHE
           END-PERFORM
           WRITE 734S-REGISTRO-FD FROM 734S-LIN-HIFEN
           MOVE SPACES                     TO 734S-LIN-TOT
           MOVE 'LINHAS DA LISTA'          TO 734S-TOT-DESC
           MOVE CNT-LIDAS-LISTA            TO 734S-TOT-QTDE
           WRITE 734S-REGISTRO-FD FROM 734S-LIN-TOT
           MOVE SPACES                     TO 734S-LIN-TOT
           MOVE '  INVALIDAS (IGNORADAS)'  TO 734S-TOT-DESC
           MOVE CNT-INVALIDAS-LISTA        TO 734S-TOT-QTDE
           WRITE 734S-REGISTRO-FD FROM 734S-LIN-TOT
           MOVE SPACES                     TO 734S-LIN-TOT
           MOVE '  REPETIDAS (IGNORADAS)'  TO 734S-TOT-DESC
           MOVE CNT-REPETIDAS-LISTA        TO 734S-TOT-QTDE
           WRITE 734S-REGISTRO-FD FROM 734S-LIN-TOT
           MOVE SPACES                     TO 734S-LIN-TOT
           MOVE 'MATRICULAS RESTAURADAS'   TO 734S-TOT-DESC
           MOVE CNT-RESTAURADAS            TO 734S-TOT-QTDE
           WRITE 734S-REGISTRO-FD FROM 734S-LIN-TOT
           IF CNT-PRAZO-VENCIDO GREATER THAN ZEROES
              MOVE SPACES                  TO 734S-LIN-TOT
              MOVE '  C/ PRAZO EXPURGO VENCIDO' TO 734S-TOT-DESC
              MOVE CNT-PRAZO-VENCIDO       TO 734S-TOT-QTDE
              WRITE 734S-REGISTRO-FD FROM 734S-LIN-TOT
           END-IF
           MOVE SPACES                     TO 734S-LIN-TOT
           MOVE 'MATRICULAS RECUSADAS'     TO 734S-TOT-DESC
           MOVE CNT-RECUSADAS              TO 734S-TOT-QTDE
           WRITE 734S-REGISTRO-FD FROM 734S-LIN-TOT
           IF CNT-RESTAURADAS GREATER THAN ZEROES
              MOVE SPACES                  TO 734S-LIN-TOT
              MOVE 'REGISTROS RESTANTES NO 100D' TO 734S-TOT-DESC
              MOVE CNT-MORTO-MANTIDOS      TO 734S-TOT-QTDE
              WRITE 734S-REGISTRO-FD FROM 734S-LIN-TOT
              MOVE SPACES                  TO 734S-LIN-MSG
              MOVE 'COPIAS ANTERIORES: T99F100S/T99F100F/T99F100D COM'
                                           TO 734S-MSG
              WRITE 734S-REGISTRO-FD FROM 734S-LIN-MSG
              MOVE SPACES                  TO 734S-LIN-MSG
              MOVE 'SUFIXO .PREREST; A VOLTA AO QUADRO E POR REATIVAR'
                                           TO 734S-MSG
              WRITE 734S-REGISTRO-FD FROM 734S-LIN-MSG
           ELSE
              MOVE SPACES                  TO 734S-LIN-MSG
              MOVE 'NENHUMA MATRICULA RESTAURADA - NADA FOI ALTERADO'
                                           TO 734S-MSG
              WRITE 734S-REGISTRO-FD FROM 734S-LIN-MSG
           END-IF
           WRITE 734S-REGISTRO-FD FROM 734S-LIN-HIFEN
           WRITE 734S-REGISTRO-FD FROM 734S-FIM-REL
           .
       600999-SAIDA. EXIT.
      *-----------------------------
       610000-GRAVA-DETALHE SECTION.
      *-----------------------------
           MOVE SPACES TO 734S-LIN-DET
           MOVE TAB-REST-MATR (IDX-REST) TO 734S-MATR
           MOVE 0 TO 734S-DT-EXCL
           IF TAB-REST-100D (IDX-REST) NOT EQUAL SPACES
              MOVE TAB-REST-100D (IDX-REST) TO 100D-REGISTRO
              MOVE 100D-NOME        TO 734S-NOME
              MOVE 100D-DT-EXCLUSAO TO 734S-DT-EXCL
           END-IF
           EVALUATE TRUE
               WHEN REST-RESTAURADA (IDX-REST)
                    MOVE 'RESTAURADA (CMDO 03)'  TO 734S-RESULTADO
               WHEN REST-NAO-ACHADA (IDX-REST)
                    MOVE 'NAO ESTA NO ARQ.-MORTO' TO 734S-RESULTADO
               WHEN REST-NO-CADASTRO (IDX-REST)
                    MOVE 'JA EXISTE NO CADASTRO' TO 734S-RESULTADO
               WHEN REST-ANONIMIZADA (IDX-REST)
                    MOVE 'ANONIMIZADA (LGPD)'    TO 734S-RESULTADO
               WHEN REST-REPETIDA (IDX-REST)
                    MOVE 'REPETIDA NO ARQ.-MORTO' TO 734S-RESULTADO
               WHEN OTHER
                    MOVE 'NAO RESTAURADA'        TO 734S-RESULTADO
           END-EVALUATE
           IF NOT REST-RESTAURADA (IDX-REST)
              ADD 1 TO CNT-RECUSADAS
           END-IF
           WRITE 734S-REGISTRO-FD FROM 734S-LIN-DET
           IF TAB-REST-MOTIVO (IDX-REST) NOT EQUAL SPACES
              MOVE SPACES TO 734S-LIN-MSG
              STRING 'MOTIVO: ' DELIMITED BY SIZE
                     TAB-REST-MOTIVO (IDX-REST) DELIMITED BY SIZE
                     INTO 734S-MSG
              WRITE 734S-REGISTRO-FD FROM 734S-LIN-MSG
           END-IF
           IF REST-RESTAURADA (IDX-REST) AND
              TAB-REST-MATR-CPF (IDX-REST) NOT EQUAL ZEROES
              MOVE SPACES TO 734S-LIN-MSG
              STRING 'AVISO: CPF ATIVO NA MATRICULA ' DELIMITED BY SIZE
                     TAB-REST-MATR-CPF (IDX-REST) DELIMITED BY SIZE
                     ' (REATIVAR BARRADO)' DELIMITED BY SIZE
                     INTO 734S-MSG
              WRITE 734S-REGISTRO-FD FROM 734S-LIN-MSG
           END-IF
           IF REST-RESTAURADA (IDX-REST) AND
              REST-PRAZO-VENCIDO (IDX-REST)
              MOVE SPACES TO 734S-LIN-MSG
              STRING 'AVISO: EXCLUSAO ANTERIOR AO LIMITE DE EXPURGO '
                                               DELIMITED BY SIZE
                     DATA-LIMITE               DELIMITED BY SIZE
                     ' -'                      DELIMITED BY SIZE
                     INTO 734S-MSG
              WRITE 734S-REGISTRO-FD FROM 734S-LIN-MSG
              MOVE SPACES TO 734S-LIN-MSG
              STRING 'REATIVAR ANTES DO PROXIMO T99P2008 OU '
                                               DELIMITED BY SIZE
                     'SERA EXPURGADA DE NOVO'  DELIMITED BY SIZE
                     INTO 734S-MSG
              WRITE 734S-REGISTRO-FD FROM 734S-LIN-MSG
           END-IF
           .
       610999-SAIDA. EXIT.
      *-----------------------------
       700000-PESQUISA-LISTA SECTION.
      *-----------------------------
      **** PESQUISA BINARIA DE 100S-MATR EM TAB-REST; DEVOLVE A
      **** POSICAO EM IDX-REST-ACHADO (ZERO = FORA DA LISTA).
           MOVE 0 TO IDX-REST-ACHADO
           MOVE 1 TO IDX-REST-INI
           MOVE QTD-REST TO IDX-REST-FIM
           PERFORM WITH TEST BEFORE
                    UNTIL IDX-REST-INI GREATER THAN IDX-REST-FIM
                    COMPUTE IDX-REST-MEIO =
                            (IDX-REST-INI + IDX-REST-FIM) / 2
                    EVALUATE TRUE
                        WHEN TAB-REST-MATR (IDX-REST-MEIO) EQUAL
                                100S-MATR
                             MOVE IDX-REST-MEIO TO IDX-REST-ACHADO
                             MOVE 0 TO IDX-REST-FIM
                        WHEN TAB-REST-MATR (IDX-REST-MEIO) LESS THAN
                                100S-MATR
                             COMPUTE IDX-REST-INI = IDX-REST-MEIO + 1
                        WHEN OTHER
                             COMPUTE IDX-REST-FIM = IDX-REST-MEIO - 1
                    END-EVALUATE
           END-PERFORM
           .
       700999-SAIDA. EXIT.
      *-----------------------------
       900000-OBTEM-DATA-SISTEMA SECTION.
      *-----------------------------
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD
           .
       900000-SAIDA. EXIT.
      *-----------------------------
       900008-LE-PARAMETROS SECTION.
      *-----------------------------
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
           IF 900P-ARQ-100M NOT EQUAL SPACES
              MOVE 900P-ARQ-100M TO DDN-100M
           END-IF
           IF 900P-ARQ-100S NOT EQUAL SPACES
              MOVE 900P-ARQ-100S TO DDN-100S
           END-IF
           IF 900P-ARQ-100F NOT EQUAL SPACES
              MOVE 900P-ARQ-100F TO DDN-100F
           END-IF
           IF 900P-ARQ-100D NOT EQUAL SPACES
              MOVE 900P-ARQ-100D TO DDN-100D
           END-IF
           IF 900P-ARQ-100C NOT EQUAL SPACES
              MOVE 900P-ARQ-100C TO DDN-100C
           END-IF
           IF 900P-ARQ-100I NOT EQUAL SPACES
              MOVE 900P-ARQ-100I TO DDN-100I
           END-IF
           IF 900P-ARQ-702A NOT EQUAL SPACES
              MOVE 900P-ARQ-702A TO DDN-702A
           END-IF
           IF 900P-ARQ-734S NOT EQUAL SPACES
              MOVE 900P-ARQ-734S TO DDN-734S
           END-IF
           IF 900P-DIAS-EXPURGO NUMERIC
              MOVE 900P-DIAS-EXPURGO TO DIAS-EXPURGO
           END-IF
           .
       900009-SAIDA. EXIT.
      *--------------------------
       999001-ERRO-001 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 001 LISTA DE MATRICULAS NAO ENCONTRADA: '
                   DDN-100M ' (' FS-100M ')'
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      *--------------------------
       999002-ERRO-002 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 002 LISTA SEM MATRICULA VALIDA: ' DDN-100M
                   ' - NADA FOI ALTERADO'
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      *--------------------------
       999003-ERRO-003 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 003 MAIS DE 500 MATRICULAS NA LISTA: ' DDN-100M
                   ' - NADA FOI ALTERADO'
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      *--------------------------
       999004-ERRO-004 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 004 ERRO OPEN RELATORIO: ' DDN-734S
                   ' (' FS-734S ') - NADA FOI ALTERADO'
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      *--------------------------
       999011-ERRO-011 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 011 ARQUIVO-MORTO NAO ENCONTRADO: ' DDN-100D
                   ' (' FS-100D ')'
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      *--------------------------
       999012-ERRO-012 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 012 CADASTRO NAO ENCONTRADO: ' DDN-100S
                   ' (' FS-100S ')'
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      *--------------------------
       999013-ERRO-013 SECTION.
      *--------------------------
      **** DESFAZ AS RENOMEACOES PARA NAO DEIXAR A BASE SEM ARQUIVO.
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 013 ERRO NA REGRAVACAO DO CADASTRO: ' FS-100V
                   ' ' FS-100S ' ' FS-100F ' ' FS-100C
           CALL 'CBL_RENAME_FILE' USING DDN-100V DDN-100S
           CALL 'CBL_RENAME_FILE' USING DDN-100G DDN-100F
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      *--------------------------
       999014-ERRO-014 SECTION.
      *--------------------------
      **** O CADASTRO JA FOI REGRAVADO: O ARQUIVO-MORTO VOLTA AO NOME
      **** ORIGINAL E A OPERACAO RETIRA DELE AS MATRICULAS DO
      **** RELATORIO ANTES DO PROXIMO EXPURGO.
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 014 ERRO NA REGRAVACAO DO ARQUIVO-MORTO: '
                   FS-100U ' ' FS-100D
           CALL 'CBL_RENAME_FILE' USING DDN-100U DDN-100D
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      ******************************************************************
       END PROGRAM T99P2035.
      ******************************************************************
