      *REMARKS. OS DEMAIS MOVIMENTOS. INCLUSOES/EXCLUSOES/REATIVACOES
      *REMARKS. NAO SAO AUDITADAS NO T99L702A E PORTANTO NAO GERAM
      *REMARKS. COMPENSACAO AUTOMATICA. TODA A OPERACAO E REGISTRADA
      *REMARKS. NO RELATORIO T99L706S. NA RESTAURACAO, CADA MATRICULA
      *REMARKS. QUE DIFERE ENTRE A BASE SUBSTITUIDA E A COPIA
      *REMARKS. RESTAURADA GANHA NO HISTORICO PERMANENTE T99F200H UMA
      *REMARKS. LINHA DE COMPENSACAO (ANTES = SUBSTITUIDA, DEPOIS =
      *REMARKS. RESTAURADA), PARA O HISTORICO VOLTAR A BATER COM A BASE.
      *DATE-WRITTEN. 06/06/2026.
      *VERSAO 005-MARCIO CONC-15/10/2026-LINHAS DE COMPENSACAO NO
      *VERSAO 005-MARCIO CONC-15/10/2026-T99F200H NA RESTAURACAO DA
      *VERSAO 005-MARCIO CONC-15/10/2026-BASE.
      *VERSAO 004-MARCIO CONC-02/09/2026-MASCARA DE CPF (LGPD) NO
      *VERSAO 004-MARCIO CONC-02/09/2026-EXTRATO 100X REGERADO.
      *VERSAO 002-MARCIO CONC-04/07/2026-LAYOUT V2 DO CADASTRO NOS
           SELECT T99F100H ASSIGN TO DDN-100H
               FILE STATUS IS FS-100H
               ORGANIZATION IS LINE SEQUENTIAL.
      **** T99F100B: A BASE SUBSTITUIDA (COPIA DE SEGURANCA PREBKO),
      **** RELIDA PARA A COMPENSACAO DO HISTORICO T99F200H.
           SELECT T99F100B ASSIGN TO DDN-100S-SEG
               FILE STATUS IS FS-100B
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99F200H ASSIGN TO DDN-200H
               FILE STATUS IS FS-200H
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99F100X ASSIGN TO DDN-100X
               FILE STATUS IS FS-100X
               ORGANIZATION IS LINE SEQUENTIAL.
           RECORDING F.
      *
       01  100H-REGISTRO-FD            PIC X(90).
      *
       FD  T99F100B
           BLOCK  0
           RECORD 90
           RECORDING F.
      *
       01  100B-REGISTRO-FD            PIC X(90).
      *
       FD  T99F200H
           BLOCK  0
           RECORD 152
           RECORDING F.
      *
       01  200H-REGISTRO-FD            PIC X(152).
      *
       FD  T99F100X
           BLOCK  0
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
                                               '*** T99P2006 ***'.
       77  CTE-VERS                    PIC  X(06)     VALUE 'VRS005'.
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
      *{{ INCLUI BOOKS }}
            COPY 'T99K100S.cpy'.
            COPY 'T99K200E.cpy'.
            COPY 'T99K200H.cpy'.
            COPY 'T99K702A.cpy'.
            COPY 'T99K100X.cpy'.
            COPY 'T99K706S.cpy'.
           03  CPF-MASC-SAI            PIC  X(11).
       77  FS-100S                     PIC  XX.
       77  FS-100H                     PIC  XX.
       77  FS-100B                     PIC  XX.
       77  FS-200H                     PIC  XX.
       77  FS-100X                     PIC  XX.
       77  FS-702A                     PIC  XX.
       77  FS-200B                     PIC  XX.
                                               'T99F200B.txt'.
       77  DDN-706S                    PIC  X(20)     VALUE
                                               'T99L706S.txt'.
       77  DDN-200H                    PIC  X(20)     VALUE
                                               'T99F200H.txt'.
       77  DDN-100H                    PIC  X(30).
       77  DDN-100S-BASE               PIC  X(20).
      **** COPIA DE SEGURANCA DO T99F100S CORRENTE, FEITA ANTES DA
       77  CNT-RESTAURADOS             PIC  9(07)     VALUE 0.
       77  CNT-MVTOS-GERADOS           PIC  9(07)     VALUE 0.
       77  CNT-702A-SEM-BASE           PIC  9(07)     VALUE 0.
       77  CNT-COMPENSA-200H           PIC  9(07)     VALUE 0.
      **** COMPENSACAO DO HISTORICO: BASE SUBSTITUIDA (REG-BKO) X
      **** BASE RESTAURADA (100S-REGISTRO) EM LINHA BALANCEADA POR
      **** MATRICULA; NO FIM DE CADA ARQUIVO A CHAVE VAI A 9999999.
       01  REG-BKO                     PIC  X(90).
       01  REG-BKO-RED REDEFINES REG-BKO.
           03  BKO-MATR                PIC  9(07).
               88  BKO-HDR                              VALUE ZEROES.
               88  BKO-TRL                              VALUE 9999999.
           03  BKO-NOME                PIC  X(30).
           03  BKO-SEXO                PIC  X(01).
           03  BKO-CPF                 PIC  9(11).
           03  BKO-EST-CIVIL           PIC  X(01).
           03  BKO-DT-NASCIMENTO       PIC  9(08).
           03  BKO-DT-ADMISSAO         PIC  9(08).
           03  BKO-LOTACAO             PIC  X(04).
           03  FILLER                  PIC  X(13).
           03  BKO-CMDO                PIC  9(02).
           03  BKO-SEQ                 PIC  9(05).
       77  CHAVE-BKO                   PIC  9(07)     VALUE 0.
       77  CHAVE-RST                   PIC  9(07)     VALUE 0.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
                  DDN-100S-SEG                       DELIMITED BY SPACE
                  INTO 706S-ACAO
           WRITE 706S-REGISTRO-FD FROM 706S-LIN-ACAO
           PERFORM 350000-COMPENSA-HISTORICO
           .
       300999-SAIDA. EXIT.
      *-----------------------------
       350000-COMPENSA-HISTORICO SECTION.
      *-----------------------------
      **** O HISTORICO T99F200H AINDA GUARDA AS IMAGENS DEPOIS DAS
      **** EXECUCOES DESFEITAS. CONFRONTA A BASE SUBSTITUIDA (PREBKO)
      **** COM A RESTAURADA, AMBAS EM ORDEM DE MATRICULA, E GRAVA EM
      **** EXTEND UMA LINHA POR MATRICULA QUE DIFERE (O SEQ DO
      **** REGISTRO NAO CONTA), NO DESENHO DO 477000 DO T99P2001:
      **** ANTES = SUBSTITUIDA, DEPOIS = RESTAURADA, SEQ 99999 (VIDE
      **** T99K200H.CPY). SO NA SUBSTITUIDA (INCLUSAO DESFEITA) A
      **** IMAGEM DEPOIS SAI ZERADA COM CMDO 00; SO NA RESTAURADA, A
      **** IMAGEM ANTES. HISTORICO INDISPONIVEL SO AVISA: A BASE JA
      **** FOI RESTAURADA.
           OPEN EXTEND T99F200H
           IF FS-200H NOT EQUAL ZEROES
              OPEN OUTPUT T99F200H
           END-IF
           OPEN INPUT T99F100B
                INPUT T99F100S
           IF FS-200H NOT EQUAL ZEROES OR
              FS-100B NOT EQUAL ZEROES OR
              FS-100S NOT EQUAL ZEROES
              MOVE SPACES TO 706S-ACAO
              STRING 'ATENCAO: HISTORICO ' DELIMITED BY SIZE
                     DDN-200H              DELIMITED BY SPACE
                     ' NAO COMPENSADO ('   DELIMITED BY SIZE
                     FS-200H ' ' FS-100B ' ' FS-100S
                                           DELIMITED BY SIZE
                     ')'                   DELIMITED BY SIZE
                     INTO 706S-ACAO
              WRITE 706S-REGISTRO-FD FROM 706S-LIN-ACAO
              CLOSE T99F200H T99F100B T99F100S
              GO TO 350999-SAIDA
           END-IF
           PERFORM 351000-LER-BKO
           PERFORM 352000-LER-RESTAURADA
           PERFORM WITH TEST BEFORE
                    UNTIL CHAVE-BKO EQUAL 9999999 AND
                          CHAVE-RST EQUAL 9999999
                    PERFORM 355000-CONFRONTA-MATRICULA
           END-PERFORM
           CLOSE T99F200H T99F100B T99F100S
           MOVE SPACES TO 706S-ACAO
           STRING 'LINHAS DE COMPENSACAO GRAVADAS NO '
                                         DELIMITED BY SIZE
                  DDN-200H               DELIMITED BY SPACE
                  ': '                   DELIMITED BY SIZE
                  CNT-COMPENSA-200H      DELIMITED BY SIZE
                  INTO 706S-ACAO
           WRITE 706S-REGISTRO-FD FROM 706S-LIN-ACAO
           .
       350999-SAIDA. EXIT.
      *-----------------------------
       351000-LER-BKO SECTION.
      *-----------------------------
      **** LE A BASE SUBSTITUIDA PULANDO O HEADER; TRAILER OU FIM DE
      **** ARQUIVO LEVAM A CHAVE A 9999999.
           MOVE ZEROES TO BKO-MATR
           PERFORM WITH TEST BEFORE UNTIL NOT BKO-HDR
                    READ T99F100B INTO REG-BKO
                        AT END
                            MOVE 9999999 TO BKO-MATR
                    END-READ
           END-PERFORM
           MOVE BKO-MATR TO CHAVE-BKO
           .
       351999-SAIDA. EXIT.
      *-----------------------------
       352000-LER-RESTAURADA SECTION.
      *-----------------------------
           MOVE ZEROES TO 100S-MATR
           PERFORM WITH TEST BEFORE UNTIL NOT 100S-HDR
                    READ T99F100S INTO 100S-REGISTRO
                        AT END
                            MOVE 9999999 TO 100S-MATR
                    END-READ
           END-PERFORM
           MOVE 100S-MATR TO CHAVE-RST
           .
       352999-SAIDA. EXIT.
      *-----------------------------
       355000-CONFRONTA-MATRICULA SECTION.
      *-----------------------------
           EVALUATE TRUE
               WHEN CHAVE-BKO EQUAL CHAVE-RST
                    IF REG-BKO (8:78) NOT EQUAL 100S-REGISTRO (8:78)
                       EVALUATE TRUE
                           WHEN BKO-CMDO NOT EQUAL 03 AND
                                100S-CMDO EQUAL 03
                                MOVE 03 TO 200H-CMDO
                           WHEN BKO-CMDO EQUAL 03 AND
                                100S-CMDO NOT EQUAL 03
                                MOVE 04 TO 200H-CMDO
                           WHEN OTHER
                                MOVE 02 TO 200H-CMDO
                       END-EVALUATE
                       PERFORM 356000-CARREGA-ANTES
                       PERFORM 357000-CARREGA-DEPOIS
                       PERFORM 358000-GRAVA-COMPENSACAO
                    END-IF
                    PERFORM 351000-LER-BKO
                    PERFORM 352000-LER-RESTAURADA
               WHEN CHAVE-BKO LESS THAN CHAVE-RST
                    MOVE 03 TO 200H-CMDO
                    PERFORM 356000-CARREGA-ANTES
                    MOVE SPACES TO 200H-DEPOIS
                    MOVE ZEROES TO 200H-DEP-CPF
                                   200H-DEP-DT-NASC
                                   200H-DEP-DT-ADM
                                   200H-DEP-CMDO
                    PERFORM 358000-GRAVA-COMPENSACAO
                    PERFORM 351000-LER-BKO
               WHEN OTHER
                    MOVE 01 TO 200H-CMDO
                    MOVE SPACES TO 200H-ANTES
                    MOVE ZEROES TO 200H-ANT-CPF
                                   200H-ANT-DT-NASC
                                   200H-ANT-DT-ADM
                                   200H-ANT-CMDO
                    PERFORM 357000-CARREGA-DEPOIS
                    PERFORM 358000-GRAVA-COMPENSACAO
                    PERFORM 352000-LER-RESTAURADA
           END-EVALUATE
           .
       355999-SAIDA. EXIT.
      *-----------------------------
       356000-CARREGA-ANTES SECTION.
      *-----------------------------
           MOVE BKO-MATR           TO 200H-MATR
           MOVE BKO-NOME           TO 200H-ANT-NOME
           MOVE BKO-SEXO           TO 200H-ANT-SEXO
           MOVE BKO-CPF            TO 200H-ANT-CPF
           MOVE BKO-EST-CIVIL      TO 200H-ANT-EST-CIVIL
           MOVE BKO-DT-NASCIMENTO  TO 200H-ANT-DT-NASC
           MOVE BKO-DT-ADMISSAO    TO 200H-ANT-DT-ADM
           MOVE BKO-LOTACAO        TO 200H-ANT-LOTACAO
           MOVE BKO-CMDO           TO 200H-ANT-CMDO
           .
       356999-SAIDA. EXIT.
      *-----------------------------
       357000-CARREGA-DEPOIS SECTION.
      *-----------------------------
           MOVE 100S-MATR          TO 200H-MATR
           MOVE 100S-NOME          TO 200H-DEP-NOME
           MOVE 100S-SEXO          TO 200H-DEP-SEXO
           MOVE 100S-CPF           TO 200H-DEP-CPF
           MOVE 100S-EST-CIVIL     TO 200H-DEP-EST-CIVIL
           MOVE 100S-DT-NASCIMENTO TO 200H-DEP-DT-NASC
           MOVE 100S-DT-ADMISSAO   TO 200H-DEP-DT-ADM
           MOVE 100S-LOTACAO       TO 200H-DEP-LOTACAO
           MOVE 100S-CMDO          TO 200H-DEP-CMDO
           .
       357999-SAIDA. EXIT.
      *-----------------------------
       358000-GRAVA-COMPENSACAO SECTION.
      *-----------------------------
           MOVE DATA-SISTEMA TO 200H-DATA
           MOVE 99999        TO 200H-SEQ
           WRITE 200H-REGISTRO-FD FROM 200H-REGISTRO
           ADD 1 TO CNT-COMPENSA-200H
           MOVE SPACES       TO 706S-LIN-DET
           MOVE 200H-MATR    TO 706S-MATR
           IF 200H-DEP-CMDO EQUAL ZEROES
              MOVE 200H-ANT-NOME TO 706S-NOME
           ELSE
              MOVE 200H-DEP-NOME TO 706S-NOME
           END-IF
           EVALUATE 200H-CMDO
               WHEN 01
                    MOVE 'T99F200H COMPENSADO - INCLUSAO'
                                   TO 706S-DET-ACAO
               WHEN 03
                    MOVE 'T99F200H COMPENSADO - EXCLUSAO'
                                   TO 706S-DET-ACAO
               WHEN 04
                    MOVE 'T99F200H COMPENSADO - REATIVACAO'
                                   TO 706S-DET-ACAO
               WHEN OTHER
                    MOVE 'T99F200H COMPENSADO - ALTERACAO'
                                   TO 706S-DET-ACAO
           END-EVALUATE
           WRITE 706S-REGISTRO-FD FROM 706S-LIN-DET
           .
       358999-SAIDA. EXIT.
      *-----------------------------
       470000-GRAVA-EXTRATO-100X SECTION.
      *-----------------------------
           IF 900P-ARQ-706S NOT EQUAL SPACES
              MOVE 900P-ARQ-706S TO DDN-706S
           END-IF
           IF 900P-ARQ-200H NOT EQUAL SPACES
              MOVE 900P-ARQ-200H TO DDN-200H
           END-IF
           IF 900P-DATA-BACKOUT NUMERIC
              MOVE 900P-DATA-BACKOUT TO DATA-BACKOUT
           END-IF
