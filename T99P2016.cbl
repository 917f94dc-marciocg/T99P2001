      *REMARKS. (EXTEND) E TUDO NO RELATORIO T99L717S. OS ARQUIVOS
      *REMARKS. ORIGINAIS FICAM COMO COPIA .PREFUS. O QUE ANTES ERA
      *REMARKS. CIRURGIA MANUAL (EXCLUIR, REDIGITAR, ORFAOS DE
      *REMARKS. AFASTAMENTO) VIRA UM PASSO AUDITADO. OS DEPENDENTES
      *REMARKS. DA VITIMA (T99F450S) PASSAM AO SOBREVIVENTE, COM SEQ
      *REMARKS. DEPOIS DO MAIOR DELE, E A EXCLUSAO DA VITIMA E O
      *REMARKS. SOBREVIVENTE COMPLETADO SAEM NO HISTORICO PERMANENTE
      *REMARKS. T99F200H (EXTEND), COMO NO 477000 DO T99P2001.
      *DATE-WRITTEN. 02/09/2026.
      *VERSAO 002-MARCIO CONC-15/10/2026-DEPENDENTES DA VITIMA
      *VERSAO 002-MARCIO CONC-15/10/2026-TRANSFERIDOS (T99F450S) E
      *VERSAO 002-MARCIO CONC-15/10/2026-LINHAS DA FUSAO NO HISTORICO
      *VERSAO 002-MARCIO CONC-15/10/2026-T99F200H.
      *VERSAO 001-MARCIO CONC-02/09/2026-IMPLANTACAO.
      *
      *-----------------------------------------------------------------
           SELECT T99F350H ASSIGN TO DDN-350H
               FILE STATUS IS FS-350H
               ORGANIZATION IS LINE SEQUENTIAL.
      **** T99F45SV: CADASTRO DE DEPENDENTES RENOMEADO PARA .PREFUS,
      **** MESMO PAPEL DO T99F350V.
           SELECT T99F45SV ASSIGN TO DDN-45SV
               FILE STATUS IS FS-45SV
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99F450S ASSIGN TO DDN-450S
               FILE STATUS IS FS-450S
               ORGANIZATION IS LINE SEQUENTIAL.
      **** T99F200H: HISTORICO PERMANENTE, SO ACRESCIDO (EXTEND).
           SELECT T99F200H ASSIGN TO DDN-200H
               FILE STATUS IS FS-200H
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99F100C ASSIGN TO DDN-100C
               FILE STATUS IS FS-100C
               ORGANIZATION IS LINE SEQUENTIAL.
               FILE STATUS IS FS-900P
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO 'SORTWK'.
           SELECT SORT-DEP  ASSIGN TO 'SORTWK'.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
           RECORDING F.
      *
       01  350H-REGISTRO-FD            PIC X(25).
      *
       FD  T99F45SV
           BLOCK  0
           RECORD 80
           RECORDING F.
      *
       01  45SV-REGISTRO-FD            PIC X(80).
      *
       FD  T99F450S
           BLOCK  0
           RECORD 80
           RECORDING F.
      *
       01  450S-REGISTRO-FD            PIC X(80).
      *
       FD  T99F200H
           BLOCK  0
           RECORD 152
           RECORDING F.
      *
       01  200H-REGISTRO-FD            PIC X(152).
      *
       FD  T99F100C
           BLOCK  0
      *
       FD  T99F900P
           BLOCK  0
           RECORD 1923
           RECORDING F.
      *
       01  900P-REGISTRO-FD            PIC X(1923).
      *
      **** ARQUIVO DE TRABALHO DO SORT: REORDENA OS AFASTAMENTOS
      **** CORRENTES POR MATRICULA APOS A TRANSFERENCIA (A TROCA DE
           03  SORT-MATR               PIC 9(07).
           03  SORT-350S-REG           PIC X(25).
      *
      **** ARQUIVO DE TRABALHO DO SORT DOS DEPENDENTES: REORDENA POR
      **** MATRICULA + SEQ-DEP APOS OS DA VITIMA GANHAREM A MATRICULA
      **** E O SEQ NOVOS DO SOBREVIVENTE.
       SD  SORT-DEP.
      *
       01  SORT-DEP-REG.
           03  SORT-DEP-MATR           PIC 9(07).
           03  SORT-DEP-SEQ            PIC 9(02).
           03  SORT-DEP-450S-REG       PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       77  CTE-PROG                    PIC  X(16)     VALUE
                                               '*** T99P2016 ***'.
       77  CTE-VERS                    PIC  X(06)     VALUE 'VRS002'.
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
            COPY 'T99K100S.cpy'.
            COPY 'T99K350S.cpy'.
            COPY 'T99K350H.cpy'.
            COPY 'T99K450S.cpy'.
            COPY 'T99K200H.cpy'.
            COPY 'T99K100C.cpy'.
            COPY 'T99K100F.cpy'.
            COPY 'T99K702A.cpy'.
       77  FS-350S                     PIC  XX.
       77  FS-35HV                     PIC  XX.
       77  FS-350H                     PIC  XX.
       77  FS-45SV                     PIC  XX.
       77  FS-450S                     PIC  XX.
       77  FS-200H                     PIC  XX.
       77  FS-100C                     PIC  XX.
       77  FS-100G                     PIC  XX.
       77  FS-100F                     PIC  XX.
                                               'T99F350S.txt'.
       77  DDN-350H                    PIC  X(20)     VALUE
                                               'T99F350H.txt'.
       77  DDN-450S                    PIC  X(20)     VALUE
                                               'T99F450S.txt'.
       77  DDN-200H                    PIC  X(20)     VALUE
                                               'T99F200H.txt'.
       77  DDN-100C                    PIC  X(20)     VALUE
                                               'T99F100C.txt'.
       77  DDN-100F                    PIC  X(20)     VALUE
       77  DDN-100G                    PIC  X(30).
       77  DDN-350V                    PIC  X(30).
       77  DDN-35HV                    PIC  X(30).
       77  DDN-45SV                    PIC  X(30).
       77  DDN-BASE-TRAB               PIC  X(20).
      *
       01  DATA-SISTEMA-GRP.
           88  FIM-350V                                 VALUE 'S'.
       77  SW-FIM-35HV                 PIC  X(01)     VALUE 'N'.
           88  FIM-35HV                                 VALUE 'S'.
       77  SW-FIM-45SV                 PIC  X(01)     VALUE 'N'.
           88  FIM-45SV                                 VALUE 'S'.
       77  SW-FIM-SORT                 PIC  X(01)     VALUE 'N'.
           88  FIM-SORT                                 VALUE 'S'.
       77  SW-ACHOU-SOBREV             PIC  X(01)     VALUE 'N'.
           88  ACHOU-VITIMA                             VALUE 'S'.
      *
      **** REGISTROS CAPTURADOS NA PRIMEIRA PASSADA E O RESULTADO DA
      **** FUSAO (SOBREVIVENTE COMPLETADO CAMPO A CAMPO); REG-ANTES
      **** GUARDA O REGISTRO LIDO DA BASE, IMAGEM ANTES NO T99F200H.
       01  REG-ANTES                   PIC  X(90).
       01  REG-ANTES-RED REDEFINES REG-ANTES.
           03  ANT-MATR                PIC  9(07).
           03  ANT-NOME                PIC  X(30).
           03  ANT-SEXO                PIC  X(01).
           03  ANT-CPF                 PIC  9(11).
           03  ANT-EST-CIVIL           PIC  X(01).
           03  ANT-DT-NASCIMENTO       PIC  9(08).
           03  ANT-DT-ADMISSAO         PIC  9(08).
           03  ANT-LOTACAO             PIC  X(04).
           03  FILLER                  PIC  X(13).
           03  ANT-CMDO                PIC  9(02).
           03  ANT-SEQ                 PIC  9(05).
       01  REG-SOBREV                  PIC  X(90).
       01  REG-SOBREV-RED REDEFINES REG-SOBREV.
           03  SOB-MATR                PIC  9(07).
       77  CNT-CAMPOS-MOVIDOS          PIC  9(03)     VALUE 0.
       77  CNT-AFAST-MOVIDOS           PIC  9(05)     VALUE 0.
       77  CNT-HIST-MOVIDOS            PIC  9(05)     VALUE 0.
       77  CNT-DEP-MOVIDOS             PIC  9(05)     VALUE 0.
       77  CNT-200H                    PIC  9(05)     VALUE 0.
      *
      **** DEPENDENTES (PRIMEIRA PASSADA NO T99F450S): MAIOR SEQ-DEP
      **** DO SOBREVIVENTE E QUANTOS DEPENDENTES TEM A VITIMA; OS DA
      **** VITIMA RECEBEM OS SEQ SEGUINTES, ATE O LIMITE DE 99 DO
      **** CADASTRO (TAB-DM DO T99P2001). CNT-QTD-DEP RECONTA O
      **** TRAILER NA REGRAVACAO.
       77  SEQ-DEP-MAX-SOB             PIC  9(03)     VALUE 0.
       77  QTD-DEP-VITIMA              PIC  9(03)     VALUE 0.
       77  SEQ-DEP-PROX                PIC  9(02)     VALUE 0.
       77  CNT-QTD-DEP                 PIC  9(07)     VALUE 0.
       01  REG-HDR-450S                PIC  X(80)     VALUE SPACES.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
           IF (NOT ACHOU-SOBREVIVENTE) OR (NOT ACHOU-VITIMA)
              PERFORM 999002-ERRO-002
           END-IF
           PERFORM 150000-CONTA-DEPENDENTES
           IF SEQ-DEP-MAX-SOB + QTD-DEP-VITIMA GREATER THAN 99
              PERFORM 999003-ERRO-003
           END-IF
      *
           OPEN OUTPUT T99L717S
           MOVE DATA-SISTEMA TO 717S-CAB-DATA
           PERFORM 300000-REGRAVA-CADASTRO
           PERFORM 400000-TRANSFERE-AFASTAMENTOS
           PERFORM 450000-TRANSFERE-HISTORICO
           PERFORM 460000-TRANSFERE-DEPENDENTES
           PERFORM 500000-ATUALIZA-INDEXADO
      *
           PERFORM 600000-GRAVA-RODAPE
           CLOSE T99L717S
           DISPLAY CTE-PROG ' ' CTE-VERS ' *** CAMPOS MOVIDOS: '
                   CNT-CAMPOS-MOVIDOS ' AFAST: ' CNT-AFAST-MOVIDOS
                   ' HIST: ' CNT-HIST-MOVIDOS ' DEP: ' CNT-DEP-MOVIDOS
           DISPLAY CTE-PROG ' ' CTE-VERS ' *** 999 *** FIM NORMAL'
           MOVE 0 TO RETURN-CODE
           .
           CLOSE T99F100S
           .
       100999-SAIDA. EXIT.
      *-----------------------------
       150000-CONTA-DEPENDENTES SECTION.
      *-----------------------------
      **** PASSADA SO DE LEITURA NO CADASTRO DE DEPENDENTES, ANTES DE
      **** QUALQUER REGRAVACAO: SE OS DA VITIMA NAO COUBEREM NOS SEQ
      **** QUE SOBRAM AO SOBREVIVENTE, A FUSAO PARA SEM TOCAR EM NADA.
      **** CADASTRO AUSENTE = NENHUM DEPENDENTE A MOVER.
           MOVE 0 TO SEQ-DEP-MAX-SOB QTD-DEP-VITIMA
           OPEN INPUT T99F450S
           IF FS-450S NOT EQUAL ZEROES
              GO TO 150999-SAIDA
           END-IF
           MOVE 'N' TO SW-FIM-45SV
           PERFORM WITH TEST BEFORE UNTIL FIM-45SV
                    READ T99F450S INTO 450S-REGISTRO
                        AT END
                            MOVE 'S' TO SW-FIM-45SV
                        NOT AT END
                            IF 450S-MATR EQUAL MATR-SOBREVIVE AND
                               450S-SEQ-DEP GREATER SEQ-DEP-MAX-SOB
                               MOVE 450S-SEQ-DEP TO SEQ-DEP-MAX-SOB
                            END-IF
                            IF 450S-MATR EQUAL MATR-VITIMA
                               ADD 1 TO QTD-DEP-VITIMA
                            END-IF
                    END-READ
           END-PERFORM
           CLOSE T99F450S
           .
       150999-SAIDA. EXIT.
      *-----------------------------
       200000-COMPLETA-SOBREVIVENTE SECTION.
      *-----------------------------
              FS-100S NOT EQUAL ZEROES
              PERFORM 999012-ERRO-012
           END-IF
           OPEN EXTEND T99F200H
           IF FS-200H NOT EQUAL ZEROES
              OPEN OUTPUT T99F200H
           END-IF
           MOVE 'N' TO SW-FIM-100V
           PERFORM WITH TEST BEFORE UNTIL FIM-100V
                    READ T99F100V INTO 100S-REGISTRO
                            PERFORM 310000-REGRAVA-REGISTRO
                    END-READ
           END-PERFORM
           CLOSE T99F100V T99F100S T99F100C T99F100F T99F200H
           .
       300999-SAIDA. EXIT.
      *-----------------------------
                    CONTINUE
      *- - - - - - O REG-SOBREV GUARDA O SEQ ORIGINAL DO REGISTRO,
      *- - - - - - ENTAO A CADEIA DE SEQ E O SOMAT-SEQ NAO MUDAM.
      *- - - - - - CADA LADO QUE MUDA SAI NO HISTORICO T99F200H: O
      *- - - - - - SOBREVIVENTE COMO ALTERACAO (SO SE ALGUM CAMPO FOI
      *- - - - - - COMPLETADO) E A VITIMA COMO EXCLUSAO (SE JA NAO
      *- - - - - - ESTAVA EXCLUIDA).
               WHEN 100S-MATR EQUAL MATR-SOBREVIVE
                    MOVE 100S-REGISTRO TO REG-ANTES
                    MOVE REG-SOBREV TO 100S-REGISTRO
                    IF 100S-REGISTRO NOT EQUAL REG-ANTES
                       MOVE 02 TO 200H-CMDO
                       PERFORM 330000-GRAVA-HIST-200H
                    END-IF
               WHEN 100S-MATR EQUAL MATR-VITIMA
                    MOVE 100S-REGISTRO TO REG-ANTES
                    MOVE 03 TO 100S-CMDO
                    IF 100S-REGISTRO NOT EQUAL REG-ANTES
                       MOVE 03 TO 200H-CMDO
                       PERFORM 330000-GRAVA-HIST-200H
                    END-IF
           END-EVALUATE
           WRITE 100S-REGISTRO-FD FROM 100S-REGISTRO
           IF (NOT 100S-HDR) AND (NOT 100S-TRL)
           WRITE 100F-REGISTRO-FD FROM 100F-REGISTRO
           .
       320999-SAIDA. EXIT.
      *-----------------------------
       330000-GRAVA-HIST-200H SECTION.
      *-----------------------------
      **** GRAVA NO HISTORICO PERMANENTE A LINHA DA FUSAO, NO MESMO
      **** DESENHO DO 477000 DO T99P2001: IMAGEM ANTES = REGISTRO DA
      **** BASE (REG-ANTES), IMAGEM DEPOIS = REGISTRO REGRAVADO. A
      **** FUSAO NAO TEM LINHA NO T99F200A, ENTAO O SEQ SAI 99999
      **** (VIDE T99K200H.CPY). CMDO JA MOVIDO PELO CHAMADOR.
           IF FS-200H NOT EQUAL ZEROES
              GO TO 330999-SAIDA
           END-IF
           MOVE DATA-SISTEMA       TO 200H-DATA
           MOVE 99999              TO 200H-SEQ
           MOVE 100S-MATR          TO 200H-MATR
           MOVE ANT-NOME           TO 200H-ANT-NOME
           MOVE ANT-SEXO           TO 200H-ANT-SEXO
           MOVE ANT-CPF            TO 200H-ANT-CPF
           MOVE ANT-EST-CIVIL      TO 200H-ANT-EST-CIVIL
           MOVE ANT-DT-NASCIMENTO  TO 200H-ANT-DT-NASC
           MOVE ANT-DT-ADMISSAO    TO 200H-ANT-DT-ADM
           MOVE ANT-LOTACAO        TO 200H-ANT-LOTACAO
           MOVE ANT-CMDO           TO 200H-ANT-CMDO
           MOVE 100S-NOME          TO 200H-DEP-NOME
           MOVE 100S-SEXO          TO 200H-DEP-SEXO
           MOVE 100S-CPF           TO 200H-DEP-CPF
           MOVE 100S-EST-CIVIL     TO 200H-DEP-EST-CIVIL
           MOVE 100S-DT-NASCIMENTO TO 200H-DEP-DT-NASC
           MOVE 100S-DT-ADMISSAO   TO 200H-DEP-DT-ADM
           MOVE 100S-LOTACAO       TO 200H-DEP-LOTACAO
           MOVE 100S-CMDO          TO 200H-DEP-CMDO
           WRITE 200H-REGISTRO-FD FROM 200H-REGISTRO
           ADD 1 TO CNT-200H
           .
       330999-SAIDA. EXIT.
      *-----------------------------
       400000-TRANSFERE-AFASTAMENTOS SECTION.
      *-----------------------------
           CLOSE T99F35HV T99F350H
           .
       450999-SAIDA. EXIT.
      *-----------------------------
       460000-TRANSFERE-DEPENDENTES SECTION.
      *-----------------------------
      **** MOVE OS DEPENDENTES DA VITIMA PARA O SOBREVIVENTE, COM
      **** SEQ-DEP A PARTIR DO MAIOR DELE (150000), E REORDENA O
      **** CADASTRO POR MATRICULA + SEQ-DEP; O HEADER SAI TAL QUAL E
      **** O TRAILER RECONTADO. SEM ISSO O T99P2001 INATIVARIA OS
      **** DEPENDENTES DA VITIMA (TITULAR EXCLUIDO, 063) NA PROXIMA
      **** NOITE. A SITUACAO NAO MUDA AQUI: O T99P2001 REATIVA O
      **** INATIVO QUE PASSOU A TITULAR ATIVO. ARQUIVO AUSENTE OU
      **** VITIMA SEM DEPENDENTE = NADA A MOVER.
           IF QTD-DEP-VITIMA EQUAL ZEROES
              GO TO 460999-SAIDA
           END-IF
           MOVE SPACES TO DDN-BASE-TRAB
           UNSTRING DDN-450S DELIMITED BY '.' INTO DDN-BASE-TRAB
           MOVE SPACES TO DDN-45SV
           STRING DDN-BASE-TRAB DELIMITED BY SPACE
                  '.PREFUS.txt' DELIMITED BY SIZE
                  INTO DDN-45SV
           CALL 'CBL_RENAME_FILE' USING DDN-450S DDN-45SV
           OPEN INPUT T99F45SV
           IF FS-45SV NOT EQUAL ZEROES
              GO TO 460999-SAIDA
           END-IF
           CLOSE T99F45SV
           MOVE SEQ-DEP-MAX-SOB TO SEQ-DEP-PROX
           SORT SORT-DEP
                ON ASCENDING KEY SORT-DEP-MATR SORT-DEP-SEQ
                INPUT PROCEDURE 465000-LIBERA-DEPENDENTES
                OUTPUT PROCEDURE 470000-REGRAVA-DEPENDENTES
           .
       460999-SAIDA. EXIT.
      *-----------------------------
       465000-LIBERA-DEPENDENTES SECTION.
      *-----------------------------
           OPEN INPUT T99F45SV
           MOVE 'N' TO SW-FIM-45SV
           PERFORM WITH TEST BEFORE UNTIL FIM-45SV
                    READ T99F45SV INTO 450S-REGISTRO
                        AT END
                            MOVE 'S' TO SW-FIM-45SV
                        NOT AT END
                            PERFORM 466000-LIBERA-DEPENDENTE
                    END-READ
           END-PERFORM
           CLOSE T99F45SV
           .
       465999-SAIDA. EXIT.
      *-----------------------------
       466000-LIBERA-DEPENDENTE SECTION.
      *-----------------------------
           EVALUATE TRUE
               WHEN 450S-HDR
                    MOVE 450S-REGISTRO TO REG-HDR-450S
                    GO TO 466999-SAIDA
               WHEN 450S-TRL
                    GO TO 466999-SAIDA
               WHEN 450S-MATR EQUAL MATR-VITIMA
                    ADD 1 TO SEQ-DEP-PROX
                    MOVE SPACES TO 717S-ACAO
                    STRING 'DEPENDENTE '   DELIMITED BY SIZE
                           450S-SEQ-DEP    DELIMITED BY SIZE
                           ' DA VITIMA PASSA A SEQ ' DELIMITED BY SIZE
                           SEQ-DEP-PROX    DELIMITED BY SIZE
                           ' - '           DELIMITED BY SIZE
                           450S-NOME       DELIMITED BY SIZE
                           INTO 717S-ACAO
                    WRITE 717S-REGISTRO-FD FROM 717S-LIN-ACAO
                    MOVE MATR-SOBREVIVE TO 450S-MATR
                    MOVE SEQ-DEP-PROX   TO 450S-SEQ-DEP
                    MOVE DATA-SISTEMA   TO 450S-DT-ATUALIZ
                    ADD 1 TO CNT-DEP-MOVIDOS
           END-EVALUATE
           MOVE 450S-MATR     TO SORT-DEP-MATR
           MOVE 450S-SEQ-DEP  TO SORT-DEP-SEQ
           MOVE 450S-REGISTRO TO SORT-DEP-450S-REG
           RELEASE SORT-DEP-REG
           .
       466999-SAIDA. EXIT.
      *-----------------------------
       470000-REGRAVA-DEPENDENTES SECTION.
      *-----------------------------
      **** HEADER ORIGINAL (OU UM NOVO, SE A COPIA NAO TINHA), OS
      **** DEPENDENTES EM ORDEM E O TRAILER COM A QUANTIDADE GRAVADA.
           OPEN OUTPUT T99F450S
           IF REG-HDR-450S EQUAL SPACES
              MOVE SPACES       TO 450S-REGISTRO
              MOVE ZEROS        TO 450S-MATR
              MOVE 'T99F450'    TO 450S-NOME-ARQ
              MOVE DATA-SISTEMA TO 450S-AMD-ARQ
              MOVE 450S-REGISTRO TO REG-HDR-450S
           END-IF
           WRITE 450S-REGISTRO-FD FROM REG-HDR-450S
           MOVE 0 TO CNT-QTD-DEP
           MOVE 'N' TO SW-FIM-SORT
           PERFORM WITH TEST BEFORE UNTIL FIM-SORT
                    RETURN SORT-DEP INTO SORT-DEP-REG
                        AT END
                            MOVE 'S' TO SW-FIM-SORT
                        NOT AT END
                            WRITE 450S-REGISTRO-FD
                                  FROM SORT-DEP-450S-REG
                            ADD 1 TO CNT-QTD-DEP
                    END-RETURN
           END-PERFORM
           MOVE SPACES      TO 450S-REGISTRO
           MOVE 9999999     TO 450S-MATR
           MOVE CNT-QTD-DEP TO 450S-QTD-DEP
           WRITE 450S-REGISTRO-FD FROM 450S-REGISTRO
           CLOSE T99F450S
           .
       470999-SAIDA. EXIT.
      *-----------------------------
       500000-ATUALIZA-INDEXADO SECTION.
      *-----------------------------
           MOVE 'HISTORICOS TRANSFERIDOS     ' TO 717S-TOT-DESC
           MOVE CNT-HIST-MOVIDOS           TO 717S-TOT-QTDE
           WRITE 717S-REGISTRO-FD FROM 717S-LIN-TOT
           MOVE SPACES                     TO 717S-LIN-TOT
           MOVE 'DEPENDENTES TRANSFERIDOS    ' TO 717S-TOT-DESC
           MOVE CNT-DEP-MOVIDOS            TO 717S-TOT-QTDE
           WRITE 717S-REGISTRO-FD FROM 717S-LIN-TOT
           MOVE SPACES                     TO 717S-LIN-TOT
           MOVE 'LINHAS GRAVADAS NO T99F200H ' TO 717S-TOT-DESC
           MOVE CNT-200H                   TO 717S-TOT-QTDE
           WRITE 717S-REGISTRO-FD FROM 717S-LIN-TOT
           WRITE 717S-REGISTRO-FD FROM 717S-LIN-HIFEN
           WRITE 717S-REGISTRO-FD FROM 717S-FIM-REL
           .
           IF 900P-ARQ-350H NOT EQUAL SPACES
              MOVE 900P-ARQ-350H TO DDN-350H
           END-IF
           IF 900P-ARQ-450S NOT EQUAL SPACES
              MOVE 900P-ARQ-450S TO DDN-450S
           END-IF
           IF 900P-ARQ-200H NOT EQUAL SPACES
              MOVE 900P-ARQ-200H TO DDN-200H
           END-IF
           IF 900P-ARQ-100C NOT EQUAL SPACES
              MOVE 900P-ARQ-100C TO DDN-100C
           END-IF
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      *--------------------------
       999003-ERRO-003 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 003 DEPENDENTES DA VITIMA (' QTD-DEP-VITIMA
                   ') NAO CABEM APOS O SEQ ' SEQ-DEP-MAX-SOB
                   ' DO SOBREVIVENTE (LIMITE 99) - NADA FOI ALTERADO'
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      *--------------------------
       999011-ERRO-011 SECTION.
      *--------------------------
