      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
      *
       PROGRAM-ID. T99P2020.
      *
      *AUTHOR.  MARCIO CONC
      *REMARKS. ANONIMIZACAO DO ARQUIVO-MORTO (LGPD): VENCIDO O PRAZO
      *REMARKS. LEGAL DE GUARDA (900P-ANOS-ANONIMIZA ANOS CONTADOS DA
      *REMARKS. DATA DE EXCLUSAO), SOBRESCREVE NOME E CPF DO REGISTRO
      *REMARKS. NO T99F100D COM MARCAS IRREVERSIVEIS, MANTENDO
      *REMARKS. MATRICULA, DATAS E LOTACAO PARA ESTATISTICA. AS MESMAS
      *REMARKS. MATRICULAS SAO ANONIMIZADAS NO CRUZAMENTO DE READMISSAO
      *REMARKS. T99F100R (CPF E O LADO ANONIMIZADO DA LIGACAO), NO
      *REMARKS. HISTORICO DE AFASTAMENTOS T99F350H (LIGACAO COM A
      *REMARKS. MATRICULA DESFEITA) E NO HISTORICO DE MOVIMENTOS
      *REMARKS. T99F200H (NOME E CPF DAS IMAGENS) E NO CADASTRO DE
      *REMARKS. DEPENDENTES T99F450S (NOME E CPF DOS DEPENDENTES DA
      *REMARKS. MATRICULA). O REGISTRO MARCADO
      *REMARKS. NAO E MAIS VISTO PELA DETECCAO DE READMISSAO DO
      *REMARKS. T99P2001. CADA ARQUIVO E REGRAVADO A PARTIR DE UMA
      *REMARKS. COPIA .PREANO, APAGADA NO FIM -- COPIA COM DADO EM
      *REMARKS. CLARO TORNARIA A ANONIMIZACAO REVERSIVEL. RELATORIO DE
      *REMARKS. CONFORMIDADE NO T99L720S.
      *DATE-WRITTEN. 15/10/2026.
      *VERSAO 003-MARCIO CONC-15/10/2026-DEPENDENTES (T99F450S).
      *VERSAO 002-MARCIO CONC-15/10/2026-MATRICULAS JA ANONIMIZADAS NO
      *VERSAO 002-MARCIO CONC-15/10/2026-100D TAMBEM ENTRAM NA TABELA:
      *VERSAO 002-MARCIO CONC-15/10/2026-100R/350H/200H SAO REVISTOS A
      *VERSAO 002-MARCIO CONC-15/10/2026-CADA EXECUCAO (TERMINA UMA
      *VERSAO 002-MARCIO CONC-15/10/2026-EXECUCAO INTERROMPIDA); TABELA
      *VERSAO 002-MARCIO CONC-15/10/2026-ORDENADA COM PESQUISA BINARIA.
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
      **** T99F100U/T99F100K/T99F350U/T99F200U/T99F450U: O T99F100D,
      **** T99F100R, T99F350H, T99F200H E T99F450S CORRENTES,
      **** RENOMEADOS PARA .PREANO ANTES DA REGRAVACAO -- SAO AS
      **** ENTRADAS DO PASSO.
           SELECT T99F100U ASSIGN TO DDN-100U
               FILE STATUS IS FS-100U
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99F100D ASSIGN TO DDN-100D
               FILE STATUS IS FS-100D
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99F100K ASSIGN TO DDN-100K
               FILE STATUS IS FS-100K
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99F100R ASSIGN TO DDN-100R
               FILE STATUS IS FS-100R
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99F350U ASSIGN TO DDN-350U
               FILE STATUS IS FS-350U
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99F350H ASSIGN TO DDN-350H
               FILE STATUS IS FS-350H
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99F200U ASSIGN TO DDN-200U
               FILE STATUS IS FS-200U
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99F200H ASSIGN TO DDN-200H
               FILE STATUS IS FS-200H
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99F450U ASSIGN TO DDN-450U
               FILE STATUS IS FS-450U
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99F450S ASSIGN TO DDN-450S
               FILE STATUS IS FS-450S
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99L720S ASSIGN TO DDN-720S
               FILE STATUS IS FS-720S
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
       FD  T99F100K
           BLOCK  0
           RECORD 41
           RECORDING F.
      *
       01  100K-REGISTRO-FD            PIC X(41).
      *
       FD  T99F100R
           BLOCK  0
           RECORD 41
           RECORDING F.
      *
       01  100R-REGISTRO-FD            PIC X(41).
      *
       FD  T99F350U
           BLOCK  0
           RECORD 25
           RECORDING F.
      *
       01  350U-REGISTRO-FD            PIC X(25).
      *
       FD  T99F350H
           BLOCK  0
           RECORD 25
           RECORDING F.
      *
       01  350H-REGISTRO-FD            PIC X(25).
      *
       FD  T99F200U
           BLOCK  0
           RECORD 152
           RECORDING F.
      *
       01  200U-REGISTRO-FD            PIC X(152).
      *
       FD  T99F200H
           BLOCK  0
           RECORD 152
           RECORDING F.
      *
       01  200H-REGISTRO-FD            PIC X(152).
      *
       FD  T99F450U
           BLOCK  0
           RECORD 80
           RECORDING F.
      *
       01  450U-REGISTRO-FD            PIC X(80).
      *
       FD  T99F450S
           BLOCK  0
           RECORD 80
           RECORDING F.
      *
       01  450S-REGISTRO-FD            PIC X(80).
      *
       FD  T99L720S
           BLOCK  0
           RECORD 72
           RECORDING F.
      *
       01  720S-REGISTRO-FD            PIC X(72).
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
                                               '*** T99P2020 ***'.
       77  CTE-VERS                    PIC  X(06)     VALUE 'VRS003'.
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
      *{{ INCLUI BOOKS }}
            COPY 'T99K100D.cpy'.
            COPY 'T99K100R.cpy'.
            COPY 'T99K350H.cpy'.
            COPY 'T99K200H.cpy'.
            COPY 'T99K450S.cpy'.
            COPY 'T99K720S.cpy'.
            COPY 'T99K900P.cpy'.
      *{{  FIM BOOKS  }}
       77  FS-100U                     PIC  XX.
       77  FS-100D                     PIC  XX.
       77  FS-100K                     PIC  XX.
       77  FS-100R                     PIC  XX.
       77  FS-350U                     PIC  XX.
       77  FS-350H                     PIC  XX.
       77  FS-200U                     PIC  XX.
       77  FS-200H                     PIC  XX.
       77  FS-450U                     PIC  XX.
       77  FS-450S                     PIC  XX.
       77  FS-720S                     PIC  XX.
       77  FS-900P                     PIC  XX.
       77  DDN-100D                    PIC  X(20)     VALUE
                                               'T99F100D.txt'.
       77  DDN-100R                    PIC  X(20)     VALUE
                                               'T99F100R.txt'.
       77  DDN-350H                    PIC  X(20)     VALUE
                                               'T99F350H.txt'.
       77  DDN-200H                    PIC  X(20)     VALUE
                                               'T99F200H.txt'.
       77  DDN-450S                    PIC  X(20)     VALUE
                                               'T99F450S.txt'.
       77  DDN-720S                    PIC  X(20)     VALUE
                                               'T99L720S.txt'.
       77  DDN-100U                    PIC  X(30).
       77  DDN-100K                    PIC  X(30).
       77  DDN-350U                    PIC  X(30).
       77  DDN-200U                    PIC  X(30).
       77  DDN-450U                    PIC  X(30).
       77  DDN-BASE                    PIC  X(20).
      *
       01  DATA-SISTEMA-GRP.
           03  DATA-SISTEMA          PIC  9(08).
       77  ANOS-ANONIMIZA              PIC  9(03)     VALUE 0.
       77  DATA-LIMITE                 PIC  9(08)     VALUE 0.
      *
      **** MARCAS IRREVERSIVEIS GRAVADAS NO LUGAR DO DADO PESSOAL.
       77  NOME-ANONIMO                PIC  X(30)     VALUE
                                       '*** ANONIMIZADO (LGPD) ***'.
       77  CPF-ANONIMO                 PIC  9(11)     VALUE ZEROES.
       77  MATR-ANONIMA                PIC  9(07)     VALUE ZEROES.
      *
       77  SW-FIM-ARQ                  PIC  X(01)     VALUE 'N'.
           88  FIM-ARQ                                  VALUE 'S'.
       77  SW-ANONIMA                  PIC  X(01)     VALUE 'N'.
           88  MATR-ANONIMIZADA                         VALUE 'S'.
       77  SW-POSICAO                  PIC  X(01)     VALUE 'N'.
           88  POSICAO-ACHADA                           VALUE 'S'.
       77  MATR-PROCURA                PIC  9(07)     VALUE 0.
      *
       77  CNT-ANONIMIZADOS            PIC  9(07)     VALUE 0.
       77  CNT-JA-ANONIMOS             PIC  9(07)     VALUE 0.
       77  CNT-NO-PRAZO                PIC  9(07)     VALUE 0.
       77  CNT-100R-ANON               PIC  9(07)     VALUE 0.
       77  CNT-350H-ANON               PIC  9(07)     VALUE 0.
       77  CNT-200H-ANON               PIC  9(07)     VALUE 0.
       77  CNT-450S-ANON               PIC  9(07)     VALUE 0.
      *
      **** MATRICULAS ANONIMIZADAS NO 100D, NESTE PASSO OU EM PASSO
      **** ANTERIOR, EM ORDEM CRESCENTE PARA A PESQUISA BINARIA (MESMO
      **** LIMITE DA TABELA DE CPFS DO ARQUIVO-MORTO NO T99P2001).
       77  QTD-ANON                    PIC  9(05)     VALUE 0.
       77  IDX-ANON                    PIC  9(05)     VALUE 0.
       77  IDX-ANON-INI                PIC S9(05)     VALUE 0.
       77  IDX-ANON-FIM                PIC S9(05)     VALUE 0.
       77  IDX-ANON-MEIO               PIC S9(05)     VALUE 0.
       77  CNT-JA-FORA-TAB             PIC  9(07)     VALUE 0.
       01  TAB-ANON-GERAL.
           03  TAB-ANON-MATR  OCCURS  30000  TIMES   PIC  9(07).
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
      *- - PASSO IRREVERSIVEL: SEM PRAZO EXPLICITO NO CARTAO NAO RODA.
           IF ANOS-ANONIMIZA EQUAL ZEROES
              PERFORM 999001-ERRO-001
           END-IF
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD
           COMPUTE DATA-LIMITE = DATA-SISTEMA - (ANOS-ANONIMIZA * 10000)
      *
           OPEN OUTPUT T99L720S
           IF FS-720S NOT EQUAL ZEROES
              PERFORM 999011-ERRO-011
           END-IF
           MOVE DATA-SISTEMA TO 720S-CAB-DATA
           WRITE 720S-REGISTRO-FD FROM 720S-CAB-01
           WRITE 720S-REGISTRO-FD FROM 720S-LIN-HIFEN
           MOVE SPACES TO 720S-ACAO
           STRING 'PRAZO DE GUARDA: '    DELIMITED BY SIZE
                  ANOS-ANONIMIZA          DELIMITED BY SIZE
                  ' ANOS - EXCLUIDOS ANTES DE '
                                          DELIMITED BY SIZE
                  DATA-LIMITE             DELIMITED BY SIZE
                  INTO 720S-ACAO
           WRITE 720S-REGISTRO-FD FROM 720S-LIN-ACAO
           WRITE 720S-REGISTRO-FD FROM 720S-LIN-HIFEN
      *
           PERFORM 100000-ANONIMIZA-100D
           IF QTD-ANON GREATER ZEROES
              PERFORM 200000-ANONIMIZA-100R
              PERFORM 300000-ANONIMIZA-350H
              PERFORM 400000-ANONIMIZA-200H
              PERFORM 450000-ANONIMIZA-450S
           END-IF
           PERFORM 500000-IMPRIME-TOTAIS
           CLOSE T99L720S
      *
           DISPLAY CTE-PROG ' ' CTE-VERS ' *** ANONIMIZADOS: '
                   CNT-ANONIMIZADOS ' JA ANONIMOS: ' CNT-JA-ANONIMOS
                   ' NO PRAZO: ' CNT-NO-PRAZO
           DISPLAY CTE-PROG ' ' CTE-VERS ' *** 999 *** FIM NORMAL'
           MOVE 0 TO RETURN-CODE
           .
       999999-ENCERRA.
           GOBACK
           .
      *-----------------------------
       100000-ANONIMIZA-100D SECTION.
      *-----------------------------
      **** REGRAVA O ARQUIVO-MORTO: REGISTRO COM A EXCLUSAO ANTERIOR
      **** A DATA-LIMITE E AINDA NAO MARCADO PERDE NOME E CPF; O RESTO
      **** E COPIADO COMO ESTA. SEM ARQUIVO-MORTO NAO HA O QUE FAZER.
           MOVE SPACES TO DDN-BASE
           UNSTRING DDN-100D DELIMITED BY '.' INTO DDN-BASE
           MOVE SPACES TO DDN-100U
           STRING DDN-BASE DELIMITED BY SPACE
                  '.PREANO.txt' DELIMITED BY SIZE
                  INTO DDN-100U
           CALL 'CBL_RENAME_FILE' USING DDN-100D DDN-100U
           OPEN INPUT T99F100U
           IF FS-100U NOT EQUAL ZEROES
              MOVE 'ARQUIVO-MORTO AUSENTE - NADA A ANONIMIZAR'
                   TO 720S-ACAO
              WRITE 720S-REGISTRO-FD FROM 720S-LIN-ACAO
              GO TO 100999-SAIDA
           END-IF
           OPEN OUTPUT T99F100D
           IF FS-100D NOT EQUAL ZEROES
              CLOSE T99F100U
              CALL 'CBL_RENAME_FILE' USING DDN-100U DDN-100D
              PERFORM 999012-ERRO-012
           END-IF
           MOVE 'N' TO SW-FIM-ARQ
           PERFORM WITH TEST BEFORE UNTIL FIM-ARQ
                    READ T99F100U INTO 100D-REGISTRO
                        AT END
                            MOVE 'S' TO SW-FIM-ARQ
                        NOT AT END
                            PERFORM 110000-TRATA-100D
                            WRITE 100D-REGISTRO-FD FROM 100D-REGISTRO
                    END-READ
           END-PERFORM
           CLOSE T99F100U T99F100D
           CALL 'CBL_DELETE_FILE' USING DDN-100U
           .
       100999-SAIDA. EXIT.
      *-----------------------------
       110000-TRATA-100D SECTION.
      *-----------------------------
      **** MATRICULA JA MARCADA TAMBEM ENTRA NA TABELA: OS ARQUIVOS
      **** LIGADOS SAO REVISTOS A CADA EXECUCAO, ENTAO UMA EXECUCAO
      **** INTERROMPIDA DEPOIS DA REGRAVACAO DO 100D E TERMINADA PELA
      **** SEGUINTE (REGRAVAR UM LIGADO JA ANONIMO NAO MUDA NADA).
           IF 100D-ANONIMIZADO
              ADD 1 TO CNT-JA-ANONIMOS
              IF QTD-ANON NOT LESS THAN 30000
                 ADD 1 TO CNT-JA-FORA-TAB
              ELSE
                 PERFORM 120000-INSERE-ANON
              END-IF
              GO TO 110999-SAIDA
           END-IF
           IF 100D-DT-EXCLUSAO NOT LESS THAN DATA-LIMITE
              ADD 1 TO CNT-NO-PRAZO
              GO TO 110999-SAIDA
           END-IF
           IF QTD-ANON NOT LESS THAN 30000
      *- - - - TABELA CHEIA: O REGISTRO FICA PARA A PROXIMA EXECUCAO,
      *- - - - SENAO OS ARQUIVOS LIGADOS FICARIAM COM DADO EM CLARO.
              ADD 1 TO CNT-NO-PRAZO
              GO TO 110999-SAIDA
           END-IF
           MOVE NOME-ANONIMO  TO 100D-NOME
           MOVE CPF-ANONIMO   TO 100D-CPF
           MOVE 'S'           TO 100D-SW-ANONIMO
           MOVE DATA-SISTEMA  TO 100D-DT-ANONIMIZACAO
           PERFORM 120000-INSERE-ANON
           ADD 1 TO CNT-ANONIMIZADOS
           MOVE 100D-MATR          TO 720S-MATR
           MOVE 'ANONIMIZADA NO 100D'  TO 720S-DET-ACAO
           MOVE 100D-DT-EXCLUSAO   TO 720S-DT-EXCL
           MOVE 100D-LOTACAO       TO 720S-LOTACAO
           WRITE 720S-REGISTRO-FD FROM 720S-LIN-DET
           .
       110999-SAIDA. EXIT.
      *-----------------------------
       120000-INSERE-ANON SECTION.
      *-----------------------------
      **** INCLUI 100D-MATR NA TABELA EM ORDEM, DESLOCANDO UMA CASA
      **** ADIANTE AS MAIORES (O 100D CRESCE EM ORDEM DE MATRICULA,
      **** ENTAO QUASE SEMPRE ENTRA NO FIM). REPETIDA NAO ENTRA.
           MOVE 100D-MATR TO MATR-PROCURA
           PERFORM 190000-PROCURA-ANON
           IF MATR-ANONIMIZADA
              GO TO 120999-SAIDA
           END-IF
           MOVE QTD-ANON TO IDX-ANON
           MOVE 'N' TO SW-POSICAO
           PERFORM WITH TEST BEFORE
                    UNTIL IDX-ANON EQUAL ZEROES OR POSICAO-ACHADA
                    IF TAB-ANON-MATR (IDX-ANON) GREATER THAN 100D-MATR
                       MOVE TAB-ANON-MATR (IDX-ANON)
                            TO TAB-ANON-MATR (IDX-ANON + 1)
                       SUBTRACT 1 FROM IDX-ANON
                    ELSE
                       MOVE 'S' TO SW-POSICAO
                    END-IF
           END-PERFORM
           ADD 1 TO IDX-ANON
           ADD 1 TO QTD-ANON
           MOVE 100D-MATR TO TAB-ANON-MATR (IDX-ANON)
           .
       120999-SAIDA. EXIT.
      *-----------------------------
       190000-PROCURA-ANON SECTION.
      *-----------------------------
      **** MATR-PROCURA ESTA ENTRE AS ANONIMIZADAS? (PESQUISA BINARIA)
           MOVE 'N' TO SW-ANONIMA
           IF MATR-PROCURA EQUAL ZEROES
              GO TO 190999-SAIDA
           END-IF
           MOVE 1 TO IDX-ANON-INI
           MOVE QTD-ANON TO IDX-ANON-FIM
           PERFORM WITH TEST BEFORE
                    UNTIL MATR-ANONIMIZADA OR
                          IDX-ANON-INI GREATER THAN IDX-ANON-FIM
                    COMPUTE IDX-ANON-MEIO =
                            (IDX-ANON-INI + IDX-ANON-FIM) / 2
                    EVALUATE TRUE
                        WHEN TAB-ANON-MATR (IDX-ANON-MEIO) EQUAL
                                MATR-PROCURA
                             MOVE 'S' TO SW-ANONIMA
                        WHEN TAB-ANON-MATR (IDX-ANON-MEIO) LESS THAN
                                MATR-PROCURA
                             COMPUTE IDX-ANON-INI = IDX-ANON-MEIO + 1
                        WHEN OTHER
                             COMPUTE IDX-ANON-FIM = IDX-ANON-MEIO - 1
                    END-EVALUATE
           END-PERFORM
           .
       190999-SAIDA. EXIT.
      *-----------------------------
       200000-ANONIMIZA-100R SECTION.
      *-----------------------------
      **** CRUZAMENTO DE READMISSAO: A LIGACAO QUE TOCA UMA MATRICULA
      **** ANONIMIZADA PERDE O CPF E A PROPRIA MATRICULA ANONIMIZADA
      **** (A OUTRA PONTA PODE SER UM ATIVO, E A LIGACAO REIDENTIFI-
      **** CARIA O REGISTRO); AS DATAS FICAM.
           MOVE SPACES TO DDN-BASE
           UNSTRING DDN-100R DELIMITED BY '.' INTO DDN-BASE
           MOVE SPACES TO DDN-100K
           STRING DDN-BASE DELIMITED BY SPACE
                  '.PREANO.txt' DELIMITED BY SIZE
                  INTO DDN-100K
           CALL 'CBL_RENAME_FILE' USING DDN-100R DDN-100K
           OPEN INPUT T99F100K
           IF FS-100K NOT EQUAL ZEROES
              GO TO 200999-SAIDA
           END-IF
           OPEN OUTPUT T99F100R
           IF FS-100R NOT EQUAL ZEROES
              CLOSE T99F100K
              CALL 'CBL_RENAME_FILE' USING DDN-100K DDN-100R
              PERFORM 999012-ERRO-012
           END-IF
           MOVE 'N' TO SW-FIM-ARQ
           PERFORM WITH TEST BEFORE UNTIL FIM-ARQ
                    READ T99F100K INTO 100R-REGISTRO
                        AT END
                            MOVE 'S' TO SW-FIM-ARQ
                        NOT AT END
                            PERFORM 210000-TRATA-100R
                            WRITE 100R-REGISTRO-FD FROM 100R-REGISTRO
                    END-READ
           END-PERFORM
           CLOSE T99F100K T99F100R
           CALL 'CBL_DELETE_FILE' USING DDN-100K
           .
       200999-SAIDA. EXIT.
      *-----------------------------
       210000-TRATA-100R SECTION.
      *-----------------------------
           MOVE 100R-MATR-ANT TO MATR-PROCURA
           PERFORM 190000-PROCURA-ANON
           IF MATR-ANONIMIZADA
              MOVE MATR-ANONIMA TO 100R-MATR-ANT
              MOVE CPF-ANONIMO  TO 100R-CPF
              ADD 1 TO CNT-100R-ANON
           END-IF
           MOVE 100R-MATR-NOVA TO MATR-PROCURA
           PERFORM 190000-PROCURA-ANON
           IF MATR-ANONIMIZADA
              MOVE MATR-ANONIMA TO 100R-MATR-NOVA
              MOVE CPF-ANONIMO  TO 100R-CPF
              ADD 1 TO CNT-100R-ANON
           END-IF
           .
       210999-SAIDA. EXIT.
      *-----------------------------
       300000-ANONIMIZA-350H SECTION.
      *-----------------------------
      **** HISTORICO DE AFASTAMENTOS: O PERIODO E O TIPO FICAM PARA A
      **** ESTATISTICA DE ABSENTEISMO, MAS A LIGACAO COM A MATRICULA
      **** ANONIMIZADA E DESFEITA (MATRICULA ZERADA).
           MOVE SPACES TO DDN-BASE
           UNSTRING DDN-350H DELIMITED BY '.' INTO DDN-BASE
           MOVE SPACES TO DDN-350U
           STRING DDN-BASE DELIMITED BY SPACE
                  '.PREANO.txt' DELIMITED BY SIZE
                  INTO DDN-350U
           CALL 'CBL_RENAME_FILE' USING DDN-350H DDN-350U
           OPEN INPUT T99F350U
           IF FS-350U NOT EQUAL ZEROES
              GO TO 300999-SAIDA
           END-IF
           OPEN OUTPUT T99F350H
           IF FS-350H NOT EQUAL ZEROES
              CLOSE T99F350U
              CALL 'CBL_RENAME_FILE' USING DDN-350U DDN-350H
              PERFORM 999012-ERRO-012
           END-IF
           MOVE 'N' TO SW-FIM-ARQ
           PERFORM WITH TEST BEFORE UNTIL FIM-ARQ
                    READ T99F350U INTO 350H-REGISTRO
                        AT END
                            MOVE 'S' TO SW-FIM-ARQ
                        NOT AT END
                            MOVE 350H-MATR TO MATR-PROCURA
                            PERFORM 190000-PROCURA-ANON
                            IF MATR-ANONIMIZADA
                               MOVE MATR-ANONIMA TO 350H-MATR
                               ADD 1 TO CNT-350H-ANON
                            END-IF
                            WRITE 350H-REGISTRO-FD FROM 350H-REGISTRO
                    END-READ
           END-PERFORM
           CLOSE T99F350U T99F350H
           CALL 'CBL_DELETE_FILE' USING DDN-350U
           .
       300999-SAIDA. EXIT.
      *-----------------------------
       400000-ANONIMIZA-200H SECTION.
      *-----------------------------
      **** HISTORICO DE MOVIMENTOS: AS IMAGENS ANTES/DEPOIS DA
      **** MATRICULA ANONIMIZADA PERDEM NOME E CPF, COMO NO
      **** ARQUIVO-MORTO (MATRICULA, DATAS E LOTACAO FICAM).
           MOVE SPACES TO DDN-BASE
           UNSTRING DDN-200H DELIMITED BY '.' INTO DDN-BASE
           MOVE SPACES TO DDN-200U
           STRING DDN-BASE DELIMITED BY SPACE
                  '.PREANO.txt' DELIMITED BY SIZE
                  INTO DDN-200U
           CALL 'CBL_RENAME_FILE' USING DDN-200H DDN-200U
           OPEN INPUT T99F200U
           IF FS-200U NOT EQUAL ZEROES
              GO TO 400999-SAIDA
           END-IF
           OPEN OUTPUT T99F200H
           IF FS-200H NOT EQUAL ZEROES
              CLOSE T99F200U
              CALL 'CBL_RENAME_FILE' USING DDN-200U DDN-200H
              PERFORM 999012-ERRO-012
           END-IF
           MOVE 'N' TO SW-FIM-ARQ
           PERFORM WITH TEST BEFORE UNTIL FIM-ARQ
                    READ T99F200U INTO 200H-REGISTRO
                        AT END
                            MOVE 'S' TO SW-FIM-ARQ
                        NOT AT END
                            MOVE 200H-MATR TO MATR-PROCURA
                            PERFORM 190000-PROCURA-ANON
                            IF MATR-ANONIMIZADA
                               PERFORM 410000-TRATA-200H
                            END-IF
                            WRITE 200H-REGISTRO-FD FROM 200H-REGISTRO
                    END-READ
           END-PERFORM
           CLOSE T99F200U T99F200H
           CALL 'CBL_DELETE_FILE' USING DDN-200U
           .
       400999-SAIDA. EXIT.
      *-----------------------------
       410000-TRATA-200H SECTION.
      *-----------------------------
      **** SO CONTA A IMAGEM QUE AINDA TINHA DADO EM CLARO (A DE
      **** MATRICULA ANONIMIZADA EM PASSO ANTERIOR JA VEM MARCADA).
           IF 200H-DEP-NOME EQUAL NOME-ANONIMO AND
              200H-DEP-CPF  EQUAL CPF-ANONIMO  AND
              (200H-ANT-INEXISTENTE OR
               (200H-ANT-NOME EQUAL NOME-ANONIMO AND
                200H-ANT-CPF  EQUAL CPF-ANONIMO))
              GO TO 410999-SAIDA
           END-IF
           IF NOT 200H-ANT-INEXISTENTE
              MOVE NOME-ANONIMO TO 200H-ANT-NOME
              MOVE CPF-ANONIMO  TO 200H-ANT-CPF
           END-IF
           MOVE NOME-ANONIMO TO 200H-DEP-NOME
           MOVE CPF-ANONIMO  TO 200H-DEP-CPF
           ADD 1 TO CNT-200H-ANON
           .
       410999-SAIDA. EXIT.
      *-----------------------------
       450000-ANONIMIZA-450S SECTION.
      *-----------------------------
      **** CADASTRO DE DEPENDENTES: O DEPENDENTE DA MATRICULA
      **** ANONIMIZADA PERDE NOME E CPF (O CPF DELE REIDENTIFICARIA A
      **** FAMILIA); MATRICULA, SEQ-DEP, PARENTESCO E DATAS FICAM.
      **** HEADER E TRAILER SAO COPIADOS COMO ESTAO.
           MOVE SPACES TO DDN-BASE
           UNSTRING DDN-450S DELIMITED BY '.' INTO DDN-BASE
           MOVE SPACES TO DDN-450U
           STRING DDN-BASE DELIMITED BY SPACE
                  '.PREANO.txt' DELIMITED BY SIZE
                  INTO DDN-450U
           CALL 'CBL_RENAME_FILE' USING DDN-450S DDN-450U
           OPEN INPUT T99F450U
           IF FS-450U NOT EQUAL ZEROES
              GO TO 450999-SAIDA
           END-IF
           OPEN OUTPUT T99F450S
           IF FS-450S NOT EQUAL ZEROES
              CLOSE T99F450U
              CALL 'CBL_RENAME_FILE' USING DDN-450U DDN-450S
              PERFORM 999012-ERRO-012
           END-IF
           MOVE 'N' TO SW-FIM-ARQ
           PERFORM WITH TEST BEFORE UNTIL FIM-ARQ
                    READ T99F450U INTO 450S-REGISTRO
                        AT END
                            MOVE 'S' TO SW-FIM-ARQ
                        NOT AT END
                            IF (NOT 450S-HDR) AND (NOT 450S-TRL)
                               MOVE 450S-MATR TO MATR-PROCURA
                               PERFORM 190000-PROCURA-ANON
                               IF MATR-ANONIMIZADA
                                  PERFORM 460000-TRATA-450S
                               END-IF
                            END-IF
                            WRITE 450S-REGISTRO-FD FROM 450S-REGISTRO
                    END-READ
           END-PERFORM
           CLOSE T99F450U T99F450S
           CALL 'CBL_DELETE_FILE' USING DDN-450U
           .
       450999-SAIDA. EXIT.
      *-----------------------------
       460000-TRATA-450S SECTION.
      *-----------------------------
      **** SO CONTA O DEPENDENTE QUE AINDA TINHA DADO EM CLARO.
           IF 450S-NOME EQUAL NOME-ANONIMO AND
              450S-CPF  EQUAL CPF-ANONIMO
              GO TO 460999-SAIDA
           END-IF
           MOVE NOME-ANONIMO TO 450S-NOME
           MOVE CPF-ANONIMO  TO 450S-CPF
           ADD 1 TO CNT-450S-ANON
           .
       460999-SAIDA. EXIT.
      *-----------------------------
       500000-IMPRIME-TOTAIS SECTION.
      *-----------------------------
           WRITE 720S-REGISTRO-FD FROM 720S-LIN-HIFEN
           MOVE SPACES                     TO 720S-LIN-TOT
           MOVE 'ANONIMIZADAS NO 100D        ' TO 720S-TOT-DESC
           MOVE CNT-ANONIMIZADOS           TO 720S-TOT-QTDE
           WRITE 720S-REGISTRO-FD FROM 720S-LIN-TOT
           MOVE SPACES                     TO 720S-LIN-TOT
           MOVE 'JA ANONIMIZADAS ANTES       ' TO 720S-TOT-DESC
           MOVE CNT-JA-ANONIMOS            TO 720S-TOT-QTDE
           WRITE 720S-REGISTRO-FD FROM 720S-LIN-TOT
           IF CNT-JA-FORA-TAB GREATER ZEROES
              MOVE SPACES                  TO 720S-LIN-TOT
              MOVE 'JA ANONIMAS SEM REVISAO LIG.' TO 720S-TOT-DESC
              MOVE CNT-JA-FORA-TAB         TO 720S-TOT-QTDE
              WRITE 720S-REGISTRO-FD FROM 720S-LIN-TOT
           END-IF
           MOVE SPACES                     TO 720S-LIN-TOT
           MOVE 'AINDA NO PRAZO DE GUARDA    ' TO 720S-TOT-DESC
           MOVE CNT-NO-PRAZO               TO 720S-TOT-QTDE
           WRITE 720S-REGISTRO-FD FROM 720S-LIN-TOT
           MOVE SPACES                     TO 720S-LIN-TOT
           MOVE 'LIGACOES 100R ANONIMIZADAS  ' TO 720S-TOT-DESC
           MOVE CNT-100R-ANON              TO 720S-TOT-QTDE
           WRITE 720S-REGISTRO-FD FROM 720S-LIN-TOT
           MOVE SPACES                     TO 720S-LIN-TOT
           MOVE 'AFASTAMENTOS 350H DESLIGADOS' TO 720S-TOT-DESC
           MOVE CNT-350H-ANON              TO 720S-TOT-QTDE
           WRITE 720S-REGISTRO-FD FROM 720S-LIN-TOT
           MOVE SPACES                     TO 720S-LIN-TOT
           MOVE 'MOVIMENTOS 200H ANONIMIZADOS' TO 720S-TOT-DESC
           MOVE CNT-200H-ANON              TO 720S-TOT-QTDE
           WRITE 720S-REGISTRO-FD FROM 720S-LIN-TOT
           MOVE SPACES                     TO 720S-LIN-TOT
           MOVE 'DEPENDENT. 450S ANONIMIZADOS' TO 720S-TOT-DESC
           MOVE CNT-450S-ANON              TO 720S-TOT-QTDE
           WRITE 720S-REGISTRO-FD FROM 720S-LIN-TOT
           WRITE 720S-REGISTRO-FD FROM 720S-LIN-HIFEN
           WRITE 720S-REGISTRO-FD FROM 720S-FIM-REL
           .
       500999-SAIDA. EXIT.
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
           IF 900P-ARQ-100D NOT EQUAL SPACES
              MOVE 900P-ARQ-100D TO DDN-100D
           END-IF
           IF 900P-ARQ-100R NOT EQUAL SPACES
              MOVE 900P-ARQ-100R TO DDN-100R
           END-IF
           IF 900P-ARQ-350H NOT EQUAL SPACES
              MOVE 900P-ARQ-350H TO DDN-350H
           END-IF
           IF 900P-ARQ-200H NOT EQUAL SPACES
              MOVE 900P-ARQ-200H TO DDN-200H
           END-IF
           IF 900P-ARQ-450S NOT EQUAL SPACES
              MOVE 900P-ARQ-450S TO DDN-450S
           END-IF
           IF 900P-ARQ-720S NOT EQUAL SPACES
              MOVE 900P-ARQ-720S TO DDN-720S
           END-IF
           IF 900P-ANOS-ANONIMIZA NUMERIC
              MOVE 900P-ANOS-ANONIMIZA TO ANOS-ANONIMIZA
           END-IF
           .
       900009-SAIDA. EXIT.
      *--------------------------
       999001-ERRO-001 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 001 PRAZO DE GUARDA NAO INFORMADO NO '
                   'T99F900P (900P-ANOS-ANONIMIZA)'
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      *--------------------------
       999011-ERRO-011 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 011 ERRO OPEN ARQUIVOS: ' FS-720S
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      *--------------------------
       999012-ERRO-012 SECTION.
      *--------------------------
      **** A RENOMEACAO DO ARQUIVO QUE FALHOU JA FOI DESFEITA; OS
      **** ARQUIVOS JA REGRAVADOS ANTES DELE FICAM ANONIMIZADOS E UMA
      **** NOVA EXECUCAO TERMINA O SERVICO: A MATRICULA JA MARCADA NO
      **** 100D NAO E CONTADA DE NOVO COMO ANONIMIZADA, MAS ENTRA NA
      **** TABELA (110000) E OS ARQUIVOS LIGADOS SAO REVISTOS.
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 012 ERRO NA REGRAVACAO: ' FS-100D ' '
                   FS-100R ' ' FS-350H ' ' FS-200H ' ' FS-450S
           CLOSE T99L720S
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      ******************************************************************
       END PROGRAM T99P2020.
      ******************************************************************
