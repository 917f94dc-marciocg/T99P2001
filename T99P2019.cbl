      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
      *
       PROGRAM-ID. T99P2019.
      *
      *AUTHOR.  MARCIO CONC
      *REMARKS. RELATORIO DE ACESSO DO TITULAR (LGPD ART. 18): LE A
      *REMARKS. LISTA DE CPFS DO T99F100L (CPF E PROTOCOLO DO PEDIDO),
      *REMARKS. LOCALIZA TODA MATRICULA QUE A PESSOA JA TEVE NA CASA
      *REMARKS. (CRUZAMENTO T99F100C, CADASTRO T99F100S, ARQUIVO-MORTO
      *REMARKS. T99F100D, READMISSAO T99F100R E HISTORICO T99F200H) E
      *REMARKS. IMPRIME NO T99L719S UM BLOCO CONSOLIDADO POR TITULAR:
      *REMARKS. DADOS CADASTRAIS, HISTORICO DE SITUACAO, AFASTAMENTOS
      *REMARKS. CORRENTES E ENCERRADOS (T99F350S/T99F350H) E
      *REMARKS. ALTERACOES REGISTRADAS (T99F200H E TRILHA T99L702A).
      *REMARKS. CADA ATENDIMENTO GRAVA UMA LINHA NO LOG DE ACESSO
      *REMARKS. T99L900A (EXTEND) COM O PROTOCOLO -- SEM O LOG O
      *REMARKS. PROGRAMA NAO RODA, POIS A EXTRACAO PRECISA SER
      *REMARKS. COMPROVAVEL. O CPF SAI EM CLARO: O RELATORIO E DO
      *REMARKS. PROPRIO TITULAR.
      *REMARKS. O CADASTRO DE DEPENDENTES T99F450S TAMBEM E LIDO: O
      *REMARKS. CPF PEDIDO QUE FIGURA COMO DEPENDENTE DE ALGUMA
      *REMARKS. MATRICULA TEM O PROPRIO REGISTRO IMPRESSO (MATRICULA E
      *REMARKS. SEQ-DEP DO VINCULO, SEM DADOS DO TITULAR DO VINCULO), E
      *REMARKS. CADA MATRICULA DA PESSOA LISTA OS DEPENDENTES QUE ELA
      *REMARKS. DECLAROU. HAVENDO DADO DE DEPENDENTE EXTRAIDO, O LOG
      *REMARKS. GANHA UMA SEGUNDA LINHA COM O T99F450S.
      *DATE-WRITTEN. 15/10/2026.
      *VERSAO 002-MARCIO CONC-15/10/2026-DEPENDENTES (T99F450S).
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
           SELECT T99F100L ASSIGN TO DDN-100L
               FILE STATUS IS FS-100L
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99F100S ASSIGN TO DDN-100S
               FILE STATUS IS FS-100S
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99F100D ASSIGN TO DDN-100D
               FILE STATUS IS FS-100D
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99F100C ASSIGN TO DDN-100C
               FILE STATUS IS FS-100C
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99F100R ASSIGN TO DDN-100R
               FILE STATUS IS FS-100R
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99F200H ASSIGN TO DDN-200H
               FILE STATUS IS FS-200H
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99F450S ASSIGN TO DDN-450S
               FILE STATUS IS FS-450S
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99F350S ASSIGN TO DDN-350S
               FILE STATUS IS FS-350S
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99F350H ASSIGN TO DDN-350H
               FILE STATUS IS FS-350H
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99L702A ASSIGN TO DDN-702A
               FILE STATUS IS FS-702A
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99L719S ASSIGN TO DDN-719S
               FILE STATUS IS FS-719S
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99L900A ASSIGN TO DDN-900A
               FILE STATUS IS FS-900A
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
       FD  T99F100L
           BLOCK  0
           RECORD 31
           RECORDING F.
      *
       01  100L-REGISTRO-FD            PIC X(31).
      *
       FD  T99F100S
           BLOCK  0
           RECORD 90
           RECORDING F.
      *
       01  100S-REGISTRO-FD            PIC X(90).
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
       FD  T99F100R
           BLOCK  0
           RECORD 41
           RECORDING F.
      *
       01  100R-REGISTRO-FD            PIC X(41).
      *
       FD  T99F200H
           BLOCK  0
           RECORD 152
           RECORDING F.
      *
       01  200H-REGISTRO-FD            PIC X(152).
      *
       FD  T99F450S
           BLOCK  0
           RECORD 80
           RECORDING F.
      *
       01  450S-REGISTRO-FD            PIC X(80).
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
       FD  T99L702A
           BLOCK  0
           RECORD 80
           RECORDING F.
      *
       01  702A-REGISTRO-FD            PIC X(80).
      *
       FD  T99L719S
           BLOCK  0
           RECORD 72
           RECORDING F.
      *
       01  719S-REGISTRO-FD            PIC X(72).
      *
       FD  T99L900A
           BLOCK  0
           RECORD 65
           RECORDING F.
      *
       01  900A-REGISTRO-FD            PIC X(65).
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
                                               '*** T99P2019 ***'.
       77  CTE-VERS                    PIC  X(06)     VALUE 'VRS002'.
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
      *{{ INCLUI BOOKS }}
            COPY 'T99K100L.cpy'.
            COPY 'T99K100S.cpy'.
            COPY 'T99K100D.cpy'.
            COPY 'T99K100C.cpy'.
            COPY 'T99K100R.cpy'.
            COPY 'T99K200H.cpy'.
            COPY 'T99K450S.cpy'.
            COPY 'T99K350S.cpy'.
            COPY 'T99K350H.cpy'.
            COPY 'T99K702A.cpy'.
            COPY 'T99K719S.cpy'.
            COPY 'T99K900A.cpy'.
            COPY 'T99K900P.cpy'.
      *{{  FIM BOOKS  }}
       77  FS-100L                     PIC  XX.
       77  FS-100S                     PIC  XX.
       77  FS-100D                     PIC  XX.
       77  FS-100C                     PIC  XX.
       77  FS-100R                     PIC  XX.
       77  FS-200H                     PIC  XX.
       77  FS-450S                     PIC  XX.
       77  FS-350S                     PIC  XX.
       77  FS-350H                     PIC  XX.
       77  FS-702A                     PIC  XX.
       77  FS-719S                     PIC  XX.
       77  FS-900A                     PIC  XX.
       77  FS-900P                     PIC  XX.
       77  DDN-100L                    PIC  X(20)     VALUE
                                               'T99F100L.txt'.
       77  DDN-100S                    PIC  X(20)     VALUE
                                               'T99F100S.txt'.
       77  DDN-100D                    PIC  X(20)     VALUE
                                               'T99F100D.txt'.
       77  DDN-100C                    PIC  X(20)     VALUE
                                               'T99F100C.txt'.
       77  DDN-100R                    PIC  X(20)     VALUE
                                               'T99F100R.txt'.
       77  DDN-200H                    PIC  X(20)     VALUE
                                               'T99F200H.txt'.
       77  DDN-450S                    PIC  X(20)     VALUE
                                               'T99F450S.txt'.
       77  DDN-350S                    PIC  X(20)     VALUE
                                               'T99F350S.txt'.
       77  DDN-350H                    PIC  X(20)     VALUE
                                               'T99F350H.txt'.
       77  DDN-702A                    PIC  X(20)     VALUE
                                               'T99L702A.txt'.
       77  DDN-719S                    PIC  X(20)     VALUE
                                               'T99L719S.txt'.
       77  DDN-900A                    PIC  X(20)     VALUE
                                               'T99L900A.txt'.
      *
       01  DATA-SISTEMA-GRP.
           03  DATA-SISTEMA          PIC  9(08).
       01  HORA-SISTEMA-GRP.
           03  HORA-SISTEMA          PIC  9(06).
           03  FILLER                PIC  9(02).
      *
       77  SW-FIM-100L                 PIC  X(01)     VALUE 'N'.
           88  FIM-100L                                 VALUE 'S'.
       77  SW-FIM-ARQ                  PIC  X(01)     VALUE 'N'.
           88  FIM-ARQ                                  VALUE 'S'.
       77  SW-ACHOU                    PIC  X(01)     VALUE 'N'.
           88  ACHOU                                    VALUE 'S'.
      *
       77  CPF-TITULAR                 PIC  9(11)     VALUE 0.
       77  MATR-CORRENTE               PIC  9(07)     VALUE 0.
       77  MATR-ACHADA                 PIC  9(07)     VALUE 0.
       77  ARQ-INDISPONIVEL            PIC  X(20)     VALUE SPACES.
      *
       77  CNT-TITULARES               PIC  9(05)     VALUE 0.
       77  CNT-ATENDIDOS               PIC  9(05)     VALUE 0.
       77  CNT-SEM-REGISTRO            PIC  9(05)     VALUE 0.
       77  CNT-CPF-INVALIDO            PIC  9(05)     VALUE 0.
       77  CNT-ITENS                   PIC  9(07)     VALUE 0.
       77  CNT-ITENS-SECAO             PIC  9(07)     VALUE 0.
       77  CNT-ITENS-450S              PIC  9(07)     VALUE 0.
      *
      **** MATRICULAS DO TITULAR (LIMITADA A 50 -- UMA PESSOA COM
      **** MAIS VINCULOS QUE ISSO E AVISADA NO CONSOLE E NO
      **** RELATORIO PARA TRATAMENTO MANUAL).
       77  QTD-MATR                    PIC  9(03)     VALUE 0.
       77  IDX-MATR                    PIC  9(03)     VALUE 0.
       77  IDX-BUSCA                   PIC  9(03)     VALUE 0.
       77  SW-TAB-MATR-CHEIA           PIC  X(01)     VALUE 'N'.
           88  TAB-MATR-CHEIA                           VALUE 'S'.
       01  TAB-MATR-GERAL.
           03  TAB-MATR     OCCURS  50  TIMES   PIC  9(07).
      *
      **** REGISTROS EM QUE O CPF PEDIDO FIGURA COMO DEPENDENTE NO
      **** T99F450S (IMAGEM DO REGISTRO, LIMITADA A 20 -- EXCESSO E
      **** AVISADO COMO NA TABELA DE MATRICULAS).
       77  QTD-DEP-TIT                 PIC  9(03)     VALUE 0.
       77  IDX-DEP                     PIC  9(03)     VALUE 0.
       77  SW-TAB-DEP-CHEIA            PIC  X(01)     VALUE 'N'.
           88  TAB-DEP-CHEIA                            VALUE 'S'.
       77  SW-450S-INDISP              PIC  X(01)     VALUE 'N'.
           88  450S-INDISP                              VALUE 'S'.
       01  TAB-DEP-GERAL.
           03  TAB-DEP-REG  OCCURS  20  TIMES   PIC  X(80).
      *
      **** AREA DA DIFERENCA ANTES/DEPOIS DE UMA ALTERACAO DO
      **** HISTORICO (MESMOS NOMES DE CAMPO DA TRILHA T99L702A).
       01  DIF-AREA.
           03  DIF-CAMPO               PIC  X(10).
           03  DIF-ANTES               PIC  X(30).
           03  DIF-DEPOIS              PIC  X(30).
       77  DESC-CMDO                   PIC  X(10)     VALUE SPACES.
       77  DESC-SITUACAO               PIC  X(08)     VALUE SPACES.
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
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD
      *
           OPEN INPUT T99F100L
           IF FS-100L NOT EQUAL ZEROES
              PERFORM 999001-ERRO-001
           END-IF
           OPEN OUTPUT T99L719S
           IF FS-719S NOT EQUAL ZEROES
              PERFORM 999011-ERRO-011
           END-IF
      *- - SEM LOG DE ACESSO NAO HA EXTRACAO: O ATENDIMENTO PRECISA
      *- - FICAR COMPROVADO PARA O ENCARREGADO DE DADOS.
           OPEN EXTEND T99L900A
           IF FS-900A NOT EQUAL ZEROES
              OPEN OUTPUT T99L900A
           END-IF
           IF FS-900A NOT EQUAL ZEROES
              PERFORM 999012-ERRO-012
           END-IF
      *
           PERFORM 100000-LE-TITULAR
           PERFORM WITH TEST BEFORE UNTIL FIM-100L
                    PERFORM 110000-ATENDE-TITULAR
                    PERFORM 100000-LE-TITULAR
           END-PERFORM
           CLOSE T99F100L T99L719S T99L900A
      *
           DISPLAY CTE-PROG ' ' CTE-VERS ' *** TITULARES: '
                   CNT-TITULARES ' ATENDIDOS: ' CNT-ATENDIDOS
                   ' SEM REGISTRO: ' CNT-SEM-REGISTRO
                   ' CPF INVALIDO: ' CNT-CPF-INVALIDO
           DISPLAY CTE-PROG ' ' CTE-VERS ' *** 999 *** FIM NORMAL'
      *- - CPF INVALIDO NA LISTA OU TITULAR SEM REGISTRO NENHUM E
      *- - AVISO PARA QUEM MONTOU A LISTA CONFERIR O PEDIDO.
           IF CNT-CPF-INVALIDO GREATER ZEROES OR
              CNT-SEM-REGISTRO GREATER ZEROES
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           .
       999999-ENCERRA.
           GOBACK
           .
      *-----------------------------
       100000-LE-TITULAR SECTION.
      *-----------------------------
           READ T99F100L INTO 100L-REGISTRO
               AT END
                   MOVE 'S' TO SW-FIM-100L
           END-READ
           .
       100999-SAIDA. EXIT.
      *-----------------------------
       110000-ATENDE-TITULAR SECTION.
      *-----------------------------
           ADD 1 TO CNT-TITULARES
           IF 100L-CPF NOT NUMERIC OR
              100L-CPF EQUAL ZEROES
              ADD 1 TO CNT-CPF-INVALIDO
              DISPLAY CTE-PROG ' ' CTE-VERS
                      ' *** AVISO: CPF INVALIDO NA LISTA, PROTOCOLO '
                      100L-PROTOCOLO
              GO TO 110999-SAIDA
           END-IF
           MOVE 100L-CPF TO CPF-TITULAR
           MOVE 0        TO QTD-MATR
           MOVE 0        TO CNT-ITENS
           MOVE 0        TO CNT-ITENS-450S
           MOVE 'N'      TO SW-TAB-MATR-CHEIA
           MOVE 0        TO QTD-DEP-TIT
           MOVE 'N'      TO SW-TAB-DEP-CHEIA
      *
           PERFORM 200000-LOCALIZA-MATRICULAS
           PERFORM 300000-IMPRIME-CABECALHO
           PERFORM 350000-IMPRIME-COMO-DEPENDENTE
           PERFORM VARYING IDX-MATR FROM 1 BY 1
                     UNTIL IDX-MATR GREATER QTD-MATR
                   MOVE TAB-MATR (IDX-MATR) TO MATR-CORRENTE
                   PERFORM 400000-IMPRIME-MATRICULA
           END-PERFORM
           PERFORM 500000-IMPRIME-TOTAIS
           PERFORM 600000-GRAVA-LOG
      *
           IF QTD-MATR EQUAL ZEROES AND
              QTD-DEP-TIT EQUAL ZEROES
              ADD 1 TO CNT-SEM-REGISTRO
           ELSE
              ADD 1 TO CNT-ATENDIDOS
           END-IF
           .
       110999-SAIDA. EXIT.
      *-----------------------------
       200000-LOCALIZA-MATRICULAS SECTION.
      *-----------------------------
      **** TODA MATRICULA LIGADA AO CPF EM QUALQUER ARQUIVO ENTRA NA
      **** TABELA (SEM REPETICAO): O CRUZAMENTO 100C, O CADASTRO, O
      **** ARQUIVO-MORTO, A READMISSAO (MATRICULA NOVA E ANTERIOR) E O
      **** HISTORICO (CPF ANTES OU DEPOIS -- PEGA A MATRICULA CUJO CPF
      **** FOI CORRIGIDO NUMA ALTERACAO). O CPF COMO DEPENDENTE
      **** (T99F450S) VAI PARA A TABELA PROPRIA: A MATRICULA DO
      **** VINCULO E DE OUTRA PESSOA E NAO ENTRA NA TABELA DE
      **** MATRICULAS.
           PERFORM 210000-LOCALIZA-100C
           PERFORM 220000-LOCALIZA-100S
           PERFORM 230000-LOCALIZA-100D
           PERFORM 240000-LOCALIZA-100R
           PERFORM 250000-LOCALIZA-200H
           PERFORM 260000-LOCALIZA-450S
           .
       200999-SAIDA. EXIT.
      *-----------------------------
       210000-LOCALIZA-100C SECTION.
      *-----------------------------
           MOVE 'N' TO SW-FIM-ARQ
           OPEN INPUT T99F100C
           IF FS-100C NOT EQUAL ZEROES
              GO TO 210999-SAIDA
           END-IF
           PERFORM WITH TEST BEFORE UNTIL FIM-ARQ
                    READ T99F100C INTO 100C-REGISTRO
                        AT END
                            MOVE 'S' TO SW-FIM-ARQ
                        NOT AT END
                            IF 100C-CPF EQUAL CPF-TITULAR
                               MOVE 100C-MATR TO MATR-ACHADA
                               PERFORM 290000-ACUMULA-MATR
                            END-IF
                    END-READ
           END-PERFORM
           CLOSE T99F100C
           .
       210999-SAIDA. EXIT.
      *-----------------------------
       220000-LOCALIZA-100S SECTION.
      *-----------------------------
           MOVE 'N' TO SW-FIM-ARQ
           OPEN INPUT T99F100S
           IF FS-100S NOT EQUAL ZEROES
              GO TO 220999-SAIDA
           END-IF
           PERFORM WITH TEST BEFORE UNTIL FIM-ARQ
                    READ T99F100S INTO 100S-REGISTRO
                        AT END
                            MOVE 'S' TO SW-FIM-ARQ
                        NOT AT END
                            IF (NOT 100S-HDR) AND (NOT 100S-TRL) AND
                               100S-CPF EQUAL CPF-TITULAR
                               MOVE 100S-MATR TO MATR-ACHADA
                               PERFORM 290000-ACUMULA-MATR
                            END-IF
                    END-READ
           END-PERFORM
           CLOSE T99F100S
           .
       220999-SAIDA. EXIT.
      *-----------------------------
       230000-LOCALIZA-100D SECTION.
      *-----------------------------
           MOVE 'N' TO SW-FIM-ARQ
           OPEN INPUT T99F100D
           IF FS-100D NOT EQUAL ZEROES
              GO TO 230999-SAIDA
           END-IF
           PERFORM WITH TEST BEFORE UNTIL FIM-ARQ
                    READ T99F100D INTO 100D-REGISTRO
                        AT END
                            MOVE 'S' TO SW-FIM-ARQ
                        NOT AT END
                            IF 100D-CPF EQUAL CPF-TITULAR
                               MOVE 100D-MATR TO MATR-ACHADA
                               PERFORM 290000-ACUMULA-MATR
                            END-IF
                    END-READ
           END-PERFORM
           CLOSE T99F100D
           .
       230999-SAIDA. EXIT.
      *-----------------------------
       240000-LOCALIZA-100R SECTION.
      *-----------------------------
           MOVE 'N' TO SW-FIM-ARQ
           OPEN INPUT T99F100R
           IF FS-100R NOT EQUAL ZEROES
              GO TO 240999-SAIDA
           END-IF
           PERFORM WITH TEST BEFORE UNTIL FIM-ARQ
                    READ T99F100R INTO 100R-REGISTRO
                        AT END
                            MOVE 'S' TO SW-FIM-ARQ
                        NOT AT END
                            IF 100R-CPF EQUAL CPF-TITULAR
                               MOVE 100R-MATR-NOVA TO MATR-ACHADA
                               PERFORM 290000-ACUMULA-MATR
                               MOVE 100R-MATR-ANT  TO MATR-ACHADA
                               PERFORM 290000-ACUMULA-MATR
                            END-IF
                    END-READ
           END-PERFORM
           CLOSE T99F100R
           .
       240999-SAIDA. EXIT.
      *-----------------------------
       250000-LOCALIZA-200H SECTION.
      *-----------------------------
           MOVE 'N' TO SW-FIM-ARQ
           OPEN INPUT T99F200H
           IF FS-200H NOT EQUAL ZEROES
              GO TO 250999-SAIDA
           END-IF
           PERFORM WITH TEST BEFORE UNTIL FIM-ARQ
                    READ T99F200H INTO 200H-REGISTRO
                        AT END
                            MOVE 'S' TO SW-FIM-ARQ
                        NOT AT END
                            IF 200H-DEP-CPF EQUAL CPF-TITULAR OR
                               (NOT 200H-ANT-INEXISTENTE AND
                                200H-ANT-CPF EQUAL CPF-TITULAR)
                               MOVE 200H-MATR TO MATR-ACHADA
                               PERFORM 290000-ACUMULA-MATR
                            END-IF
                    END-READ
           END-PERFORM
           CLOSE T99F200H
           .
       250999-SAIDA. EXIT.
      *-----------------------------
       260000-LOCALIZA-450S SECTION.
      *-----------------------------
           MOVE 'N' TO SW-450S-INDISP
           MOVE 'N' TO SW-FIM-ARQ
           OPEN INPUT T99F450S
           IF FS-450S NOT EQUAL ZEROES
              MOVE 'S' TO SW-450S-INDISP
              GO TO 260999-SAIDA
           END-IF
           PERFORM WITH TEST BEFORE UNTIL FIM-ARQ
                    READ T99F450S INTO 450S-REGISTRO
                        AT END
                            MOVE 'S' TO SW-FIM-ARQ
                        NOT AT END
                            IF (NOT 450S-HDR) AND (NOT 450S-TRL) AND
                               450S-CPF EQUAL CPF-TITULAR
                               PERFORM 261000-ACUMULA-DEP
                            END-IF
                    END-READ
           END-PERFORM
           CLOSE T99F450S
           .
       260999-SAIDA. EXIT.
      *-----------------------------
       261000-ACUMULA-DEP SECTION.
      *-----------------------------
           IF QTD-DEP-TIT LESS THAN 20
              ADD 1 TO QTD-DEP-TIT
              MOVE 450S-REGISTRO TO TAB-DEP-REG (QTD-DEP-TIT)
           ELSE
              IF NOT TAB-DEP-CHEIA
                 MOVE 'S' TO SW-TAB-DEP-CHEIA
                 DISPLAY CTE-PROG ' ' CTE-VERS
                         ' *** AVISO: MAIS DE 20 REGISTROS DE '
                         'DEPENDENTE PARA O PROTOCOLO ' 100L-PROTOCOLO
              END-IF
           END-IF
           .
       261999-SAIDA. EXIT.
      *-----------------------------
       290000-ACUMULA-MATR SECTION.
      *-----------------------------
           IF MATR-ACHADA EQUAL ZEROES
              GO TO 290999-SAIDA
           END-IF
           MOVE 'N' TO SW-ACHOU
           PERFORM VARYING IDX-BUSCA FROM 1 BY 1
                     UNTIL IDX-BUSCA GREATER QTD-MATR OR ACHOU
                   IF TAB-MATR (IDX-BUSCA) EQUAL MATR-ACHADA
                      MOVE 'S' TO SW-ACHOU
                   END-IF
           END-PERFORM
           IF ACHOU
              GO TO 290999-SAIDA
           END-IF
           IF QTD-MATR LESS THAN 50
              ADD 1 TO QTD-MATR
              MOVE MATR-ACHADA TO TAB-MATR (QTD-MATR)
           ELSE
              IF NOT TAB-MATR-CHEIA
                 MOVE 'S' TO SW-TAB-MATR-CHEIA
                 DISPLAY CTE-PROG ' ' CTE-VERS
                         ' *** AVISO: MAIS DE 50 MATRICULAS PARA O '
                         'PROTOCOLO ' 100L-PROTOCOLO
              END-IF
           END-IF
           .
       290999-SAIDA. EXIT.
      *-----------------------------
       300000-IMPRIME-CABECALHO SECTION.
      *-----------------------------
           MOVE DATA-SISTEMA TO 719S-CAB-DATA
           WRITE 719S-REGISTRO-FD FROM 719S-CAB-01
           WRITE 719S-REGISTRO-FD FROM 719S-LIN-HIFEN
           MOVE SPACES TO 719S-ACAO
           STRING 'TITULAR CPF '     DELIMITED BY SIZE
                  CPF-TITULAR        DELIMITED BY SIZE
                  ' - PROTOCOLO '    DELIMITED BY SIZE
                  100L-PROTOCOLO     DELIMITED BY SIZE
                  INTO 719S-ACAO
           WRITE 719S-REGISTRO-FD FROM 719S-LIN-ACAO
           MOVE SPACES TO 719S-ACAO
           IF QTD-MATR EQUAL ZEROES
              MOVE 'NENHUMA MATRICULA LOCALIZADA PARA ESTE CPF'
                   TO 719S-ACAO
           ELSE
              STRING 'MATRICULAS LOCALIZADAS: ' DELIMITED BY SIZE
                     QTD-MATR                   DELIMITED BY SIZE
                     INTO 719S-ACAO
           END-IF
           WRITE 719S-REGISTRO-FD FROM 719S-LIN-ACAO
           IF TAB-MATR-CHEIA
              MOVE 'ATENCAO: MAIS DE 50 MATRICULAS - COMPLETAR A MAO'
                   TO 719S-ACAO
              WRITE 719S-REGISTRO-FD FROM 719S-LIN-ACAO
           END-IF
           IF QTD-DEP-TIT GREATER ZEROES
              MOVE SPACES TO 719S-ACAO
              STRING 'REGISTROS COMO DEPENDENTE: ' DELIMITED BY SIZE
                     QTD-DEP-TIT                   DELIMITED BY SIZE
                     INTO 719S-ACAO
              WRITE 719S-REGISTRO-FD FROM 719S-LIN-ACAO
           END-IF
           IF TAB-DEP-CHEIA
              MOVE SPACES TO 719S-ACAO
              STRING 'ATENCAO: MAIS DE 20 REGISTROS DE DEPENDENTE'
                                                DELIMITED BY SIZE
                     ' - COMPLETAR A MAO'       DELIMITED BY SIZE
                     INTO 719S-ACAO
              WRITE 719S-REGISTRO-FD FROM 719S-LIN-ACAO
           END-IF
           WRITE 719S-REGISTRO-FD FROM 719S-LIN-HIFEN
           .
       300999-SAIDA. EXIT.
      *-----------------------------
       350000-IMPRIME-COMO-DEPENDENTE SECTION.
      *-----------------------------
      **** O TITULAR COMO DEPENDENTE DE ALGUMA MATRICULA: SO O
      **** REGISTRO DELE NO T99F450S, COM A MATRICULA E O SEQ-DEP DO
      **** VINCULO (OS DADOS DO TITULAR DO VINCULO NAO SAO DELE).
           MOVE SPACES TO 719S-TITULO
           MOVE 'REGISTROS COMO DEPENDENTE (T99F450S)' TO 719S-TITULO
           PERFORM 390000-GRAVA-TITULO
           IF 450S-INDISP
              MOVE DDN-450S TO ARQ-INDISPONIVEL
           END-IF
           PERFORM VARYING IDX-DEP FROM 1 BY 1
                     UNTIL IDX-DEP GREATER QTD-DEP-TIT
                   MOVE TAB-DEP-REG (IDX-DEP) TO 450S-REGISTRO
                   MOVE SPACES TO 719S-DADO
                   STRING 'DEPENDENTE DA MATRICULA ' DELIMITED BY SIZE
                          450S-MATR                  DELIMITED BY SIZE
                          ' SEQ-DEP '                DELIMITED BY SIZE
                          450S-SEQ-DEP               DELIMITED BY SIZE
                          INTO 719S-DADO
                   PERFORM 391000-GRAVA-DADO
                   PERFORM 461000-IMPRIME-DEPENDENTE
           END-PERFORM
           PERFORM 392000-FECHA-SECAO
           WRITE 719S-REGISTRO-FD FROM 719S-LIN-HIFEN
           .
       350999-SAIDA. EXIT.
      *-----------------------------
       390000-GRAVA-TITULO SECTION.
      *-----------------------------
           WRITE 719S-REGISTRO-FD FROM 719S-LIN-TITULO
           MOVE 0 TO CNT-ITENS-SECAO
           .
       390999-SAIDA. EXIT.
      *-----------------------------
       391000-GRAVA-DADO SECTION.
      *-----------------------------
           WRITE 719S-REGISTRO-FD FROM 719S-LIN-DADO
           ADD 1 TO CNT-ITENS-SECAO
           ADD 1 TO CNT-ITENS
           .
       391999-SAIDA. EXIT.
      *-----------------------------
       392000-FECHA-SECAO SECTION.
      *-----------------------------
      **** SECAO SEM REGISTRO SAI COM 'NADA CONSTA' (OU COM O AVISO DE
      **** ARQUIVO INDISPONIVEL), PARA O TITULAR VER QUE A FONTE FOI
      **** CONSULTADA.
           IF CNT-ITENS-SECAO EQUAL ZEROES
              MOVE SPACES TO 719S-DADO
              IF ARQ-INDISPONIVEL EQUAL SPACES
                 MOVE 'NADA CONSTA' TO 719S-DADO
              ELSE
                 STRING 'ARQUIVO INDISPONIVEL: ' DELIMITED BY SIZE
                        ARQ-INDISPONIVEL         DELIMITED BY SPACE
                        INTO 719S-DADO
              END-IF
              WRITE 719S-REGISTRO-FD FROM 719S-LIN-DADO
           END-IF
           MOVE SPACES TO ARQ-INDISPONIVEL
           .
       392999-SAIDA. EXIT.
      *-----------------------------
       400000-IMPRIME-MATRICULA SECTION.
      *-----------------------------
           MOVE SPACES TO 719S-ACAO
           STRING 'MATRICULA '       DELIMITED BY SIZE
                  MATR-CORRENTE      DELIMITED BY SIZE
                  INTO 719S-ACAO
           WRITE 719S-REGISTRO-FD FROM 719S-LIN-ACAO
           PERFORM 410000-DADOS-CADASTRAIS
           PERFORM 420000-CRUZAMENTOS
           PERFORM 430000-HISTORICO-SITUACAO
           PERFORM 440000-AFASTAMENTOS
           PERFORM 450000-ALTERACOES-TRILHA
           PERFORM 460000-DEPENDENTES
           WRITE 719S-REGISTRO-FD FROM 719S-LIN-HIFEN
           .
       400999-SAIDA. EXIT.
      *-----------------------------
       410000-DADOS-CADASTRAIS SECTION.
      *-----------------------------
           MOVE SPACES TO 719S-TITULO
           MOVE 'DADOS CADASTRAIS' TO 719S-TITULO
           PERFORM 390000-GRAVA-TITULO
           MOVE 'N' TO SW-ACHOU
           MOVE 'N' TO SW-FIM-ARQ
           OPEN INPUT T99F100S
           IF FS-100S EQUAL ZEROES
              PERFORM WITH TEST BEFORE UNTIL FIM-ARQ
                       READ T99F100S INTO 100S-REGISTRO
                           AT END
                               MOVE 'S' TO SW-FIM-ARQ
                           NOT AT END
                               IF (NOT 100S-HDR) AND (NOT 100S-TRL)
                                  IF 100S-MATR EQUAL MATR-CORRENTE
                                     MOVE 'S' TO SW-ACHOU
                                     MOVE 'S' TO SW-FIM-ARQ
                                  ELSE
                                     IF 100S-MATR GREATER MATR-CORRENTE
                                        MOVE 'S' TO SW-FIM-ARQ
                                     END-IF
                                  END-IF
                               END-IF
                       END-READ
              END-PERFORM
              CLOSE T99F100S
           ELSE
              MOVE DDN-100S TO ARQ-INDISPONIVEL
           END-IF
           IF ACHOU
              MOVE 100S-NOME          TO 100D-NOME
              MOVE 100S-SEXO          TO 100D-SEXO
              MOVE 100S-CPF           TO 100D-CPF
              MOVE 100S-EST-CIVIL     TO 100D-EST-CIVIL
              MOVE 100S-DT-NASCIMENTO TO 100D-DT-NASCIMENTO
              MOVE 100S-DT-ADMISSAO   TO 100D-DT-ADMISSAO
              MOVE 100S-LOTACAO       TO 100D-LOTACAO
              MOVE 100S-CMDO          TO 100D-CMDO
              MOVE ZEROES             TO 100D-DT-EXCLUSAO
              PERFORM 411000-IMPRIME-REGISTRO
           ELSE
              PERFORM 412000-BUSCA-MORTO
           END-IF
           PERFORM 392000-FECHA-SECAO
           .
       410999-SAIDA. EXIT.
      *-----------------------------
       411000-IMPRIME-REGISTRO SECTION.
      *-----------------------------
      **** IMPRIME O REGISTRO CADASTRAL A PARTIR DA AREA 100D (O
      **** CADASTRO CORRENTE E COPIADO PARA ELA, COM DT-EXCLUSAO
      **** ZERADA QUANDO NAO EXPURGADO).
           MOVE SPACES TO 719S-DADO
           STRING 'NOME: '           DELIMITED BY SIZE
                  100D-NOME          DELIMITED BY SIZE
                  INTO 719S-DADO
           PERFORM 391000-GRAVA-DADO
           MOVE SPACES TO 719S-DADO
           STRING 'CPF: '            DELIMITED BY SIZE
                  100D-CPF           DELIMITED BY SIZE
                  '  SEXO: '         DELIMITED BY SIZE
                  100D-SEXO          DELIMITED BY SIZE
                  '  EST.CIVIL: '    DELIMITED BY SIZE
                  100D-EST-CIVIL     DELIMITED BY SIZE
                  INTO 719S-DADO
           PERFORM 391000-GRAVA-DADO
           MOVE SPACES TO 719S-DADO
           STRING 'NASCIMENTO: '     DELIMITED BY SIZE
                  100D-DT-NASCIMENTO DELIMITED BY SIZE
                  '  ADMISSAO: '     DELIMITED BY SIZE
                  100D-DT-ADMISSAO   DELIMITED BY SIZE
                  '  LOTACAO: '      DELIMITED BY SIZE
                  100D-LOTACAO       DELIMITED BY SIZE
                  INTO 719S-DADO
           PERFORM 391000-GRAVA-DADO
           MOVE SPACES TO 719S-DADO
           EVALUATE TRUE
               WHEN 100D-DT-EXCLUSAO NOT EQUAL ZEROES
                    STRING 'SITUACAO: EXPURGADA (ARQUIVO-MORTO), '
                                              DELIMITED BY SIZE
                           'EXCLUIDA EM '     DELIMITED BY SIZE
                           100D-DT-EXCLUSAO   DELIMITED BY SIZE
                           INTO 719S-DADO
               WHEN 100D-CMDO EQUAL 03
                    MOVE 'SITUACAO: EXCLUIDA' TO 719S-DADO
               WHEN OTHER
                    MOVE 'SITUACAO: ATIVA'    TO 719S-DADO
           END-EVALUATE
           PERFORM 391000-GRAVA-DADO
           .
       411999-SAIDA. EXIT.
      *-----------------------------
       412000-BUSCA-MORTO SECTION.
      *-----------------------------
           MOVE 'N' TO SW-ACHOU
           MOVE 'N' TO SW-FIM-ARQ
           OPEN INPUT T99F100D
           IF FS-100D NOT EQUAL ZEROES
              GO TO 412999-SAIDA
           END-IF
           PERFORM WITH TEST BEFORE UNTIL FIM-ARQ
                    READ T99F100D INTO 100D-REGISTRO
                        AT END
                            MOVE 'S' TO SW-FIM-ARQ
                        NOT AT END
                            IF 100D-MATR EQUAL MATR-CORRENTE
                               MOVE 'S' TO SW-ACHOU
                               MOVE 'S' TO SW-FIM-ARQ
                            END-IF
                    END-READ
           END-PERFORM
           CLOSE T99F100D
           IF ACHOU
              PERFORM 411000-IMPRIME-REGISTRO
           END-IF
           .
       412999-SAIDA. EXIT.
      *-----------------------------
       420000-CRUZAMENTOS SECTION.
      *-----------------------------
      **** VINCULOS DA MATRICULA: CRUZAMENTO CPF X MATRICULA (100C) E
      **** LIGACOES DE READMISSAO (100R) EM QUE ELA APARECE.
           MOVE SPACES TO 719S-TITULO
           MOVE 'VINCULOS (CRUZAMENTO CPF E READMISSAO)'
                TO 719S-TITULO
           PERFORM 390000-GRAVA-TITULO
           MOVE 'N' TO SW-FIM-ARQ
           OPEN INPUT T99F100C
           IF FS-100C EQUAL ZEROES
              PERFORM WITH TEST BEFORE UNTIL FIM-ARQ
                       READ T99F100C INTO 100C-REGISTRO
                           AT END
                               MOVE 'S' TO SW-FIM-ARQ
                           NOT AT END
                               IF 100C-MATR EQUAL MATR-CORRENTE
                                  MOVE SPACES TO 719S-DADO
                                  STRING 'CRUZAMENTO: CPF '
                                                 DELIMITED BY SIZE
                                         100C-CPF
                                                 DELIMITED BY SIZE
                                         ' STATUS '
                                                 DELIMITED BY SIZE
                                         100C-STATUS
                                                 DELIMITED BY SIZE
                                         INTO 719S-DADO
                                  PERFORM 391000-GRAVA-DADO
                               END-IF
                       END-READ
              END-PERFORM
              CLOSE T99F100C
           END-IF
           MOVE 'N' TO SW-FIM-ARQ
           OPEN INPUT T99F100R
           IF FS-100R EQUAL ZEROES
              PERFORM WITH TEST BEFORE UNTIL FIM-ARQ
                       READ T99F100R INTO 100R-REGISTRO
                           AT END
                               MOVE 'S' TO SW-FIM-ARQ
                           NOT AT END
                               IF 100R-MATR-NOVA EQUAL MATR-CORRENTE OR
                                  100R-MATR-ANT  EQUAL MATR-CORRENTE
                                  PERFORM 421000-IMPRIME-READMISSAO
                               END-IF
                       END-READ
              END-PERFORM
              CLOSE T99F100R
           END-IF
           PERFORM 392000-FECHA-SECAO
           .
       420999-SAIDA. EXIT.
      *-----------------------------
       421000-IMPRIME-READMISSAO SECTION.
      *-----------------------------
           MOVE SPACES TO 719S-DADO
           STRING 'READMISSAO: MATR ANTERIOR ' DELIMITED BY SIZE
                  100R-MATR-ANT                DELIMITED BY SIZE
                  ' EXCL. '                    DELIMITED BY SIZE
                  100R-DT-EXCLUSAO             DELIMITED BY SIZE
                  ' -> NOVA '                  DELIMITED BY SIZE
                  100R-MATR-NOVA               DELIMITED BY SIZE
                  ' EM '                       DELIMITED BY SIZE
                  100R-DT-READMISSAO           DELIMITED BY SIZE
                  INTO 719S-DADO
           PERFORM 391000-GRAVA-DADO
           .
       421999-SAIDA. EXIT.
      *-----------------------------
       430000-HISTORICO-SITUACAO SECTION.
      *-----------------------------
      **** HISTORICO PERMANENTE (T99F200H): CADA MOVIMENTO APLICADO
      **** COM A DATA, A SITUACAO RESULTANTE E, NAS ALTERACOES, OS
      **** CAMPOS QUE MUDARAM (ANTES -> DEPOIS).
           MOVE SPACES TO 719S-TITULO
           MOVE 'HISTORICO DE SITUACAO E ALTERACOES REGISTRADAS'
                TO 719S-TITULO
           PERFORM 390000-GRAVA-TITULO
           MOVE 'N' TO SW-FIM-ARQ
           OPEN INPUT T99F200H
           IF FS-200H NOT EQUAL ZEROES
              MOVE DDN-200H TO ARQ-INDISPONIVEL
           ELSE
              PERFORM WITH TEST BEFORE UNTIL FIM-ARQ
                       READ T99F200H INTO 200H-REGISTRO
                           AT END
                               MOVE 'S' TO SW-FIM-ARQ
                           NOT AT END
                               IF 200H-MATR EQUAL MATR-CORRENTE
                                  PERFORM 431000-IMPRIME-MOVIMENTO
                               END-IF
                       END-READ
              END-PERFORM
              CLOSE T99F200H
           END-IF
           PERFORM 392000-FECHA-SECAO
           .
       430999-SAIDA. EXIT.
      *-----------------------------
       431000-IMPRIME-MOVIMENTO SECTION.
      *-----------------------------
           EVALUATE TRUE
               WHEN 200H-INCLUSAO
                    MOVE 'INCLUSAO'   TO DESC-CMDO
               WHEN 200H-ALTERACAO
                    MOVE 'ALTERACAO'  TO DESC-CMDO
               WHEN 200H-EXCLUSAO
                    MOVE 'EXCLUSAO'   TO DESC-CMDO
               WHEN 200H-REATIVACAO
                    MOVE 'REATIVACAO' TO DESC-CMDO
               WHEN OTHER
                    MOVE SPACES       TO DESC-CMDO
           END-EVALUATE
           IF 200H-DEP-CMDO EQUAL 03
              MOVE 'EXCLUIDA' TO DESC-SITUACAO
           ELSE
              MOVE 'ATIVA'    TO DESC-SITUACAO
           END-IF
           MOVE SPACES TO 719S-DADO
           STRING 200H-DATA          DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  DESC-CMDO          DELIMITED BY SIZE
                  ' SITUACAO '       DELIMITED BY SIZE
                  DESC-SITUACAO      DELIMITED BY SIZE
                  ' LOTACAO '        DELIMITED BY SIZE
                  200H-DEP-LOTACAO   DELIMITED BY SIZE
                  INTO 719S-DADO
           PERFORM 391000-GRAVA-DADO
           IF NOT 200H-ALTERACAO
              GO TO 431999-SAIDA
           END-IF
           IF 200H-ANT-NOME NOT EQUAL 200H-DEP-NOME
              MOVE 'NOME'             TO DIF-CAMPO
              MOVE 200H-ANT-NOME      TO DIF-ANTES
              MOVE 200H-DEP-NOME      TO DIF-DEPOIS
              PERFORM 432000-IMPRIME-DIFERENCA
           END-IF
           IF 200H-ANT-SEXO NOT EQUAL 200H-DEP-SEXO
              MOVE 'SEXO'             TO DIF-CAMPO
              MOVE 200H-ANT-SEXO      TO DIF-ANTES
              MOVE 200H-DEP-SEXO      TO DIF-DEPOIS
              PERFORM 432000-IMPRIME-DIFERENCA
           END-IF
           IF 200H-ANT-CPF NOT EQUAL 200H-DEP-CPF
              MOVE 'CPF'              TO DIF-CAMPO
              MOVE 200H-ANT-CPF       TO DIF-ANTES
              MOVE 200H-DEP-CPF       TO DIF-DEPOIS
              PERFORM 432000-IMPRIME-DIFERENCA
           END-IF
           IF 200H-ANT-EST-CIVIL NOT EQUAL 200H-DEP-EST-CIVIL
              MOVE 'EST.CIVIL'        TO DIF-CAMPO
              MOVE 200H-ANT-EST-CIVIL TO DIF-ANTES
              MOVE 200H-DEP-EST-CIVIL TO DIF-DEPOIS
              PERFORM 432000-IMPRIME-DIFERENCA
           END-IF
           IF 200H-ANT-DT-NASC NOT EQUAL 200H-DEP-DT-NASC
              MOVE 'DT.NASC'          TO DIF-CAMPO
              MOVE 200H-ANT-DT-NASC   TO DIF-ANTES
              MOVE 200H-DEP-DT-NASC   TO DIF-DEPOIS
              PERFORM 432000-IMPRIME-DIFERENCA
           END-IF
           IF 200H-ANT-DT-ADM NOT EQUAL 200H-DEP-DT-ADM
              MOVE 'DT.ADMISS'        TO DIF-CAMPO
              MOVE 200H-ANT-DT-ADM    TO DIF-ANTES
              MOVE 200H-DEP-DT-ADM    TO DIF-DEPOIS
              PERFORM 432000-IMPRIME-DIFERENCA
           END-IF
           IF 200H-ANT-LOTACAO NOT EQUAL 200H-DEP-LOTACAO
              MOVE 'LOTACAO'          TO DIF-CAMPO
              MOVE 200H-ANT-LOTACAO   TO DIF-ANTES
              MOVE 200H-DEP-LOTACAO   TO DIF-DEPOIS
              PERFORM 432000-IMPRIME-DIFERENCA
           END-IF
           .
       431999-SAIDA. EXIT.
      *-----------------------------
       432000-IMPRIME-DIFERENCA SECTION.
      *-----------------------------
           MOVE SPACES TO 719S-DADO
           STRING '  '               DELIMITED BY SIZE
                  DIF-CAMPO          DELIMITED BY SPACE
                  ': '               DELIMITED BY SIZE
                  DIF-ANTES          DELIMITED BY '  '
                  ' -> '             DELIMITED BY SIZE
                  DIF-DEPOIS         DELIMITED BY '  '
                  INTO 719S-DADO
           WRITE 719S-REGISTRO-FD FROM 719S-LIN-DADO
           .
       432999-SAIDA. EXIT.
      *-----------------------------
       440000-AFASTAMENTOS SECTION.
      *-----------------------------
      **** AFASTAMENTOS CORRENTES (T99F350S) E JA ENCERRADOS
      **** (HISTORICO T99F350H).
           MOVE SPACES TO 719S-TITULO
           MOVE 'AFASTAMENTOS' TO 719S-TITULO
           PERFORM 390000-GRAVA-TITULO
           MOVE 'N' TO SW-FIM-ARQ
           OPEN INPUT T99F350S
           IF FS-350S EQUAL ZEROES
              PERFORM WITH TEST BEFORE UNTIL FIM-ARQ
                       READ T99F350S INTO 350S-REGISTRO
                           AT END
                               MOVE 'S' TO SW-FIM-ARQ
                           NOT AT END
                               IF 350S-MATR EQUAL MATR-CORRENTE
                                  MOVE SPACES TO 719S-DADO
                                  STRING 'TIPO '   DELIMITED BY SIZE
                                         350S-TIPO DELIMITED BY SIZE
                                         ' DE '    DELIMITED BY SIZE
                                         350S-DT-INICIO
                                                   DELIMITED BY SIZE
                                         ' ATE '   DELIMITED BY SIZE
                                         350S-DT-FIM
                                                   DELIMITED BY SIZE
                                         ' (CORRENTE)'
                                                   DELIMITED BY SIZE
                                         INTO 719S-DADO
                                  PERFORM 391000-GRAVA-DADO
                               END-IF
                       END-READ
              END-PERFORM
              CLOSE T99F350S
           END-IF
           MOVE 'N' TO SW-FIM-ARQ
           OPEN INPUT T99F350H
           IF FS-350H EQUAL ZEROES
              PERFORM WITH TEST BEFORE UNTIL FIM-ARQ
                       READ T99F350H INTO 350H-REGISTRO
                           AT END
                               MOVE 'S' TO SW-FIM-ARQ
                           NOT AT END
                               IF 350H-MATR EQUAL MATR-CORRENTE
                                  MOVE SPACES TO 719S-DADO
                                  STRING 'TIPO '   DELIMITED BY SIZE
                                         350H-TIPO DELIMITED BY SIZE
                                         ' DE '    DELIMITED BY SIZE
                                         350H-DT-INICIO
                                                   DELIMITED BY SIZE
                                         ' ATE '   DELIMITED BY SIZE
                                         350H-DT-FIM
                                                   DELIMITED BY SIZE
                                         ' (ENCERRADO)'
                                                   DELIMITED BY SIZE
                                         INTO 719S-DADO
                                  PERFORM 391000-GRAVA-DADO
                               END-IF
                       END-READ
              END-PERFORM
              CLOSE T99F350H
           END-IF
           PERFORM 392000-FECHA-SECAO
           .
       440999-SAIDA. EXIT.
      *-----------------------------
       450000-ALTERACOES-TRILHA SECTION.
      *-----------------------------
      **** TRILHA DE ALTERACOES DA ULTIMA EXECUCAO (T99L702A): COBRE
      **** O QUE AINDA NAO ESTIVER NO HISTORICO (NOITE CORRENTE).
           MOVE SPACES TO 719S-TITULO
           MOVE 'ALTERACOES DA ULTIMA EXECUCAO (TRILHA)'
                TO 719S-TITULO
           PERFORM 390000-GRAVA-TITULO
           MOVE 'N' TO SW-FIM-ARQ
           OPEN INPUT T99L702A
           IF FS-702A EQUAL ZEROES
              PERFORM WITH TEST BEFORE UNTIL FIM-ARQ
                       READ T99L702A INTO 702A-REGISTRO
                           AT END
                               MOVE 'S' TO SW-FIM-ARQ
                           NOT AT END
                               IF 702A-MATR EQUAL MATR-CORRENTE
                                  MOVE 702A-CAMPO        TO DIF-CAMPO
                                  MOVE 702A-VALOR-ANTES  TO DIF-ANTES
                                  MOVE 702A-VALOR-DEPOIS TO DIF-DEPOIS
                                  PERFORM 432000-IMPRIME-DIFERENCA
                                  ADD 1 TO CNT-ITENS-SECAO
                                  ADD 1 TO CNT-ITENS
                               END-IF
                       END-READ
              END-PERFORM
              CLOSE T99L702A
           END-IF
           PERFORM 392000-FECHA-SECAO
           .
       450999-SAIDA. EXIT.
      *-----------------------------
       460000-DEPENDENTES SECTION.
      *-----------------------------
      **** DEPENDENTES DECLARADOS PELA MATRICULA (T99F450S, ATIVOS E
      **** INATIVOS). O ARQUIVO ESTA EM ORDEM DE MATRICULA: A LEITURA
      **** PARA AO PASSAR DELA.
           MOVE SPACES TO 719S-TITULO
           MOVE 'DEPENDENTES DECLARADOS (T99F450S)' TO 719S-TITULO
           PERFORM 390000-GRAVA-TITULO
           MOVE 'N' TO SW-FIM-ARQ
           OPEN INPUT T99F450S
           IF FS-450S NOT EQUAL ZEROES
              MOVE DDN-450S TO ARQ-INDISPONIVEL
           ELSE
              PERFORM WITH TEST BEFORE UNTIL FIM-ARQ
                       READ T99F450S INTO 450S-REGISTRO
                           AT END
                               MOVE 'S' TO SW-FIM-ARQ
                           NOT AT END
                               IF 450S-MATR GREATER MATR-CORRENTE
                                  MOVE 'S' TO SW-FIM-ARQ
                               ELSE
                                  IF 450S-MATR EQUAL MATR-CORRENTE
                                     MOVE SPACES TO 719S-DADO
                                     STRING 'SEQ-DEP '
                                                 DELIMITED BY SIZE
                                            450S-SEQ-DEP
                                                 DELIMITED BY SIZE
                                            INTO 719S-DADO
                                     PERFORM 391000-GRAVA-DADO
                                     PERFORM 461000-IMPRIME-DEPENDENTE
                                  END-IF
                               END-IF
                       END-READ
              END-PERFORM
              CLOSE T99F450S
           END-IF
           PERFORM 392000-FECHA-SECAO
           .
       460999-SAIDA. EXIT.
      *-----------------------------
       461000-IMPRIME-DEPENDENTE SECTION.
      *-----------------------------
      **** DADOS DO DEPENDENTE NA AREA 450S-REGISTRO (CONTAM TAMBEM
      **** PARA A LINHA DO T99F450S NO LOG DE ACESSO).
           IF 450S-INATIVO
              MOVE 'INATIVO' TO DESC-SITUACAO
           ELSE
              MOVE 'ATIVO'   TO DESC-SITUACAO
           END-IF
           MOVE SPACES TO 719S-DADO
           STRING '  NOME: '         DELIMITED BY SIZE
                  450S-NOME          DELIMITED BY SIZE
                  '  CPF: '          DELIMITED BY SIZE
                  450S-CPF           DELIMITED BY SIZE
                  INTO 719S-DADO
           PERFORM 391000-GRAVA-DADO
           MOVE SPACES TO 719S-DADO
           STRING '  NASCIMENTO: '   DELIMITED BY SIZE
                  450S-DT-NASC       DELIMITED BY SIZE
                  '  PARENTESCO: '   DELIMITED BY SIZE
                  450S-PARENTESCO    DELIMITED BY SIZE
                  '  SITUACAO: '     DELIMITED BY SIZE
                  DESC-SITUACAO      DELIMITED BY SPACE
                  INTO 719S-DADO
           PERFORM 391000-GRAVA-DADO
           IF 450S-INATIVO
              MOVE SPACES TO 719S-DADO
              STRING '  INATIVADO EM '    DELIMITED BY SIZE
                     450S-DT-INATIVACAO   DELIMITED BY SIZE
                     INTO 719S-DADO
              PERFORM 391000-GRAVA-DADO
           END-IF
           ADD 1 TO CNT-ITENS-450S
           .
       461999-SAIDA. EXIT.
      *-----------------------------
       500000-IMPRIME-TOTAIS SECTION.
      *-----------------------------
           MOVE SPACES                     TO 719S-LIN-TOT
           MOVE 'MATRICULAS LOCALIZADAS      ' TO 719S-TOT-DESC
           MOVE QTD-MATR                   TO 719S-TOT-QTDE
           WRITE 719S-REGISTRO-FD FROM 719S-LIN-TOT
           MOVE SPACES                     TO 719S-LIN-TOT
           MOVE 'REGISTROS EXTRAIDOS         ' TO 719S-TOT-DESC
           MOVE CNT-ITENS                  TO 719S-TOT-QTDE
           WRITE 719S-REGISTRO-FD FROM 719S-LIN-TOT
           WRITE 719S-REGISTRO-FD FROM 719S-LIN-HIFEN
           WRITE 719S-REGISTRO-FD FROM 719S-FIM-REL
           .
       500999-SAIDA. EXIT.
      *-----------------------------
       600000-GRAVA-LOG SECTION.
      *-----------------------------
      **** UMA LINHA POR TITULAR ATENDIDO NO LOG DE ACESSO (EXTEND,
      **** NUNCA SOBRESCRITO): DATA, HORA, RELATORIO GERADO,
      **** QUANTIDADE DE REGISTROS EXTRAIDOS E PROTOCOLO DO PEDIDO.
           ACCEPT HORA-SISTEMA-GRP FROM TIME
           MOVE DATA-SISTEMA   TO 900A-DATA
           MOVE HORA-SISTEMA   TO 900A-HORA
           MOVE DDN-719S       TO 900A-ARQUIVO
           MOVE CNT-ITENS      TO 900A-QTD-REG
           MOVE 100L-PROTOCOLO TO 900A-PROTOCOLO
           WRITE 900A-REGISTRO-FD FROM 900A-LINHA
      *- - DADO DE DEPENDENTE EXTRAIDO (CPF DE TERCEIRO EM CLARO):
      *- - SEGUNDA LINHA COM O T99F450S E A QUANTIDADE DE REGISTROS
      *- - DELE, NO MESMO PROTOCOLO.
           IF CNT-ITENS-450S GREATER ZEROES
              MOVE DDN-450S       TO 900A-ARQUIVO
              MOVE CNT-ITENS-450S TO 900A-QTD-REG
              WRITE 900A-REGISTRO-FD FROM 900A-LINHA
           END-IF
           .
       600999-SAIDA. EXIT.
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
           IF 900P-ARQ-100L NOT EQUAL SPACES
              MOVE 900P-ARQ-100L TO DDN-100L
           END-IF
           IF 900P-ARQ-100S NOT EQUAL SPACES
              MOVE 900P-ARQ-100S TO DDN-100S
           END-IF
           IF 900P-ARQ-100D NOT EQUAL SPACES
              MOVE 900P-ARQ-100D TO DDN-100D
           END-IF
           IF 900P-ARQ-100C NOT EQUAL SPACES
              MOVE 900P-ARQ-100C TO DDN-100C
           END-IF
           IF 900P-ARQ-100R NOT EQUAL SPACES
              MOVE 900P-ARQ-100R TO DDN-100R
           END-IF
           IF 900P-ARQ-200H NOT EQUAL SPACES
              MOVE 900P-ARQ-200H TO DDN-200H
           END-IF
           IF 900P-ARQ-450S NOT EQUAL SPACES
              MOVE 900P-ARQ-450S TO DDN-450S
           END-IF
           IF 900P-ARQ-350S NOT EQUAL SPACES
              MOVE 900P-ARQ-350S TO DDN-350S
           END-IF
           IF 900P-ARQ-350H NOT EQUAL SPACES
              MOVE 900P-ARQ-350H TO DDN-350H
           END-IF
           IF 900P-ARQ-702A NOT EQUAL SPACES
              MOVE 900P-ARQ-702A TO DDN-702A
           END-IF
           IF 900P-ARQ-719S NOT EQUAL SPACES
              MOVE 900P-ARQ-719S TO DDN-719S
           END-IF
           IF 900P-ARQ-900A NOT EQUAL SPACES
              MOVE 900P-ARQ-900A TO DDN-900A
           END-IF
           .
       900009-SAIDA. EXIT.
      *--------------------------
       999001-ERRO-001 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 001 LISTA DE CPFS NAO ENCONTRADA: ' DDN-100L
                   ' (' FS-100L ')'
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      *--------------------------
       999011-ERRO-011 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 011 ERRO OPEN ARQUIVOS: ' FS-719S
           CLOSE T99F100L
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      *--------------------------
       999012-ERRO-012 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 012 LOG DE ACESSO INDISPONIVEL: ' DDN-900A
                   ' (' FS-900A ') - EXTRACAO NAO REALIZADA'
           CLOSE T99F100L T99L719S
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      ******************************************************************
       END PROGRAM T99P2019.
      ******************************************************************
