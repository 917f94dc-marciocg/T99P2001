      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
      *
       PROGRAM-ID. T99P2025.
      *
      *AUTHOR.  MARCIO CONC
      *REMARKS. QUADRO DE VAGAS POR LOTACAO: CONFRONTA O QUADRO
      *REMARKS. AUTORIZADO DE CADA DEPARTAMENTO (400E-QTD-AUTORIZADA
      *REMARKS. NA TABELA T99F400E) COM O EFETIVO ATIVO DO CADASTRO
      *REMARKS. T99F100S E IMPRIME NO T99L725S, POR LOTACAO, O
      *REMARKS. AUTORIZADO, OS ATIVOS, QUANTOS DELES ESTAO AFASTADOS NA
      *REMARKS. DATA (T99F350S), AS VAGAS EM ABERTO E A SITUACAO
      *REMARKS. (COM VAGA, LOTADO, EXCEDIDO OU SEM QUADRO). LOTACAO
      *REMARKS. ENCONTRADA NA BASE E AUSENTE DA TABELA SAI NO FIM COMO
      *REMARKS. NAO CADASTRADA. E O MESMO QUADRO QUE O T99P2001 USA
      *REMARKS. PARA RETER NO SUSPENSE AS ENTRADAS ACIMA DO AUTORIZADO.
      *REMARKS. RETURN-CODE 4 QUANDO ALGUMA LOTACAO ESTA ACIMA DO
      *REMARKS. QUADRO (CARGA ANTERIOR AO CONTROLE OU LIBERACAO DO
      *REMARKS. SUPERVISOR), PARA O RH ACOMPANHAR.
      *DATE-WRITTEN. 15/10/2026.
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
           SELECT T99L725S ASSIGN TO DDN-725S
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
       FD  T99L725S
           BLOCK  0
           RECORD 72
           RECORDING F.
      *
       01  725S-REGISTRO-FD            PIC X(72).
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
                                               '*** T99P2025 ***'.
       77  CTE-VERS                    PIC  X(06)     VALUE 'VRS001'.
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
      *{{ INCLUI BOOKS }}
            COPY 'T99K100S.cpy'.
            COPY 'T99K350S.cpy'.
            COPY 'T99K400E.cpy'.
            COPY 'T99K725S.cpy'.
            COPY 'T99K900P.cpy'.
      *{{  FIM BOOKS  }}
       77  FS-100S                     PIC  XX.
       77  FS-350S                     PIC  XX.
       77  FS-400E                     PIC  XX.
       77  FS-900P                     PIC  XX.
       77  DDN-100S                    PIC  X(20)     VALUE
                                               'T99F100S.txt'.
       77  DDN-350S                    PIC  X(20)     VALUE
                                               'T99F350S.txt'.
       77  DDN-400E                    PIC  X(20)     VALUE
                                               'T99F400E.txt'.
       77  DDN-725S                    PIC  X(20)     VALUE
                                               'T99L725S.txt'.
      *
       01  DATA-SISTEMA-GRP.
           03  DATA-SISTEMA          PIC  9(08).
      *
       77  SW-FIM-100S                 PIC  X(01)     VALUE 'N'.
           88  FIM-100S                                 VALUE 'S'.
       77  SW-FIM-350S                 PIC  X(01)     VALUE 'N'.
           88  FIM-350S                                 VALUE 'S'.
       77  SW-FIM-400E                 PIC  X(01)     VALUE 'N'.
           88  FIM-400E                                 VALUE 'S'.
       77  SW-AFASTADO                 PIC  X(01)     VALUE 'N'.
           88  EM-AFASTAMENTO                           VALUE 'S'.
       77  CNT-BASE                    PIC  9(07)     VALUE 0.
       77  CNT-ATIVOS                  PIC  9(07)     VALUE 0.
       77  CNT-AFASTADOS               PIC  9(07)     VALUE 0.
       77  CNT-AUTORIZADO              PIC  9(07)     VALUE 0.
       77  CNT-VAGAS-ABERTAS           PIC  9(07)     VALUE 0.
       77  CNT-EXCEDIDAS               PIC  9(05)     VALUE 0.
       77  CNT-SEM-CADASTRO            PIC  9(05)     VALUE 0.
       77  VAGAS-LOTACAO               PIC S9(07)     VALUE 0.
      *
      **** TAB-AFAST: AFASTAMENTOS CORRENTES DO T99F350S, PARA CONTAR
      **** OS ATIVOS AFASTADOS NA DATA (MESMO USO DO T99P2010).
       77  QTD-AFAST                   PIC  9(05)     VALUE 0.
       77  IDX-AFAST                   PIC  9(05)     VALUE 0.
       01  TAB-AFAST-GERAL.
           03  TAB-AFAST-ENT  OCCURS  30000  TIMES.
               05  TAB-AFAST-MATR      PIC  9(07).
               05  TAB-AFAST-INI       PIC  9(08).
               05  TAB-AFAST-FIM       PIC  9(08).
      *
      **** TAB-LOTACOES: O T99F400E NA ORDEM DO ARQUIVO (CODIGO,
      **** DESCRICAO E QUADRO, TAB-LOTACAO-CONTROLA = 'S' QUANDO O
      **** QUADRO VEM PREENCHIDO) MAIS AS LOTACOES ACHADAS NA BASE SEM
      **** CADASTRO, ACRESCENTADAS NO FIM; ACUMULA ATIVOS E AFASTADOS.
       77  QTD-LOTACOES                PIC  9(05)     VALUE 0.
       77  IDX-LOTACAO                 PIC  9(05)     VALUE 0.
       77  IDX-ACHADA                  PIC  9(05)     VALUE 0.
       01  TAB-LOTACOES-GERAL.
           03  TAB-LOTACAO-ENT  OCCURS  500  TIMES.
               05  TAB-LOTACAO-COD     PIC  X(04).
               05  TAB-LOTACAO-DESC    PIC  X(30).
               05  TAB-LOTACAO-CONTROLA PIC X(01).
               05  TAB-LOTACAO-VAGAS   PIC  9(05).
               05  TAB-LOTACAO-ATIVOS  PIC  9(05).
               05  TAB-LOTACAO-AFAST   PIC  9(05).
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
           PERFORM 200000-CONTA-BASE
      *
           OPEN OUTPUT T99L725S
           MOVE DATA-SISTEMA TO 725S-CAB-DATA
           WRITE 725S-REGISTRO-FD FROM 725S-CAB-01
           WRITE 725S-REGISTRO-FD FROM 725S-CAB-02
           WRITE 725S-REGISTRO-FD FROM 725S-LIN-HIFEN
           PERFORM VARYING IDX-LOTACAO FROM 1 BY 1
                   UNTIL IDX-LOTACAO GREATER THAN QTD-LOTACOES
                   PERFORM 300000-GRAVA-DETALHE
           END-PERFORM
           PERFORM 350000-GRAVA-TOTAIS
           CLOSE T99L725S
      *
           DISPLAY CTE-PROG ' ' CTE-VERS ' *** BASE: ' CNT-BASE
                   ' ATIVOS: ' CNT-ATIVOS ' LOTACOES EXCEDIDAS: '
                   CNT-EXCEDIDAS
           IF CNT-EXCEDIDAS GREATER THAN 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           DISPLAY CTE-PROG ' ' CTE-VERS ' *** 999 *** FIM NORMAL'
           GOBACK
           .
      *-----------------------------
       200000-CONTA-BASE SECTION.
      *-----------------------------
      **** LE O CADASTRO INTEIRO E, PARA CADA MATRICULA ATIVA (CMDO
      **** DIFERENTE DE 03, A MESMA REGRA DO T99P2001), SOMA UM ATIVO
      **** NA LOTACAO E, SE HA AFASTAMENTO VIGENTE NA DATA, UM
      **** AFASTADO. O AFASTADO CONTINUA OCUPANDO A VAGA.
           OPEN INPUT T99F100S
           IF FS-100S NOT EQUAL ZEROES
              PERFORM 999011-ERRO-011
           END-IF
           MOVE 'N' TO SW-FIM-100S
           PERFORM WITH TEST BEFORE UNTIL FIM-100S
                    READ T99F100S INTO 100S-REGISTRO
                        AT END
                            MOVE 'S' TO SW-FIM-100S
                        NOT AT END
                            IF (NOT 100S-HDR) AND (NOT 100S-TRL)
                               ADD 1 TO CNT-BASE
                               IF 100S-CMDO NOT EQUAL 03
                                  PERFORM 210000-CONTA-ATIVO
                               END-IF
                            END-IF
                    END-READ
           END-PERFORM
           CLOSE T99F100S
           .
       200999-SAIDA. EXIT.
      *-----------------------------
       210000-CONTA-ATIVO SECTION.
      *-----------------------------
           PERFORM 220000-PROCURA-LOTACAO
           IF IDX-ACHADA EQUAL ZEROES
              IF QTD-LOTACOES LESS THAN 500
                 ADD 1 TO QTD-LOTACOES
                 ADD 1 TO CNT-SEM-CADASTRO
                 MOVE QTD-LOTACOES TO IDX-ACHADA
                 MOVE 100S-LOTACAO TO TAB-LOTACAO-COD (IDX-ACHADA)
                 IF 100S-LOTACAO EQUAL SPACES
                    MOVE 'SEM LOTACAO' TO TAB-LOTACAO-DESC (IDX-ACHADA)
                 ELSE
                    MOVE 'NAO CADASTRADA'
                                       TO TAB-LOTACAO-DESC (IDX-ACHADA)
                 END-IF
                 MOVE 'N' TO TAB-LOTACAO-CONTROLA (IDX-ACHADA)
                 MOVE 0   TO TAB-LOTACAO-VAGAS (IDX-ACHADA)
                 MOVE 0   TO TAB-LOTACAO-ATIVOS (IDX-ACHADA)
                 MOVE 0   TO TAB-LOTACAO-AFAST (IDX-ACHADA)
              ELSE
                 GO TO 210999-SAIDA
              END-IF
           END-IF
           ADD 1 TO TAB-LOTACAO-ATIVOS (IDX-ACHADA)
           ADD 1 TO CNT-ATIVOS
           PERFORM 360000-VERIFICA-AFASTAMENTO
           IF EM-AFASTAMENTO
              ADD 1 TO TAB-LOTACAO-AFAST (IDX-ACHADA)
              ADD 1 TO CNT-AFASTADOS
           END-IF
           .
       210999-SAIDA. EXIT.
      *-----------------------------
       220000-PROCURA-LOTACAO SECTION.
      *-----------------------------
           MOVE 0 TO IDX-ACHADA
           MOVE 1 TO IDX-LOTACAO
           PERFORM WITH TEST BEFORE
                    UNTIL IDX-LOTACAO GREATER THAN QTD-LOTACOES
                       OR IDX-ACHADA GREATER THAN ZEROES
                    IF TAB-LOTACAO-COD (IDX-LOTACAO) EQUAL
                          100S-LOTACAO
                       MOVE IDX-LOTACAO TO IDX-ACHADA
                    END-IF
                    ADD 1 TO IDX-LOTACAO
           END-PERFORM
           .
       220999-SAIDA. EXIT.
      *-----------------------------
       300000-GRAVA-DETALHE SECTION.
      *-----------------------------
      **** UMA LINHA POR LOTACAO: SEM QUADRO PREENCHIDO AS COLUNAS DE
      **** AUTORIZADO E VAGAS SAEM EM BRANCO.
           MOVE TAB-LOTACAO-COD (IDX-LOTACAO)    TO 725S-LOTACAO
           MOVE TAB-LOTACAO-DESC (IDX-LOTACAO)   TO 725S-DESC
           MOVE TAB-LOTACAO-ATIVOS (IDX-LOTACAO) TO 725S-ATIVOS
           MOVE TAB-LOTACAO-AFAST (IDX-LOTACAO)  TO 725S-AFASTADOS
           IF TAB-LOTACAO-CONTROLA (IDX-LOTACAO) NOT EQUAL 'S'
              MOVE SPACES       TO 725S-AUTORIZADO-X
              MOVE SPACES       TO 725S-VAGAS-X
              MOVE 'SEM QUADRO' TO 725S-SITUACAO
           ELSE
              MOVE TAB-LOTACAO-VAGAS (IDX-LOTACAO) TO 725S-AUTORIZADO
              ADD TAB-LOTACAO-VAGAS (IDX-LOTACAO) TO CNT-AUTORIZADO
              COMPUTE VAGAS-LOTACAO =
                      TAB-LOTACAO-VAGAS (IDX-LOTACAO) -
                      TAB-LOTACAO-ATIVOS (IDX-LOTACAO)
              MOVE VAGAS-LOTACAO TO 725S-VAGAS
              EVALUATE TRUE
                  WHEN VAGAS-LOTACAO LESS THAN ZEROES
                       MOVE 'EXCEDIDO  ' TO 725S-SITUACAO
                       ADD 1 TO CNT-EXCEDIDAS
                  WHEN VAGAS-LOTACAO EQUAL ZEROES
                       MOVE 'LOTADO    ' TO 725S-SITUACAO
                  WHEN OTHER
                       MOVE 'COM VAGA  ' TO 725S-SITUACAO
                       ADD VAGAS-LOTACAO TO CNT-VAGAS-ABERTAS
              END-EVALUATE
           END-IF
           WRITE 725S-REGISTRO-FD FROM 725S-LIN-DET
           .
       300999-SAIDA. EXIT.
      *-----------------------------
       350000-GRAVA-TOTAIS SECTION.
      *-----------------------------
      **** TOTAIS: ATIVOS AMARRADOS A BASE (ATIVOS + EXCLUIDOS =
      **** REGISTROS NA BASE), QUADRO E VAGAS SO DAS LOTACOES COM
      **** QUADRO PREENCHIDO.
           WRITE 725S-REGISTRO-FD FROM 725S-LIN-HIFEN
           MOVE SPACES                   TO 725S-LIN-TOT
           MOVE 'QUADRO AUTORIZADO'      TO 725S-TOT-DESC
           MOVE CNT-AUTORIZADO           TO 725S-TOT-QTDE
           WRITE 725S-REGISTRO-FD FROM 725S-LIN-TOT
           MOVE SPACES                   TO 725S-LIN-TOT
           MOVE 'EFETIVO ATIVO'          TO 725S-TOT-DESC
           MOVE CNT-ATIVOS               TO 725S-TOT-QTDE
           WRITE 725S-REGISTRO-FD FROM 725S-LIN-TOT
           MOVE SPACES                   TO 725S-LIN-TOT
           MOVE 'ATIVOS AFASTADOS NA DATA' TO 725S-TOT-DESC
           MOVE CNT-AFASTADOS            TO 725S-TOT-QTDE
           WRITE 725S-REGISTRO-FD FROM 725S-LIN-TOT
           MOVE SPACES                   TO 725S-LIN-TOT
           MOVE 'VAGAS EM ABERTO'        TO 725S-TOT-DESC
           MOVE CNT-VAGAS-ABERTAS        TO 725S-TOT-QTDE
           WRITE 725S-REGISTRO-FD FROM 725S-LIN-TOT
           MOVE SPACES                   TO 725S-LIN-TOT
           MOVE 'LOTACOES ACIMA DO QUADRO' TO 725S-TOT-DESC
           MOVE CNT-EXCEDIDAS            TO 725S-TOT-QTDE
           WRITE 725S-REGISTRO-FD FROM 725S-LIN-TOT
           MOVE SPACES                   TO 725S-LIN-TOT
           MOVE 'LOTACOES SEM CADASTRO'  TO 725S-TOT-DESC
           MOVE CNT-SEM-CADASTRO         TO 725S-TOT-QTDE
           WRITE 725S-REGISTRO-FD FROM 725S-LIN-TOT
           MOVE SPACES                   TO 725S-LIN-TOT
           MOVE 'REGISTROS NA BASE'      TO 725S-TOT-DESC
           MOVE CNT-BASE                 TO 725S-TOT-QTDE
           WRITE 725S-REGISTRO-FD FROM 725S-LIN-TOT
           WRITE 725S-REGISTRO-FD FROM 725S-LIN-HIFEN
           WRITE 725S-REGISTRO-FD FROM 725S-FIM-REL
           .
       350999-SAIDA. EXIT.
      *-----------------------------
       360000-VERIFICA-AFASTAMENTO SECTION.
      *-----------------------------
      **** PROCURA EM TAB-AFAST UM AFASTAMENTO DA MATRICULA CUJO
      **** PERIODO CONTENHA A DATA DO RELATORIO (MESMA REGRA DO
      **** T99P2010).
           MOVE 'N' TO SW-AFASTADO
           MOVE 1 TO IDX-AFAST
           PERFORM WITH TEST BEFORE
                    UNTIL IDX-AFAST GREATER THAN QTD-AFAST
                       OR EM-AFASTAMENTO
                    IF TAB-AFAST-MATR (IDX-AFAST) EQUAL 100S-MATR AND
                       TAB-AFAST-INI (IDX-AFAST) NOT GREATER
                          DATA-SISTEMA AND
                       TAB-AFAST-FIM (IDX-AFAST) NOT LESS DATA-SISTEMA
                       MOVE 'S' TO SW-AFASTADO
                    END-IF
                    ADD 1 TO IDX-AFAST
           END-PERFORM
           .
       360999-SAIDA. EXIT.
      *-----------------------------
       900000-OBTEM-DATA-SISTEMA SECTION.
      *-----------------------------
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD
           .
       900000-SAIDA. EXIT.
      *-----------------------------
       900015-CARREGA-AFASTAMENTOS SECTION.
      *-----------------------------
      **** PRE-CARREGA OS AFASTAMENTOS CORRENTES DO T99F350S EM
      **** TAB-AFAST. ARQUIVO OPCIONAL: SE NAO EXISTIR, A TABELA FICA
      **** VAZIA E A COLUNA DE AFASTADOS SAI ZERADA.
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
      **** PRE-CARREGA A TABELA DE LOTACOES (T99F400E) COM O QUADRO
      **** AUTORIZADO; ARQUIVO OPCIONAL, AUSENTE TODAS AS LOTACOES DA
      **** BASE SAEM COMO NAO CADASTRADAS, SEM QUADRO.
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
                                  PERFORM 900023-GUARDA-LOTACAO
                               END-IF
                       END-READ
              END-PERFORM
              CLOSE T99F400E
           ELSE
              DISPLAY CTE-PROG ' ' CTE-VERS
                 ' *** AVISO: TABELA DE LOTACOES ' DDN-400E
                 ' INDISPONIVEL (' FS-400E ')'
           END-IF
           .
       900022-SAIDA. EXIT.
      *-----------------------------
       900023-GUARDA-LOTACAO SECTION.
      *-----------------------------
           ADD 1 TO QTD-LOTACOES
           MOVE 400E-COD  TO TAB-LOTACAO-COD (QTD-LOTACOES)
           MOVE 400E-DESC TO TAB-LOTACAO-DESC (QTD-LOTACOES)
           MOVE 0 TO TAB-LOTACAO-ATIVOS (QTD-LOTACOES)
           MOVE 0 TO TAB-LOTACAO-AFAST (QTD-LOTACOES)
           IF 400E-QTD-AUTORIZADA NUMERIC
              MOVE 'S' TO TAB-LOTACAO-CONTROLA (QTD-LOTACOES)
              MOVE 400E-QTD-AUTORIZADA
                        TO TAB-LOTACAO-VAGAS (QTD-LOTACOES)
           ELSE
              MOVE 'N' TO TAB-LOTACAO-CONTROLA (QTD-LOTACOES)
              MOVE 0   TO TAB-LOTACAO-VAGAS (QTD-LOTACOES)
           END-IF
           .
       900023-SAIDA. EXIT.
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
           IF 900P-ARQ-350S NOT EQUAL SPACES
              MOVE 900P-ARQ-350S TO DDN-350S
           END-IF
           IF 900P-ARQ-400E NOT EQUAL SPACES
              MOVE 900P-ARQ-400E TO DDN-400E
           END-IF
           IF 900P-ARQ-725S NOT EQUAL SPACES
              MOVE 900P-ARQ-725S TO DDN-725S
           END-IF
           .
       900009-SAIDA. EXIT.
      *--------------------------
       999011-ERRO-011 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 011 CADASTRO NAO ENCONTRADO: ' DDN-100S
           MOVE 888 TO RETURN-CODE
           GOBACK
           .
      ******************************************************************
       END PROGRAM T99P2025.
      ******************************************************************
