      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
      *
       PROGRAM-ID. T99P2022.
      *
      *AUTHOR.  MARCIO CONC
      *REMARKS. CONCILIACAO CADASTRO X FOLHA DE PAGAMENTO: CONFRONTA O
      *REMARKS. RETORNO DA FOLHA (T99F600R: MATRICULAS, LOTACAO E
      *REMARKS. SITUACAO NA FOLHA) COM O CADASTRO T99F100S (CMDO 03 =
      *REMARKS. EXCLUIDA) E COM OS MOVIMENTOS ENVIADOS NA NOITE
      *REMARKS. (T99F200A), EM BALANCED LINE POR MATRICULA, E LISTA NO
      *REMARKS. T99L722S: ATIVA NA FOLHA E EXCLUIDA (OU INEXISTENTE)
      *REMARKS. AQUI, ATIVA AQUI E FORA DA FOLHA, LOTACAO DIVERGENTE E
      *REMARKS. MOVIMENTO ENVIADO QUE A FOLHA NAO APLICOU (DIVERGENCIA
      *REMARKS. EM MATRICULA COM MOVIMENTO NA NOITE). COM DIVERGENCIA
      *REMARKS. O PASSO TERMINA COM RC 8, COMO A CONFERENCIA T99P2014,
      *REMARKS. PARA O SCHEDULER ALERTAR.
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
           SELECT T99F600R ASSIGN TO DDN-600R
               FILE STATUS IS FS-600R
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99F200A ASSIGN TO DDN-200A
               FILE STATUS IS FS-200A
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99L722S ASSIGN TO DDN-722S
               FILE STATUS IS FS-722S
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
       FD  T99F600R
           BLOCK  0
           RECORD 20
           RECORDING F.
      *
       01  600R-REGISTRO-FD            PIC X(20).
      *
       FD  T99F200A
           BLOCK  0
           RECORD 90
           RECORDING F.
      *
       01  200A-REGISTRO-FD            PIC X(90).
      *
       FD  T99L722S
           BLOCK  0
           RECORD 72
           RECORDING F.
      *
       01  722S-REGISTRO-FD            PIC X(72).
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
                                               '*** T99P2022 ***'.
       77  CTE-VERS                    PIC  X(06)     VALUE 'VRS001'.
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
      *{{ INCLUI BOOKS }}
            COPY 'T99K100S.cpy'.
            COPY 'T99K600R.cpy'.
            COPY 'T99K200E.cpy'.
            COPY 'T99K722S.cpy'.
            COPY 'T99K900P.cpy'.
      *{{  FIM BOOKS  }}
       77  FS-100S                     PIC  XX.
       77  FS-600R                     PIC  XX.
       77  FS-200A                     PIC  XX.
       77  FS-722S                     PIC  XX.
       77  FS-900P                     PIC  XX.
       77  DDN-100S                    PIC  X(20)     VALUE
                                               'T99F100S.txt'.
       77  DDN-600R                    PIC  X(20)     VALUE
                                               'T99F600R.txt'.
       77  DDN-200A                    PIC  X(20)     VALUE
                                               'T99F200A.txt'.
       77  DDN-722S                    PIC  X(20)     VALUE
                                               'T99L722S.txt'.
      *
       01  DATA-SISTEMA-GRP.
           03  DATA-SISTEMA          PIC  9(08).
      *
       77  SW-FIM-100S                 PIC  X(01)     VALUE 'N'.
           88  FIM-100S                                 VALUE 'S'.
       77  SW-FIM-600R                 PIC  X(01)     VALUE 'N'.
           88  FIM-600R                                 VALUE 'S'.
       77  SW-FIM-200A                 PIC  X(01)     VALUE 'N'.
           88  FIM-200A                                 VALUE 'S'.
       77  SW-CAD-ATIVO                PIC  X(01)     VALUE 'N'.
           88  CAD-ATIVO                                VALUE 'S'.
       77  SW-FOL-ATIVO                PIC  X(01)     VALUE 'N'.
           88  FOL-ATIVO                                VALUE 'S'.
       77  SW-TEM-MVTO                 PIC  X(01)     VALUE 'N'.
           88  TEM-MVTO                                 VALUE 'S'.
       77  SW-200A-ABERTO              PIC  X(01)     VALUE 'N'.
           88  ABERTO-200A                              VALUE 'S'.
      *
      **** CHAVES DO CONFRONTO (9999999 = ARQUIVO ESGOTADO).
       77  CHAVE-100S                  PIC  9(07)     VALUE 0.
       77  CHAVE-600R                  PIC  9(07)     VALUE 0.
       77  CHAVE-ATUAL                 PIC  9(07)     VALUE 0.
       77  MATR-ANT-600R               PIC  9(07)     VALUE 0.
      *
       77  CNT-DET-100S                PIC  9(07)     VALUE 0.
       77  CNT-DET-600R                PIC  9(07)     VALUE 0.
       77  CNT-DET-200A                PIC  9(07)     VALUE 0.
       77  CNT-FOLHA-EXCLUIDO          PIC  9(07)     VALUE 0.
       77  CNT-FOLHA-INEXISTENTE       PIC  9(07)     VALUE 0.
       77  CNT-FORA-DA-FOLHA           PIC  9(07)     VALUE 0.
       77  CNT-LOTACAO                 PIC  9(07)     VALUE 0.
       77  CNT-NAO-APLICADO            PIC  9(07)     VALUE 0.
       77  CNT-DIVERGENCIAS            PIC  9(07)     VALUE 0.
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
           PERFORM 900001-ABRE-ARQUIVOS
      *
           MOVE DATA-SISTEMA TO 722S-CAB-DATA
           WRITE 722S-REGISTRO-FD FROM 722S-CAB-01
           WRITE 722S-REGISTRO-FD FROM 722S-LIN-HIFEN
           IF NOT ABERTO-200A
              MOVE 'SEM T99F200A - CONFRONTO SO CADASTRO X FOLHA'
                   TO 722S-ACAO
              WRITE 722S-REGISTRO-FD FROM 722S-LIN-ACAO
           END-IF
      *
           PERFORM 210000-LER-ARQ-100S
           PERFORM 220000-LER-ARQ-600R
           PERFORM 230000-LER-ARQ-200A
           PERFORM 300000-CONFRONTA
                   UNTIL CHAVE-100S EQUAL 9999999 AND
                         CHAVE-600R EQUAL 9999999
      *- - MOVIMENTOS DA NOITE QUE SOBRARAM ALEM DO FIM DOS DOIS LADOS.
           MOVE 9999999 TO CHAVE-ATUAL
           PERFORM 240000-POSICIONA-200A
      *
           PERFORM 450000-GRAVA-RESUMO
           PERFORM 900002-FECHA-ARQUIVOS
      *
           DISPLAY CTE-PROG ' ' CTE-VERS ' *** DIVERGENCIAS: '
                   CNT-DIVERGENCIAS
           DISPLAY CTE-PROG ' ' CTE-VERS ' *** 999 *** FIM NORMAL'
           IF CNT-DIVERGENCIAS GREATER THAN ZEROES
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           .
       999999-ENCERRA.
           GOBACK
           .
      *-----------------------------
       210000-LER-ARQ-100S SECTION.
      *-----------------------------
           IF FIM-100S
              MOVE 9999999 TO CHAVE-100S
              GO TO 210999-SAIDA
           END-IF
           READ T99F100S INTO 100S-REGISTRO
               AT END MOVE 'S' TO SW-FIM-100S
           END-READ
           PERFORM WITH TEST BEFORE
                    UNTIL FIM-100S OR (100S-MATR NOT EQUAL ZEROES AND
                                        100S-MATR NOT EQUAL 9999999)
                    READ T99F100S INTO 100S-REGISTRO
                        AT END MOVE 'S' TO SW-FIM-100S
                    END-READ
           END-PERFORM
           IF FIM-100S
              MOVE 9999999 TO CHAVE-100S
           ELSE
              ADD 1 TO CNT-DET-100S
              MOVE 100S-MATR TO CHAVE-100S
           END-IF
           .
       210999-SAIDA. EXIT.
      *-----------------------------
       220000-LER-ARQ-600R SECTION.
      *-----------------------------
      **** O RETORNO TEM DE VIR EM ORDEM ASCENDENTE DE MATRICULA, SEM
      **** REPETICAO: FORA DE ORDEM, O CONFRONTO INTEIRO SERIA FALSO.
           IF FIM-600R
              MOVE 9999999 TO CHAVE-600R
              GO TO 220999-SAIDA
           END-IF
           READ T99F600R INTO 600R-REGISTRO
               AT END MOVE 'S' TO SW-FIM-600R
           END-READ
           IF FIM-600R
              MOVE 9999999 TO CHAVE-600R
           ELSE
              IF 600R-MATR NOT NUMERIC OR
                 600R-MATR NOT GREATER THAN MATR-ANT-600R
                 PERFORM 999012-ERRO-012
              END-IF
              ADD 1 TO CNT-DET-600R
              MOVE 600R-MATR TO CHAVE-600R MATR-ANT-600R
           END-IF
           .
       220999-SAIDA. EXIT.
      *-----------------------------
       230000-LER-ARQ-200A SECTION.
      *-----------------------------
      **** O T99F200A SAI DO T99P2001 EM ORDEM DE MATRICULA (UMA
      **** LINHA LIQUIDA POR MATRICULA); HEADER E TRAILER SAO PULADOS.
           IF FIM-200A
              GO TO 230999-SAIDA
           END-IF
           READ T99F200A INTO 200E-REGISTRO
               AT END MOVE 'S' TO SW-FIM-200A
           END-READ
           PERFORM WITH TEST BEFORE
                    UNTIL FIM-200A OR
                          ((NOT 200E-HDR) AND (NOT 200E-TRL))
                    READ T99F200A INTO 200E-REGISTRO
                        AT END MOVE 'S' TO SW-FIM-200A
                    END-READ
           END-PERFORM
           IF NOT FIM-200A
              ADD 1 TO CNT-DET-200A
           END-IF
           .
       230999-SAIDA. EXIT.
      *-----------------------------
       240000-POSICIONA-200A SECTION.
      *-----------------------------
      **** AVANCA O T99F200A ATE A CHAVE-ATUAL. MOVIMENTO DE MATRICULA
      **** MENOR, QUE NAO APARECEU EM NENHUM DOS DOIS LADOS, SO ESTA
      **** CERTO SE FOR EXCLUSAO (A FOLHA TAMBEM NAO TEM A MATRICULA);
      **** INCLUSAO/ALTERACAO/REATIVACAO SEM NADA NA FOLHA NAO FOI
      **** APLICADA. TEM-MVTO DIZ SE A CHAVE-ATUAL TEVE MOVIMENTO.
           MOVE 'N' TO SW-TEM-MVTO
           PERFORM WITH TEST BEFORE
                    UNTIL FIM-200A OR 200E-MATR NOT LESS THAN
                                      CHAVE-ATUAL
                    IF 200E-CMDO NOT EQUAL 03
                       MOVE 200E-MATR      TO 722S-MATR
                       MOVE ' '            TO 722S-ST-CAD 722S-ST-FOL
                       MOVE SPACES         TO 722S-LOT-CAD
                                              722S-LOT-FOL
                       MOVE 'MVTO ENVIADO NAO APLICADO     '
                                           TO 722S-DIVERG
                       MOVE 200E-CMDO      TO 722S-MV-CMDO
                       ADD 1 TO CNT-NAO-APLICADO
                       PERFORM 430000-GRAVA-DIVERGENCIA
                    END-IF
                    PERFORM 230000-LER-ARQ-200A
           END-PERFORM
           IF NOT FIM-200A AND 200E-MATR EQUAL CHAVE-ATUAL
              MOVE 'S' TO SW-TEM-MVTO
           END-IF
           .
       240999-SAIDA. EXIT.
      *-------------------------------
       300000-CONFRONTA SECTION.
      *-------------------------------
      **** BALANCED LINE CADASTRO X FOLHA PELA MENOR CHAVE; CADA
      **** MATRICULA GERA NO MAXIMO UMA LINHA DE DIVERGENCIA. SE A
      **** MATRICULA TEVE MOVIMENTO NA NOITE, A DIVERGENCIA E LISTADA
      **** COMO MOVIMENTO NAO APLICADO PELA FOLHA (A CAUSA PROVAVEL).
           IF CHAVE-100S LESS THAN CHAVE-600R
              MOVE CHAVE-100S TO CHAVE-ATUAL
           ELSE
              MOVE CHAVE-600R TO CHAVE-ATUAL
           END-IF
           PERFORM 240000-POSICIONA-200A
      *
           MOVE SPACES TO 722S-DIVERG
           MOVE CHAVE-ATUAL TO 722S-MATR
           MOVE ' '    TO 722S-ST-CAD 722S-ST-FOL
           MOVE SPACES TO 722S-LOT-CAD 722S-LOT-FOL 722S-MV-CMDO
           MOVE 'N' TO SW-CAD-ATIVO SW-FOL-ATIVO
           IF CHAVE-100S EQUAL CHAVE-ATUAL
              MOVE 100S-LOTACAO TO 722S-LOT-CAD
              IF 100S-CMDO EQUAL 03
                 MOVE 'E' TO 722S-ST-CAD
              ELSE
                 MOVE 'A' TO 722S-ST-CAD
                 MOVE 'S' TO SW-CAD-ATIVO
              END-IF
           END-IF
           IF CHAVE-600R EQUAL CHAVE-ATUAL
              MOVE 600R-LOTACAO TO 722S-LOT-FOL
              IF 600R-DESLIGADO
                 MOVE 'E' TO 722S-ST-FOL
              ELSE
                 MOVE 'A' TO 722S-ST-FOL
                 MOVE 'S' TO SW-FOL-ATIVO
              END-IF
           END-IF
      *
           EVALUATE TRUE
               WHEN FOL-ATIVO AND NOT CAD-ATIVO AND
                    CHAVE-100S EQUAL CHAVE-ATUAL
                    MOVE 'ATIVO NA FOLHA, EXCLUIDO AQUI '
                         TO 722S-DIVERG
                    IF NOT TEM-MVTO
                       ADD 1 TO CNT-FOLHA-EXCLUIDO
                    END-IF
               WHEN FOL-ATIVO AND NOT CAD-ATIVO
                    MOVE 'ATIVO NA FOLHA, SEM CADASTRO  '
                         TO 722S-DIVERG
                    IF NOT TEM-MVTO
                       ADD 1 TO CNT-FOLHA-INEXISTENTE
                    END-IF
               WHEN CAD-ATIVO AND NOT FOL-ATIVO
                    IF CHAVE-600R EQUAL CHAVE-ATUAL
                       MOVE 'ATIVO AQUI, DESLIGADO NA FOLHA'
                            TO 722S-DIVERG
                    ELSE
                       MOVE 'ATIVO AQUI, AUSENTE DA FOLHA  '
                            TO 722S-DIVERG
                    END-IF
                    IF NOT TEM-MVTO
                       ADD 1 TO CNT-FORA-DA-FOLHA
                    END-IF
               WHEN CAD-ATIVO AND FOL-ATIVO AND
                    100S-LOTACAO NOT EQUAL 600R-LOTACAO
                    MOVE 'LOTACAO DIVERGENTE            '
                         TO 722S-DIVERG
                    IF NOT TEM-MVTO
                       ADD 1 TO CNT-LOTACAO
                    END-IF
           END-EVALUATE
           IF 722S-DIVERG NOT EQUAL SPACES
              IF TEM-MVTO
                 MOVE 'MVTO ENVIADO NAO APLICADO     ' TO 722S-DIVERG
                 MOVE 200E-CMDO TO 722S-MV-CMDO
                 ADD 1 TO CNT-NAO-APLICADO
              END-IF
              PERFORM 430000-GRAVA-DIVERGENCIA
           END-IF
      *
           IF TEM-MVTO
              PERFORM 230000-LER-ARQ-200A
           END-IF
           IF CHAVE-100S EQUAL CHAVE-ATUAL
              PERFORM 210000-LER-ARQ-100S
           END-IF
           IF CHAVE-600R EQUAL CHAVE-ATUAL
              PERFORM 220000-LER-ARQ-600R
           END-IF
           .
       300999-SAIDA. EXIT.
      *-----------------------------
       430000-GRAVA-DIVERGENCIA SECTION.
      *-----------------------------
           WRITE 722S-REGISTRO-FD FROM 722S-LIN-DET
           ADD 1 TO CNT-DIVERGENCIAS
           .
       430999-SAIDA. EXIT.
      *-----------------------------
       450000-GRAVA-RESUMO SECTION.
      *-----------------------------
           WRITE 722S-REGISTRO-FD FROM 722S-LIN-HIFEN
           MOVE SPACES                     TO 722S-LIN-TOT
           MOVE 'DETALHES NO CADASTRO 100S   ' TO 722S-TOT-DESC
           MOVE CNT-DET-100S               TO 722S-TOT-QTDE
           WRITE 722S-REGISTRO-FD FROM 722S-LIN-TOT
           MOVE SPACES                     TO 722S-LIN-TOT
           MOVE 'MATRICULAS NO RETORNO FOLHA ' TO 722S-TOT-DESC
           MOVE CNT-DET-600R               TO 722S-TOT-QTDE
           WRITE 722S-REGISTRO-FD FROM 722S-LIN-TOT
           MOVE SPACES                     TO 722S-LIN-TOT
           MOVE 'MOVIMENTOS ENVIADOS (200A)  ' TO 722S-TOT-DESC
           MOVE CNT-DET-200A               TO 722S-TOT-QTDE
           WRITE 722S-REGISTRO-FD FROM 722S-LIN-TOT
           WRITE 722S-REGISTRO-FD FROM 722S-LIN-HIFEN
           MOVE SPACES                     TO 722S-LIN-TOT
           MOVE 'ATIVO NA FOLHA, EXCLUIDO    ' TO 722S-TOT-DESC
           MOVE CNT-FOLHA-EXCLUIDO         TO 722S-TOT-QTDE
           WRITE 722S-REGISTRO-FD FROM 722S-LIN-TOT
           MOVE SPACES                     TO 722S-LIN-TOT
           MOVE 'ATIVO NA FOLHA, SEM CADASTRO' TO 722S-TOT-DESC
           MOVE CNT-FOLHA-INEXISTENTE      TO 722S-TOT-QTDE
           WRITE 722S-REGISTRO-FD FROM 722S-LIN-TOT
           MOVE SPACES                     TO 722S-LIN-TOT
           MOVE 'ATIVO AQUI, FORA DA FOLHA   ' TO 722S-TOT-DESC
           MOVE CNT-FORA-DA-FOLHA          TO 722S-TOT-QTDE
           WRITE 722S-REGISTRO-FD FROM 722S-LIN-TOT
           MOVE SPACES                     TO 722S-LIN-TOT
           MOVE 'LOTACAO DIVERGENTE          ' TO 722S-TOT-DESC
           MOVE CNT-LOTACAO                TO 722S-TOT-QTDE
           WRITE 722S-REGISTRO-FD FROM 722S-LIN-TOT
           MOVE SPACES                     TO 722S-LIN-TOT
           MOVE 'MOVIMENTO NAO APLICADO      ' TO 722S-TOT-DESC
           MOVE CNT-NAO-APLICADO           TO 722S-TOT-QTDE
           WRITE 722S-REGISTRO-FD FROM 722S-LIN-TOT
           MOVE SPACES                     TO 722S-LIN-TOT
           MOVE 'DIVERGENCIAS ENCONTRADAS    ' TO 722S-TOT-DESC
           MOVE CNT-DIVERGENCIAS           TO 722S-TOT-QTDE
           WRITE 722S-REGISTRO-FD FROM 722S-LIN-TOT
           WRITE 722S-REGISTRO-FD FROM 722S-LIN-HIFEN
           WRITE 722S-REGISTRO-FD FROM 722S-FIM-REL
           .
       450999-SAIDA. EXIT.
      *-----------------------------
       900001-ABRE-ARQUIVOS SECTION.
      *-----------------------------
           OPEN INPUT  T99F100S
                INPUT  T99F600R
                INPUT  T99F200A
                OUTPUT T99L722S
           IF FS-100S NOT EQUAL ZEROES OR
              FS-600R NOT EQUAL ZEROES OR
              FS-722S NOT EQUAL ZEROES
              PERFORM 999011-ERRO-011
           END-IF
      **** SEM T99F200A (NOITE SEM MOVIMENTO OU ARQUIVO JA ARQUIVADO)
      **** A CONCILIACAO SEGUE SO CADASTRO X FOLHA.
           IF FS-200A EQUAL ZEROES
              MOVE 'S' TO SW-200A-ABERTO
           ELSE
              MOVE 'S' TO SW-FIM-200A
           END-IF
           .
       900001-SAIDA. EXIT.
      *-----------------------------
       900002-FECHA-ARQUIVOS SECTION.
      *-----------------------------
           CLOSE T99F100S T99F600R T99L722S
           IF ABERTO-200A
              CLOSE T99F200A
           END-IF
           .
       900002-SAIDA. EXIT.
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
           IF 900P-ARQ-100S NOT EQUAL SPACES
              MOVE 900P-ARQ-100S TO DDN-100S
           END-IF
           IF 900P-ARQ-600R NOT EQUAL SPACES
              MOVE 900P-ARQ-600R TO DDN-600R
           END-IF
           IF 900P-ARQ-200A NOT EQUAL SPACES
              MOVE 900P-ARQ-200A TO DDN-200A
           END-IF
           IF 900P-ARQ-722S NOT EQUAL SPACES
              MOVE 900P-ARQ-722S TO DDN-722S
           END-IF
           .
       900009-SAIDA. EXIT.
      *--------------------------
       999011-ERRO-011 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 011 ERRO OPEN ARQUIVOS: ' FS-100S ' ' FS-600R
                   ' ' FS-722S
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      *--------------------------
       999012-ERRO-012 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 012 RETORNO DA FOLHA FORA DE ORDEM NA '
                   'MATRICULA ' 600R-MATR ' (ANTERIOR ' MATR-ANT-600R
                   ')'
           MOVE 'CONCILIACAO INTERROMPIDA - RETORNO FORA DE ORDEM'
                TO 722S-ACAO
           WRITE 722S-REGISTRO-FD FROM 722S-LIN-ACAO
           PERFORM 900002-FECHA-ARQUIVOS
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      ******************************************************************
       END PROGRAM T99P2022.
      ******************************************************************
