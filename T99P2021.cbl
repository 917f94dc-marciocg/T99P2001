      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
      *
       PROGRAM-ID. T99P2021.
      *
      *AUTHOR.  MARCIO CONC
      *REMARKS. GERADOR DOS EVENTOS ESOCIAL: LE OS MOVIMENTOS
      *REMARKS. APLICADOS NA NOITE (T99F200A) E OS AFASTAMENTOS
      *REMARKS. CORRENTES (T99F350S, CASADOS COM O CADASTRO T99F100S
      *REMARKS. PARA CPF E NOME) E GRAVA NO T99F500E OS EVENTOS S-2200
      *REMARKS. (INCLUSAO/REATIVACAO), S-2206 (ALTERACAO), S-2299
      *REMARKS. (EXCLUSAO) E S-2230 (AFASTAMENTO NOVO OU COM O FIM
      *REMARKS. ALTERADO, MOTIVO PELA TABELA 18). O CONTROLE
      *REMARKS. PERMANENTE T99F900E DA A CADA EVENTO UM IDENTIFICADOR
      *REMARKS. UNICO E GUARDA A SITUACAO E O RECIBO: ANTES DA
      *REMARKS. GERACAO O RETORNO DO GOVERNO (T99F900R, OPCIONAL) E
      *REMARKS. APLICADO AO CONTROLE; FATO JA GERADO OU ACEITO NAO E
      *REMARKS. GERADO DE NOVO, E SO O REJEITADO VOLTA A SAIR. O
      *REMARKS. CONTROLE E REGRAVADO A PARTIR DE UMA COPIA .ANT, QUE
      *REMARKS. FICA COMO COPIA DE SEGURANCA. NA REGRAVACAO SAEM OS
      *REMARKS. EVENTOS ACEITOS HA MAIS DE 900P-DIAS-RETENCAO-EVT DIAS
      *REMARKS. (DEFAULT 365), MENOS O S-2230 DE AFASTAMENTO AINDA NO
      *REMARKS. T99F350S. RELATORIO NO T99L721S.
      *DATE-WRITTEN. 15/10/2026.
      *VERSAO 002-MARCIO CONC-15/10/2026-RETENCAO DO CONTROLE: ACEITO
      *VERSAO 002-MARCIO CONC-15/10/2026-MAIS ANTIGO QUE
      *VERSAO 002-MARCIO CONC-15/10/2026-900P-DIAS-RETENCAO-EVT SAI DO
      *VERSAO 002-MARCIO CONC-15/10/2026-T99F900E NA REGRAVACAO (S-2230
      *VERSAO 002-MARCIO CONC-15/10/2026-DE AFASTAMENTO VIGENTE FICA).
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
           SELECT T99F200A ASSIGN TO DDN-200A
               FILE STATUS IS FS-200A
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99F350S ASSIGN TO DDN-350S
               FILE STATUS IS FS-350S
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99F100S ASSIGN TO DDN-100S
               FILE STATUS IS FS-100S
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99F500E ASSIGN TO DDN-500E
               FILE STATUS IS FS-500E
               ORGANIZATION IS LINE SEQUENTIAL.
      **** T99F900V: O CONTROLE T99F900E DA EXECUCAO ANTERIOR,
      **** RENOMEADO PARA .ANT ANTES DA REGRAVACAO.
           SELECT T99F900V ASSIGN TO DDN-900V
               FILE STATUS IS FS-900V
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99F900E ASSIGN TO DDN-900E
               FILE STATUS IS FS-900E
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99F900R ASSIGN TO DDN-900R
               FILE STATUS IS FS-900R
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99L721S ASSIGN TO DDN-721S
               FILE STATUS IS FS-721S
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
       FD  T99F200A
           BLOCK  0
           RECORD 90
           RECORDING F.
      *
       01  200A-REGISTRO-FD            PIC X(90).
      *
       FD  T99F350S
           BLOCK  0
           RECORD 25
           RECORDING F.
      *
       01  350S-REGISTRO-FD            PIC X(25).
      *
       FD  T99F100S
           BLOCK  0
           RECORD 90
           RECORDING F.
      *
       01  100S-REGISTRO-FD            PIC X(90).
      *
       FD  T99F500E
           BLOCK  0
           RECORD 140
           RECORDING F.
      *
       01  500E-REGISTRO-FD            PIC X(140).
      *
       FD  T99F900V
           BLOCK  0
           RECORD 72
           RECORDING F.
      *
       01  900V-REGISTRO-FD            PIC X(72).
      *
       FD  T99F900E
           BLOCK  0
           RECORD 72
           RECORDING F.
      *
       01  900E-REGISTRO-FD            PIC X(72).
      *
       FD  T99F900R
           BLOCK  0
           RECORD 73
           RECORDING F.
      *
       01  900R-REGISTRO-FD            PIC X(73).
      *
       FD  T99L721S
           BLOCK  0
           RECORD 72
           RECORDING F.
      *
       01  721S-REGISTRO-FD            PIC X(72).
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
                                               '*** T99P2021 ***'.
       77  CTE-VERS                    PIC  X(06)     VALUE 'VRS002'.
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
      *{{ INCLUI BOOKS }}
            COPY 'T99K100S.cpy'.
            COPY 'T99K200E.cpy'.
            COPY 'T99K350S.cpy'.
            COPY 'T99K500E.cpy'.
            COPY 'T99K900E.cpy'.
            COPY 'T99K900R.cpy'.
            COPY 'T99K721S.cpy'.
            COPY 'T99K900P.cpy'.
      *{{  FIM BOOKS  }}
       77  FS-200A                     PIC  XX.
       77  FS-350S                     PIC  XX.
       77  FS-100S                     PIC  XX.
       77  FS-500E                     PIC  XX.
       77  FS-900V                     PIC  XX.
       77  FS-900E                     PIC  XX.
       77  FS-900R                     PIC  XX.
       77  FS-721S                     PIC  XX.
       77  FS-900P                     PIC  XX.
       77  DDN-200A                    PIC  X(20)     VALUE
                                               'T99F200A.txt'.
       77  DDN-350S                    PIC  X(20)     VALUE
                                               'T99F350S.txt'.
       77  DDN-100S                    PIC  X(20)     VALUE
                                               'T99F100S.txt'.
       77  DDN-500E                    PIC  X(20)     VALUE
                                               'T99F500E.txt'.
       77  DDN-900E                    PIC  X(20)     VALUE
                                               'T99F900E.txt'.
       77  DDN-900R                    PIC  X(20)     VALUE
                                               'T99F900R.txt'.
       77  DDN-721S                    PIC  X(20)     VALUE
                                               'T99L721S.txt'.
       77  DDN-900V                    PIC  X(30).
       77  DDN-BASE                    PIC  X(20).
      *
       01  DATA-SISTEMA-GRP.
           03  DATA-SISTEMA          PIC  9(08).
      **** DATA DOS FATOS DO T99F200A: A DO HEADER DO ARQUIVO (NOITE EM
      **** QUE O MOVIMENTO FOI APLICADO); SEM HEADER, A DA EXECUCAO.
       77  DATA-MVTO                   PIC  9(08)     VALUE 0.
      *
      **** TIPOS DE AFASTAMENTO DA CASA X MOTIVO DA TABELA 18 DO
      **** ESOCIAL: FE = GOZO DE FERIAS (15), AT = ATESTADO / DOENCA
      **** NAO RELACIONADA AO TRABALHO (03), LI = LICENCA REMUNERADA
      **** (16). TIPO FORA DA LISTA (900P-TIPOS-AFAST ESTENDIDO) NAO
      **** GERA EVENTO E SAI NO RELATORIO PARA O RH MAPEAR.
       01  MOTIVOS-AFAST-LISTA         PIC  X(40)     VALUE
                                       'FE15AT03LI16'.
       01  MOTIVOS-AFAST-RED REDEFINES MOTIVOS-AFAST-LISTA.
           03  TAB-MOTIVO-AFAST  OCCURS  10  TIMES.
               05  TAB-MOTIVO-TIPO     PIC  X(02).
               05  TAB-MOTIVO-COD      PIC  X(02).
       77  IDX-MOTIVO                  PIC  9(02)     VALUE 0.
       77  SW-MOTIVO                   PIC  X(01)     VALUE 'N'.
           88  ACHOU-MOTIVO                             VALUE 'S'.
      *
       77  SW-FIM-ARQ                  PIC  X(01)     VALUE 'N'.
           88  FIM-ARQ                                  VALUE 'S'.
       77  SW-FIM-100S                 PIC  X(01)     VALUE 'N'.
           88  FIM-100S                                 VALUE 'S'.
       77  SW-ACHOU-EVT                PIC  X(01)     VALUE 'N'.
           88  ACHOU-EVT                                VALUE 'S'.
       77  SW-REJEITADO                PIC  X(01)     VALUE 'N'.
           88  JA-REJEITADO                             VALUE 'S'.
       77  SW-CONTROLE                 PIC  X(01)     VALUE 'N'.
           88  CONTROLE-RENOMEADO                       VALUE 'S'.
       77  SW-350S-LIDO                PIC  X(01)     VALUE 'N'.
           88  AFAST-CORRENTES-LIDOS                    VALUE 'S'.
      *
      **** RETENCAO DO CONTROLE (900P-DIAS-RETENCAO-EVT): ACEITO
      **** GERADO ANTES DE DATA-LIMITE-RETENCAO SAI NA REGRAVACAO.
       77  DIAS-RETENCAO-EVT           PIC  9(03)     VALUE 365.
       77  DATA-LIMITE-RETENCAO        PIC  9(08)     VALUE 0.
       77  CNT-RETIRADOS               PIC  9(07)     VALUE 0.
      *
       77  ULT-ID-EVENTO               PIC  9(09)     VALUE 0.
       77  IDX-ORIGINAL                PIC  9(05)     VALUE 0.
       77  DET-ACAO-TRAB               PIC  X(38)     VALUE SPACES.
      *
       77  CNT-LIDOS-200A              PIC  9(07)     VALUE 0.
       77  CNT-LIDOS-350S              PIC  9(07)     VALUE 0.
       77  CNT-S2200                   PIC  9(07)     VALUE 0.
       77  CNT-S2206                   PIC  9(07)     VALUE 0.
       77  CNT-S2230                   PIC  9(07)     VALUE 0.
       77  CNT-S2299                   PIC  9(07)     VALUE 0.
       77  CNT-REENVIOS                PIC  9(07)     VALUE 0.
       77  CNT-DUPLICADOS              PIC  9(07)     VALUE 0.
       77  CNT-SEM-MOTIVO              PIC  9(07)     VALUE 0.
       77  CNT-SEM-CADASTRO            PIC  9(07)     VALUE 0.
       77  CNT-RET-ACEITOS             PIC  9(07)     VALUE 0.
       77  CNT-RET-REJEITADOS          PIC  9(07)     VALUE 0.
       77  CNT-RET-DESCONHECIDOS       PIC  9(07)     VALUE 0.
      *
      **** CONTROLE DE EVENTOS CARREGADO EM MEMORIA (ACIMA DO LIMITE
      **** O PASSO E ABORTADO; A RETENCAO DO 500000 MANTEM O CONTROLE
      **** ABAIXO DELE).
       77  QTD-EVT                     PIC  9(05)     VALUE 0.
       77  IDX-EVT                     PIC  9(05)     VALUE 0.
       01  TAB-EVT-GERAL.
           03  TAB-EVT  OCCURS  50000  TIMES.
               05  TAB-EVT-ID          PIC  9(09).
               05  TAB-EVT-CHAVE.
                   07  TAB-EVT-TIPO-EVENTO PIC  X(06).
                   07  TAB-EVT-MATR        PIC  9(07).
                   07  TAB-EVT-DT-FATO     PIC  9(08).
                   07  TAB-EVT-TIPO-AFAST  PIC  X(02).
                   07  TAB-EVT-DT-FIM-AFAST PIC 9(08).
               05  TAB-EVT-DT-GERACAO  PIC  9(08).
               05  TAB-EVT-SITUACAO    PIC  X(01).
               05  TAB-EVT-RECIBO      PIC  X(23).
      **** LINHA DE S-2230 CUJO AFASTAMENTO (MATRICULA + TIPO + INICIO)
      **** AINDA ESTA NO T99F350S: PODE SER O ORIGINAL DE UMA
      **** RETIFICACAO (IND-RETIF 2) E NAO SAI PELA RETENCAO.
       01  TAB-VIGENTE-GERAL.
           03  TAB-EVT-VIGENTE  OCCURS  50000  TIMES  PIC  X(01).
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
           MOVE DATA-SISTEMA TO DATA-MVTO
           COMPUTE DATA-LIMITE-RETENCAO = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (DATA-SISTEMA)
                    - DIAS-RETENCAO-EVT)
           MOVE SPACES TO TAB-VIGENTE-GERAL
      *
           OPEN OUTPUT T99L721S
                       T99F500E
           IF FS-721S NOT EQUAL ZEROES OR
              FS-500E NOT EQUAL ZEROES
              PERFORM 999011-ERRO-011
           END-IF
           MOVE DATA-SISTEMA TO 721S-CAB-DATA
           WRITE 721S-REGISTRO-FD FROM 721S-CAB-01
           WRITE 721S-REGISTRO-FD FROM 721S-LIN-HIFEN
      *
           PERFORM 100000-CARREGA-CONTROLE
           PERFORM 200000-APLICA-RETORNO
           PERFORM 300000-EVENTOS-MVTO
           PERFORM 400000-EVENTOS-AFAST
           PERFORM 500000-REGRAVA-CONTROLE
           PERFORM 600000-IMPRIME-TOTAIS
           CLOSE T99F500E T99L721S
      *
           DISPLAY CTE-PROG ' ' CTE-VERS ' *** EVENTOS GERADOS: '
                   CNT-S2200 ' S-2200 ' CNT-S2206 ' S-2206 '
                   CNT-S2230 ' S-2230 ' CNT-S2299 ' S-2299'
           DISPLAY CTE-PROG ' ' CTE-VERS ' *** 999 *** FIM NORMAL'
      *- - AVISO (RC 4): RETORNO SEM EVENTO NO CONTROLE, AFASTAMENTO
      *- - SEM MOTIVO MAPEADO OU SEM MATRICULA NO CADASTRO.
           IF CNT-RET-DESCONHECIDOS GREATER ZEROES OR
              CNT-SEM-MOTIVO GREATER ZEROES OR
              CNT-SEM-CADASTRO GREATER ZEROES
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           .
       999999-ENCERRA.
           GOBACK
           .
      *-----------------------------
       100000-CARREGA-CONTROLE SECTION.
      *-----------------------------
      **** O CONTROLE CORRENTE E RENOMEADO PARA .ANT E LIDO DE LA; O
      **** T99F900E E REGRAVADO NO FIM (500000). SEM CONTROLE (PRIMEIRA
      **** EXECUCAO) A TABELA COMECA VAZIA.
           MOVE SPACES TO DDN-BASE
           UNSTRING DDN-900E DELIMITED BY '.' INTO DDN-BASE
           MOVE SPACES TO DDN-900V
           STRING DDN-BASE DELIMITED BY SPACE
                  '.ANT.txt' DELIMITED BY SIZE
                  INTO DDN-900V
           CALL 'CBL_RENAME_FILE' USING DDN-900E DDN-900V
           MOVE 0 TO QTD-EVT
           OPEN INPUT T99F900V
           IF FS-900V NOT EQUAL ZEROES
              MOVE 'CONTROLE DE EVENTOS INEXISTENTE - INICIADO AGORA'
                   TO 721S-ACAO
              WRITE 721S-REGISTRO-FD FROM 721S-LIN-ACAO
              GO TO 100999-SAIDA
           END-IF
           MOVE 'S' TO SW-CONTROLE
           MOVE 'N' TO SW-FIM-ARQ
           PERFORM WITH TEST BEFORE UNTIL FIM-ARQ
                    READ T99F900V INTO 900E-REGISTRO
                        AT END
                            MOVE 'S' TO SW-FIM-ARQ
                        NOT AT END
                            IF QTD-EVT LESS THAN 50000
                               ADD 1 TO QTD-EVT
                               MOVE 900E-REGISTRO TO TAB-EVT (QTD-EVT)
                               IF 900E-ID-EVENTO GREATER ULT-ID-EVENTO
                                  MOVE 900E-ID-EVENTO TO ULT-ID-EVENTO
                               END-IF
                            ELSE
                               PERFORM 999002-ERRO-002
                            END-IF
                    END-READ
           END-PERFORM
           CLOSE T99F900V
           .
       100999-SAIDA. EXIT.
      *-----------------------------
       200000-APLICA-RETORNO SECTION.
      *-----------------------------
      **** RETORNO DO GOVERNO (OPCIONAL): CADA EVENTO ACEITO GANHA O
      **** RECIBO; O REJEITADO FICA MARCADO E O FATO VOLTA A SER
      **** GERADO NESTA MESMA EXECUCAO SE AINDA ESTIVER NA ENTRADA.
           OPEN INPUT T99F900R
           IF FS-900R NOT EQUAL ZEROES
              GO TO 200999-SAIDA
           END-IF
           MOVE 'RETORNO DO ESOCIAL APLICADO AO CONTROLE:' TO 721S-ACAO
           WRITE 721S-REGISTRO-FD FROM 721S-LIN-ACAO
           MOVE 'N' TO SW-FIM-ARQ
           PERFORM WITH TEST BEFORE UNTIL FIM-ARQ
                    READ T99F900R INTO 900R-REGISTRO
                        AT END
                            MOVE 'S' TO SW-FIM-ARQ
                        NOT AT END
                            PERFORM 210000-TRATA-RETORNO
                    END-READ
           END-PERFORM
           CLOSE T99F900R
           WRITE 721S-REGISTRO-FD FROM 721S-LIN-HIFEN
           .
       200999-SAIDA. EXIT.
      *-----------------------------
       210000-TRATA-RETORNO SECTION.
      *-----------------------------
           MOVE 'N' TO SW-ACHOU-EVT
           MOVE 1 TO IDX-EVT
           PERFORM WITH TEST BEFORE
                    UNTIL ACHOU-EVT OR IDX-EVT GREATER THAN QTD-EVT
                    IF TAB-EVT-ID (IDX-EVT) EQUAL 900R-ID-EVENTO
                       MOVE 'S' TO SW-ACHOU-EVT
                    ELSE
                       ADD 1 TO IDX-EVT
                    END-IF
           END-PERFORM
           MOVE 900R-ID-EVENTO TO 721S-ID-EVENTO
           IF NOT ACHOU-EVT
              MOVE SPACES TO 721S-TIPO-EVENTO
              MOVE ZEROES TO 721S-MATR 721S-DT-FATO
              MOVE 'RETORNO SEM EVENTO NO CONTROLE' TO 721S-DET-ACAO
              WRITE 721S-REGISTRO-FD FROM 721S-LIN-DET
              ADD 1 TO CNT-RET-DESCONHECIDOS
              GO TO 210999-SAIDA
           END-IF
           MOVE TAB-EVT-TIPO-EVENTO (IDX-EVT) TO 721S-TIPO-EVENTO
           MOVE TAB-EVT-MATR (IDX-EVT)        TO 721S-MATR
           MOVE TAB-EVT-DT-FATO (IDX-EVT)     TO 721S-DT-FATO
           EVALUATE TRUE
               WHEN 900R-ACEITO
                    MOVE 'A'           TO TAB-EVT-SITUACAO (IDX-EVT)
                    MOVE 900R-RECIBO   TO TAB-EVT-RECIBO (IDX-EVT)
                    MOVE SPACES TO 721S-DET-ACAO
                    STRING 'ACEITO RECIBO ' DELIMITED BY SIZE
                           900R-RECIBO      DELIMITED BY SIZE
                           INTO 721S-DET-ACAO
                    ADD 1 TO CNT-RET-ACEITOS
               WHEN 900R-REJEITADO
                    MOVE 'R'           TO TAB-EVT-SITUACAO (IDX-EVT)
                    MOVE SPACES TO 721S-DET-ACAO
                    STRING 'REJEITADO: '    DELIMITED BY SIZE
                           900R-MOTIVO      DELIMITED BY SIZE
                           INTO 721S-DET-ACAO
                    ADD 1 TO CNT-RET-REJEITADOS
               WHEN OTHER
                    MOVE 'SITUACAO DE RETORNO INVALIDA'
                                       TO 721S-DET-ACAO
                    ADD 1 TO CNT-RET-DESCONHECIDOS
           END-EVALUATE
           WRITE 721S-REGISTRO-FD FROM 721S-LIN-DET
           .
       210999-SAIDA. EXIT.
      *-----------------------------
       300000-EVENTOS-MVTO SECTION.
      *-----------------------------
      **** UM EVENTO POR MOVIMENTO APLICADO NA NOITE. O T99F200A JA
      **** TRAZ UMA LINHA LIQUIDA POR MATRICULA (CADEIAS RESOLVIDAS) E
      **** O REGISTRO COMPLETO APOS A APLICACAO.
           OPEN INPUT T99F200A
           IF FS-200A NOT EQUAL ZEROES
              MOVE 'SEM MOVIMENTOS APLICADOS (T99F200A AUSENTE)'
                   TO 721S-ACAO
              WRITE 721S-REGISTRO-FD FROM 721S-LIN-ACAO
              GO TO 300999-SAIDA
           END-IF
           MOVE 'N' TO SW-FIM-ARQ
           PERFORM WITH TEST BEFORE UNTIL FIM-ARQ
                    READ T99F200A INTO 200E-REGISTRO
                        AT END
                            MOVE 'S' TO SW-FIM-ARQ
                        NOT AT END
                            EVALUATE TRUE
                                WHEN 200E-HDR
                                     IF 200E-AMD-ARQ NUMERIC AND
                                        200E-AMD-ARQ GREATER ZEROES
                                        MOVE 200E-AMD-ARQ TO DATA-MVTO
                                     END-IF
                                WHEN 200E-TRL
                                     CONTINUE
                                WHEN OTHER
                                     ADD 1 TO CNT-LIDOS-200A
                                     PERFORM 310000-TRATA-MVTO
                            END-EVALUATE
                    END-READ
           END-PERFORM
           CLOSE T99F200A
           .
       300999-SAIDA. EXIT.
      *-----------------------------
       310000-TRATA-MVTO SECTION.
      *-----------------------------
           MOVE SPACES               TO 900E-REGISTRO
           MOVE 200E-MATR            TO 900E-MATR
           MOVE DATA-MVTO            TO 900E-DT-FATO
           MOVE ZEROES               TO 900E-DT-FIM-AFAST
           EVALUATE 200E-CMDO
               WHEN 01
      *- - - - - - ADMISSAO: O FATO E A PROPRIA DATA DE ADMISSAO.
                    MOVE 'S-2200'    TO 900E-TIPO-EVENTO
                    IF 200E-DT-ADMISSAO NUMERIC AND
                       200E-DT-ADMISSAO GREATER ZEROES
                       MOVE 200E-DT-ADMISSAO TO 900E-DT-FATO
                    END-IF
               WHEN 02
                    MOVE 'S-2206'    TO 900E-TIPO-EVENTO
               WHEN 03
                    MOVE 'S-2299'    TO 900E-TIPO-EVENTO
               WHEN 04
      *- - - - - - REATIVACAO DE MATRICULA EXCLUIDA = READMISSAO NO
      *- - - - - - ESOCIAL, COM A DATA DA NOITE DA REATIVACAO.
                    MOVE 'S-2200'    TO 900E-TIPO-EVENTO
               WHEN OTHER
                    GO TO 310999-SAIDA
           END-EVALUATE
           PERFORM 700000-PROCURA-EVENTO
           IF ACHOU-EVT
              PERFORM 720000-LISTA-DUPLICADO
              GO TO 310999-SAIDA
           END-IF
           MOVE SPACES               TO 500E-REGISTRO
           MOVE 200E-MATR            TO 500E-MATR
           MOVE 200E-CPF             TO 500E-CPF
           MOVE 200E-NOME            TO 500E-NOME
           MOVE 200E-SEXO            TO 500E-SEXO
           MOVE 200E-EST-CIVIL       TO 500E-EST-CIVIL
           MOVE 200E-DT-NASCIMENTO   TO 500E-DT-NASCIMENTO
           MOVE 200E-DT-ADMISSAO     TO 500E-DT-ADMISSAO
           MOVE 200E-LOTACAO         TO 500E-LOTACAO
           MOVE ZEROES               TO 500E-DT-INICIO-AFAST
                                        500E-DT-FIM-AFAST
           MOVE '1'                  TO 500E-IND-RETIF
           PERFORM 710000-GRAVA-EVENTO
           .
       310999-SAIDA. EXIT.
      *-----------------------------
       400000-EVENTOS-AFAST SECTION.
      *-----------------------------
      **** AFASTAMENTOS CORRENTES: O QUE AINDA NAO TEM EVENTO (CHAVE
      **** MATRICULA + TIPO + INICIO + FIM) SAI COMO S-2230; SE O MESMO
      **** PERIODO JA FOI INFORMADO COM OUTRO FIM (ACAO 'A' DO
      **** T99F300E), SAI COMO RETIFICACAO COM O RECIBO DO ORIGINAL.
      **** O T99F350S E O CADASTRO ESTAO EM ORDEM DE MATRICULA, ENTAO
      **** CPF E NOME VEM DE UM CASAMENTO SEQUENCIAL COM O T99F100S.
           OPEN INPUT T99F350S
           IF FS-350S NOT EQUAL ZEROES
              MOVE 'SEM AFASTAMENTOS CORRENTES (T99F350S AUSENTE)'
                   TO 721S-ACAO
              WRITE 721S-REGISTRO-FD FROM 721S-LIN-ACAO
              GO TO 400999-SAIDA
           END-IF
           MOVE 'S' TO SW-350S-LIDO
           MOVE 'N' TO SW-FIM-100S
           MOVE ZEROES TO 100S-MATR
           OPEN INPUT T99F100S
           IF FS-100S NOT EQUAL ZEROES
              MOVE 'S' TO SW-FIM-100S
           END-IF
           MOVE 'N' TO SW-FIM-ARQ
           PERFORM WITH TEST BEFORE UNTIL FIM-ARQ
                    READ T99F350S INTO 350S-REGISTRO
                        AT END
                            MOVE 'S' TO SW-FIM-ARQ
                        NOT AT END
                            ADD 1 TO CNT-LIDOS-350S
                            PERFORM 410000-TRATA-AFAST
                    END-READ
           END-PERFORM
           CLOSE T99F350S
           IF FS-100S EQUAL ZEROES
              CLOSE T99F100S
           END-IF
           .
       400999-SAIDA. EXIT.
      *-----------------------------
       410000-TRATA-AFAST SECTION.
      *-----------------------------
           MOVE 'N' TO SW-MOTIVO
           MOVE 1 TO IDX-MOTIVO
           PERFORM WITH TEST BEFORE
                    UNTIL ACHOU-MOTIVO OR IDX-MOTIVO GREATER THAN 10
                    IF TAB-MOTIVO-TIPO (IDX-MOTIVO) EQUAL 350S-TIPO AND
                       TAB-MOTIVO-TIPO (IDX-MOTIVO) NOT EQUAL SPACES
                       MOVE 'S' TO SW-MOTIVO
                    ELSE
                       ADD 1 TO IDX-MOTIVO
                    END-IF
           END-PERFORM
           MOVE SPACES               TO 900E-REGISTRO
           MOVE 'S-2230'             TO 900E-TIPO-EVENTO
           MOVE 350S-MATR            TO 900E-MATR
           MOVE 350S-DT-INICIO       TO 900E-DT-FATO
           MOVE 350S-TIPO            TO 900E-TIPO-AFAST
           MOVE 350S-DT-FIM          TO 900E-DT-FIM-AFAST
           PERFORM 750000-MARCA-VIGENTE
           PERFORM 700000-PROCURA-EVENTO
           IF ACHOU-EVT
      *- - - - JA INFORMADO: NAO E DUPLICADO NEM LISTADO (O T99F350S
      *- - - - CARREGA O AFASTAMENTO NOITE APOS NOITE ATE VENCER).
              GO TO 410999-SAIDA
           END-IF
           IF NOT ACHOU-MOTIVO
              MOVE 'TIPO DE AFASTAMENTO SEM MOTIVO ESOCIAL'
                   TO DET-ACAO-TRAB
              PERFORM 730000-LISTA-OCORRENCIA
              ADD 1 TO CNT-SEM-MOTIVO
              GO TO 410999-SAIDA
           END-IF
           PERFORM 420000-POSICIONA-100S
           IF FIM-100S OR 100S-MATR NOT EQUAL 350S-MATR
              MOVE 'AFASTAMENTO SEM MATRICULA NO CADASTRO'
                   TO DET-ACAO-TRAB
              PERFORM 730000-LISTA-OCORRENCIA
              ADD 1 TO CNT-SEM-CADASTRO
              GO TO 410999-SAIDA
           END-IF
           MOVE SPACES               TO 500E-REGISTRO
           MOVE 350S-MATR            TO 500E-MATR
           MOVE 100S-CPF             TO 500E-CPF
           MOVE 100S-NOME            TO 500E-NOME
           MOVE 100S-SEXO            TO 500E-SEXO
           MOVE 100S-EST-CIVIL       TO 500E-EST-CIVIL
           MOVE 100S-DT-NASCIMENTO   TO 500E-DT-NASCIMENTO
           MOVE 100S-DT-ADMISSAO     TO 500E-DT-ADMISSAO
           MOVE 100S-LOTACAO         TO 500E-LOTACAO
           MOVE TAB-MOTIVO-COD (IDX-MOTIVO) TO 500E-MOTIVO-AFAST
           MOVE 350S-TIPO            TO 500E-TIPO-AFAST
           MOVE 350S-DT-INICIO       TO 500E-DT-INICIO-AFAST
           MOVE 350S-DT-FIM          TO 500E-DT-FIM-AFAST
           PERFORM 740000-PROCURA-ORIGINAL
           IF IDX-ORIGINAL GREATER ZEROES
              MOVE '2'               TO 500E-IND-RETIF
              MOVE TAB-EVT-RECIBO (IDX-ORIGINAL)
                                     TO 500E-RECIBO-ORIGINAL
           ELSE
              MOVE '1'               TO 500E-IND-RETIF
           END-IF
           PERFORM 710000-GRAVA-EVENTO
           .
       410999-SAIDA. EXIT.
      *-----------------------------
       420000-POSICIONA-100S SECTION.
      *-----------------------------
      **** AVANCA O CADASTRO ATE A MATRICULA DO AFASTAMENTO (OU A
      **** PRIMEIRA MAIOR); HEADER E TRAILER SAO PULADOS.
           PERFORM WITH TEST BEFORE
                    UNTIL FIM-100S OR
                          (100S-MATR NOT LESS THAN 350S-MATR AND
                           NOT 100S-HDR)
                    READ T99F100S INTO 100S-REGISTRO
                        AT END
                            MOVE 'S' TO SW-FIM-100S
                        NOT AT END
                            IF 100S-TRL
                               MOVE 'S' TO SW-FIM-100S
                            END-IF
                    END-READ
           END-PERFORM
           .
       420999-SAIDA. EXIT.
      *-----------------------------
       500000-REGRAVA-CONTROLE SECTION.
      *-----------------------------
           OPEN OUTPUT T99F900E
           IF FS-900E NOT EQUAL ZEROES
              IF CONTROLE-RENOMEADO
                 CALL 'CBL_RENAME_FILE' USING DDN-900V DDN-900E
              END-IF
              PERFORM 999012-ERRO-012
           END-IF
      **** ACEITO ANTERIOR A DATA-LIMITE-RETENCAO NAO E REGRAVADO (O
      **** .ANT DESTA EXECUCAO AINDA O TEM); O S-2230 FICA SE O
      **** AFASTAMENTO SEGUE NO T99F350S OU SE ESTE NAO FOI LIDO.
           PERFORM VARYING IDX-EVT FROM 1 BY 1
                     UNTIL IDX-EVT GREATER THAN QTD-EVT
                    MOVE TAB-EVT (IDX-EVT) TO 900E-REGISTRO
                    IF 900E-ACEITO AND
                       900E-DT-GERACAO LESS THAN DATA-LIMITE-RETENCAO
                       AND (900E-TIPO-EVENTO NOT EQUAL 'S-2230' OR
                            (AFAST-CORRENTES-LIDOS AND
                             TAB-EVT-VIGENTE (IDX-EVT) NOT EQUAL 'S'))
                       ADD 1 TO CNT-RETIRADOS
                    ELSE
                       WRITE 900E-REGISTRO-FD FROM 900E-REGISTRO
                    END-IF
           END-PERFORM
           CLOSE T99F900E
           .
       500999-SAIDA. EXIT.
      *-----------------------------
       600000-IMPRIME-TOTAIS SECTION.
      *-----------------------------
           WRITE 721S-REGISTRO-FD FROM 721S-LIN-HIFEN
           MOVE SPACES                     TO 721S-LIN-TOT
           MOVE 'MOVIMENTOS APLICADOS LIDOS  ' TO 721S-TOT-DESC
           MOVE CNT-LIDOS-200A             TO 721S-TOT-QTDE
           WRITE 721S-REGISTRO-FD FROM 721S-LIN-TOT
           MOVE SPACES                     TO 721S-LIN-TOT
           MOVE 'AFASTAMENTOS CORRENTES LIDOS' TO 721S-TOT-DESC
           MOVE CNT-LIDOS-350S             TO 721S-TOT-QTDE
           WRITE 721S-REGISTRO-FD FROM 721S-LIN-TOT
           MOVE SPACES                     TO 721S-LIN-TOT
           MOVE 'EVENTOS S-2200 (ADMISSAO)   ' TO 721S-TOT-DESC
           MOVE CNT-S2200                  TO 721S-TOT-QTDE
           WRITE 721S-REGISTRO-FD FROM 721S-LIN-TOT
           MOVE SPACES                     TO 721S-LIN-TOT
           MOVE 'EVENTOS S-2206 (ALTERACAO)  ' TO 721S-TOT-DESC
           MOVE CNT-S2206                  TO 721S-TOT-QTDE
           WRITE 721S-REGISTRO-FD FROM 721S-LIN-TOT
           MOVE SPACES                     TO 721S-LIN-TOT
           MOVE 'EVENTOS S-2230 (AFASTAMENTO)' TO 721S-TOT-DESC
           MOVE CNT-S2230                  TO 721S-TOT-QTDE
           WRITE 721S-REGISTRO-FD FROM 721S-LIN-TOT
           MOVE SPACES                     TO 721S-LIN-TOT
           MOVE 'EVENTOS S-2299 (DESLIGAM.)  ' TO 721S-TOT-DESC
           MOVE CNT-S2299                  TO 721S-TOT-QTDE
           WRITE 721S-REGISTRO-FD FROM 721S-LIN-TOT
           MOVE SPACES                     TO 721S-LIN-TOT
           MOVE 'REENVIOS APOS REJEICAO      ' TO 721S-TOT-DESC
           MOVE CNT-REENVIOS               TO 721S-TOT-QTDE
           WRITE 721S-REGISTRO-FD FROM 721S-LIN-TOT
           MOVE SPACES                     TO 721S-LIN-TOT
           MOVE 'DUPLICADOS NAO GERADOS      ' TO 721S-TOT-DESC
           MOVE CNT-DUPLICADOS             TO 721S-TOT-QTDE
           WRITE 721S-REGISTRO-FD FROM 721S-LIN-TOT
           MOVE SPACES                     TO 721S-LIN-TOT
           MOVE 'AFASTAMENTOS SEM MOTIVO     ' TO 721S-TOT-DESC
           MOVE CNT-SEM-MOTIVO             TO 721S-TOT-QTDE
           WRITE 721S-REGISTRO-FD FROM 721S-LIN-TOT
           MOVE SPACES                     TO 721S-LIN-TOT
           MOVE 'AFASTAMENTOS SEM CADASTRO   ' TO 721S-TOT-DESC
           MOVE CNT-SEM-CADASTRO           TO 721S-TOT-QTDE
           WRITE 721S-REGISTRO-FD FROM 721S-LIN-TOT
           MOVE SPACES                     TO 721S-LIN-TOT
           MOVE 'RETORNOS ACEITOS            ' TO 721S-TOT-DESC
           MOVE CNT-RET-ACEITOS            TO 721S-TOT-QTDE
           WRITE 721S-REGISTRO-FD FROM 721S-LIN-TOT
           MOVE SPACES                     TO 721S-LIN-TOT
           MOVE 'RETORNOS REJEITADOS         ' TO 721S-TOT-DESC
           MOVE CNT-RET-REJEITADOS         TO 721S-TOT-QTDE
           WRITE 721S-REGISTRO-FD FROM 721S-LIN-TOT
           MOVE SPACES                     TO 721S-LIN-TOT
           MOVE 'RETORNOS NAO RECONHECIDOS   ' TO 721S-TOT-DESC
           MOVE CNT-RET-DESCONHECIDOS      TO 721S-TOT-QTDE
           WRITE 721S-REGISTRO-FD FROM 721S-LIN-TOT
           MOVE SPACES                     TO 721S-LIN-TOT
           MOVE 'ACEITOS RETIRADOS (RETENCAO)' TO 721S-TOT-DESC
           MOVE CNT-RETIRADOS              TO 721S-TOT-QTDE
           WRITE 721S-REGISTRO-FD FROM 721S-LIN-TOT
           WRITE 721S-REGISTRO-FD FROM 721S-LIN-HIFEN
           WRITE 721S-REGISTRO-FD FROM 721S-FIM-REL
           .
       600999-SAIDA. EXIT.
      *-----------------------------
       700000-PROCURA-EVENTO SECTION.
      *-----------------------------
      **** PROCURA A CHAVE DO FATO (900E-CHAVE) NO CONTROLE: ACHOU-EVT
      **** SO QUANDO HA EVENTO GERADO OU ACEITO; SE SO HA REJEITADOS,
      **** O FATO DEVE SER GERADO DE NOVO (JA-REJEITADO = REENVIO).
           MOVE 'N' TO SW-ACHOU-EVT
           MOVE 'N' TO SW-REJEITADO
           MOVE 1 TO IDX-EVT
           PERFORM WITH TEST BEFORE
                    UNTIL ACHOU-EVT OR IDX-EVT GREATER THAN QTD-EVT
                    IF TAB-EVT-CHAVE (IDX-EVT) EQUAL 900E-CHAVE
                       IF TAB-EVT-SITUACAO (IDX-EVT) EQUAL 'R'
                          MOVE 'S' TO SW-REJEITADO
                          ADD 1 TO IDX-EVT
                       ELSE
                          MOVE 'S' TO SW-ACHOU-EVT
                       END-IF
                    ELSE
                       ADD 1 TO IDX-EVT
                    END-IF
           END-PERFORM
           .
       700999-SAIDA. EXIT.
      *-----------------------------
       710000-GRAVA-EVENTO SECTION.
      *-----------------------------
      **** DA O PROXIMO IDENTIFICADOR, GRAVA O EVENTO (500E-REGISTRO
      **** JA MONTADO PELO CHAMADOR) E ACRESCENTA A LINHA DO CONTROLE.
           IF QTD-EVT NOT LESS THAN 50000
              PERFORM 999002-ERRO-002
           END-IF
           ADD 1 TO ULT-ID-EVENTO
           MOVE ULT-ID-EVENTO        TO 500E-ID-EVENTO
           MOVE 900E-TIPO-EVENTO     TO 500E-TIPO-EVENTO
           MOVE 900E-DT-FATO         TO 500E-DT-EVENTO
           WRITE 500E-REGISTRO-FD FROM 500E-REGISTRO
      *
           MOVE ULT-ID-EVENTO        TO 900E-ID-EVENTO
           MOVE DATA-SISTEMA         TO 900E-DT-GERACAO
           MOVE 'G'                  TO 900E-SITUACAO
           MOVE SPACES               TO 900E-RECIBO
           ADD 1 TO QTD-EVT
           MOVE 900E-REGISTRO        TO TAB-EVT (QTD-EVT)
      *
           EVALUATE TRUE
               WHEN 500E-S2200  ADD 1 TO CNT-S2200
               WHEN 500E-S2206  ADD 1 TO CNT-S2206
               WHEN 500E-S2230  ADD 1 TO CNT-S2230
               WHEN 500E-S2299  ADD 1 TO CNT-S2299
           END-EVALUATE
           EVALUATE TRUE
               WHEN JA-REJEITADO
                    MOVE 'REENVIADO APOS REJEICAO' TO DET-ACAO-TRAB
                    ADD 1 TO CNT-REENVIOS
               WHEN 500E-RETIFICACAO
                    MOVE 'GERADO - RETIFICA O FIM DO AFASTAMENTO'
                                       TO DET-ACAO-TRAB
               WHEN OTHER
                    MOVE 'GERADO'      TO DET-ACAO-TRAB
           END-EVALUATE
           MOVE ULT-ID-EVENTO        TO 721S-ID-EVENTO
           MOVE 900E-TIPO-EVENTO     TO 721S-TIPO-EVENTO
           MOVE 900E-MATR            TO 721S-MATR
           MOVE 900E-DT-FATO         TO 721S-DT-FATO
           MOVE DET-ACAO-TRAB        TO 721S-DET-ACAO
           WRITE 721S-REGISTRO-FD FROM 721S-LIN-DET
           .
       710999-SAIDA. EXIT.
      *-----------------------------
       720000-LISTA-DUPLICADO SECTION.
      *-----------------------------
      **** FATO DO T99F200A COM EVENTO JA GERADO OU ACEITO (REEXECUCAO
      **** DA NOITE): NAO SAI DE NOVO, SO E LISTADO.
           MOVE TAB-EVT-ID (IDX-EVT) TO 721S-ID-EVENTO
           MOVE 900E-TIPO-EVENTO     TO 721S-TIPO-EVENTO
           MOVE 900E-MATR            TO 721S-MATR
           MOVE 900E-DT-FATO         TO 721S-DT-FATO
           MOVE 'DUPLICADO - EVENTO JA GERADO' TO 721S-DET-ACAO
           WRITE 721S-REGISTRO-FD FROM 721S-LIN-DET
           ADD 1 TO CNT-DUPLICADOS
           .
       720999-SAIDA. EXIT.
      *-----------------------------
       730000-LISTA-OCORRENCIA SECTION.
      *-----------------------------
           MOVE ZEROES               TO 721S-ID-EVENTO
           MOVE 900E-TIPO-EVENTO     TO 721S-TIPO-EVENTO
           MOVE 900E-MATR            TO 721S-MATR
           MOVE 900E-DT-FATO         TO 721S-DT-FATO
           MOVE DET-ACAO-TRAB        TO 721S-DET-ACAO
           WRITE 721S-REGISTRO-FD FROM 721S-LIN-DET
           .
       730999-SAIDA. EXIT.
      *-----------------------------
       740000-PROCURA-ORIGINAL SECTION.
      *-----------------------------
      **** S-2230 DO MESMO PERIODO (MATRICULA + TIPO + INICIO) JA
      **** INFORMADO COM OUTRO FIM E NAO REJEITADO: O ULTIMO DELES E O
      **** ORIGINAL A RETIFICAR (IDX-ORIGINAL; ZERO = EVENTO NOVO).
           MOVE 0 TO IDX-ORIGINAL
           PERFORM VARYING IDX-EVT FROM 1 BY 1
                     UNTIL IDX-EVT GREATER THAN QTD-EVT
                    IF TAB-EVT-TIPO-EVENTO (IDX-EVT) EQUAL 'S-2230' AND
                       TAB-EVT-MATR (IDX-EVT)  EQUAL 900E-MATR AND
                       TAB-EVT-DT-FATO (IDX-EVT) EQUAL 900E-DT-FATO AND
                       TAB-EVT-TIPO-AFAST (IDX-EVT)
                                        EQUAL 900E-TIPO-AFAST AND
                       TAB-EVT-SITUACAO (IDX-EVT) NOT EQUAL 'R'
                       MOVE IDX-EVT TO IDX-ORIGINAL
                    END-IF
           END-PERFORM
           .
       740999-SAIDA. EXIT.
      *-----------------------------
       750000-MARCA-VIGENTE SECTION.
      *-----------------------------
      **** MARCA NO CONTROLE OS S-2230 DO AFASTAMENTO CORRENTE
      **** (MATRICULA + TIPO + INICIO, QUALQUER FIM) PARA A RETENCAO.
           PERFORM VARYING IDX-EVT FROM 1 BY 1
                     UNTIL IDX-EVT GREATER THAN QTD-EVT
                    IF TAB-EVT-TIPO-EVENTO (IDX-EVT) EQUAL 'S-2230' AND
                       TAB-EVT-MATR (IDX-EVT)  EQUAL 900E-MATR AND
                       TAB-EVT-DT-FATO (IDX-EVT) EQUAL 900E-DT-FATO AND
                       TAB-EVT-TIPO-AFAST (IDX-EVT)
                                        EQUAL 900E-TIPO-AFAST
                       MOVE 'S' TO TAB-EVT-VIGENTE (IDX-EVT)
                    END-IF
           END-PERFORM
           .
       750999-SAIDA. EXIT.
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
           IF 900P-ARQ-200A NOT EQUAL SPACES
              MOVE 900P-ARQ-200A TO DDN-200A
           END-IF
           IF 900P-ARQ-350S NOT EQUAL SPACES
              MOVE 900P-ARQ-350S TO DDN-350S
           END-IF
           IF 900P-ARQ-100S NOT EQUAL SPACES
              MOVE 900P-ARQ-100S TO DDN-100S
           END-IF
           IF 900P-ARQ-500E NOT EQUAL SPACES
              MOVE 900P-ARQ-500E TO DDN-500E
           END-IF
           IF 900P-ARQ-900E NOT EQUAL SPACES
              MOVE 900P-ARQ-900E TO DDN-900E
           END-IF
           IF 900P-ARQ-900R NOT EQUAL SPACES
              MOVE 900P-ARQ-900R TO DDN-900R
           END-IF
           IF 900P-ARQ-721S NOT EQUAL SPACES
              MOVE 900P-ARQ-721S TO DDN-721S
           END-IF
           IF 900P-DIAS-RETENCAO-EVT NUMERIC AND
              900P-DIAS-RETENCAO-EVT GREATER ZEROES
              MOVE 900P-DIAS-RETENCAO-EVT TO DIAS-RETENCAO-EVT
           END-IF
           .
       900009-SAIDA. EXIT.
      *--------------------------
       999002-ERRO-002 SECTION.
      *--------------------------
      **** O CONTROLE FICA INTACTO: O .ANT VOLTA AO NOME ORIGINAL. OS
      **** ACEITOS ANTIGOS JA SAEM NA REGRAVACAO (500000); ESTOURO AQUI
      **** PEDE RETENCAO MENOR NO CARTAO.
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 002 CONTROLE DE EVENTOS COM MAIS DE 50000 '
                   'LINHAS - REDUZIR 900P-DIAS-RETENCAO-EVT'
           IF CONTROLE-RENOMEADO
              CLOSE T99F900V
              CALL 'CBL_RENAME_FILE' USING DDN-900V DDN-900E
           END-IF
           CLOSE T99F500E T99L721S
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      *--------------------------
       999011-ERRO-011 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 011 ERRO OPEN ARQUIVOS: ' FS-721S ' ' FS-500E
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      *--------------------------
       999012-ERRO-012 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 012 ERRO NA REGRAVACAO DO CONTROLE: ' FS-900E
           CLOSE T99F500E T99L721S
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      ******************************************************************
       END PROGRAM T99P2021.
      ******************************************************************
