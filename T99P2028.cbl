      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
      *
       PROGRAM-ID. T99P2028.
      *
      *AUTHOR.  MARCIO CONC
      *REMARKS. JUNCAO DA EXECUCAO PARTICIONADA DO BALANCED LINE
      *REMARKS. (VIDE T99P2027): DEPOIS QUE O T99P2001 TERMINOU EM
      *REMARKS. TODOS OS DIRETORIOS PARTNN, JUNTA AS SAIDAS DE CADA
      *REMARKS. FAIXA, NA ORDEM DAS FAIXAS, NOS ARQUIVOS DO LOTE, COM
      *REMARKS. O MESMO CONTEUDO QUE A EXECUCAO UNICA GRAVARIA:
      *REMARKS. T99F100S (E A COPIA INDEXADA), REJEITOS/PENDENTES/
      *REMARKS. SUSPENSE/APLICADOS, RETORNOS DAS FILIAIS E T99F450S
      *REMARKS. COM A CADEIA DE SEQ RENUMERADA E O TRAILER REFEITO;
      *REMARKS. T99F100C, T99F100F, T99F100X, T99L702A, T99F350S E
      *REMARKS. EXTRATO INTEGRAL CONCATENADOS; HISTORICOS EM EXTEND
      *REMARKS. (T99F100R, T99F200H, T99F350H) ACRESCIDOS; T99L701S
      *REMARKS. REPAGINADO COM O RESUMO DE OCORRENCIAS SOMADO. ANTES,
      *REMARKS. GUARDA O T99F100S/T99L701S E O T99F450S DA NOITE
      *REMARKS. ANTERIOR COMO O T99P2001 FARIA. GRAVA O RESUMO DO JOB
      *REMARKS. (T99L900J/T99L900H) DO LOTE JUNTADO, COM O
      *REMARKS. RETURN-CODE GRADUADO PELAS MESMAS REGRAS DO T99P2001,
      *REMARKS. E A PAGINA DA JUNCAO NO T99L727S. RETURN-CODE = O DO
      *REMARKS. LOTE; 888 = PARTICAO AUSENTE, INCOMPLETA OU COM ERRO
      *REMARKS. FATAL (NADA E JUNTADO).
      *DATE-WRITTEN. 15/10/2026.
      *VERSAO 003-MARCIO CONC-15/10/2026-OCORRENCIAS 072/172 (EXCLUSAO
      *VERSAO 003-MARCIO CONC-15/10/2026-COM AFASTAMENTO PROTEGIDO)
      *VERSAO 003-MARCIO CONC-15/10/2026-ENTRE OS REJEITOS E 009/010
      *VERSAO 003-MARCIO CONC-15/10/2026-ENTRE OS AVISOS, COMO NO
      *VERSAO 003-MARCIO CONC-15/10/2026-T99P2001.
      *VERSAO 002-MARCIO CONC-15/10/2026-OCORRENCIA 169 (INICIO DE
      *VERSAO 002-MARCIO CONC-15/10/2026-FERIAS VEDADO) ENTRE OS
      *VERSAO 002-MARCIO CONC-15/10/2026-REJEITOS, COMO NO T99P2001.
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
      **** T99FENT/T99FSAI: ARQUIVO DA PARTICAO EM LEITURA E ARQUIVO
      **** DO LOTE EM GRAVACAO, APONTADOS A CADA JUNCAO POR DDN-ENT/
      **** DDN-SAI (UM TAMANHO DE REGISTRO POR TIPO DE ARQUIVO).
           SELECT T99FENT  ASSIGN TO DDN-ENT
               FILE STATUS IS FS-ENT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99FSAI  ASSIGN TO DDN-SAI
               FILE STATUS IS FS-SAI
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99L701S ASSIGN TO DDN-701S
               FILE STATUS IS FS-701S
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99L900J ASSIGN TO DDN-900J
               FILE STATUS IS FS-900J
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99L900H ASSIGN TO DDN-900H
               FILE STATUS IS FS-900H
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99L900A ASSIGN TO DDN-900A
               FILE STATUS IS FS-900A
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99L727S ASSIGN TO DDN-727S
               FILE STATUS IS FS-727S
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99F900P ASSIGN TO 'T99F900P.txt'
               FILE STATUS IS FS-900P
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99F900Q ASSIGN TO DDN-900Q
               FILE STATUS IS FS-900Q
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
      *
       FILE SECTION.
      *
       FD  T99FENT
           BLOCK  0
           RECORD 152
           RECORDING F.
      *
       01  ENT-REGISTRO.
           03  ENT-CHAVE               PIC X(07).
               88  ENT-HDR                            VALUE '0000000'.
               88  ENT-TRL                            VALUE '9999999'.
           03  FILLER                  PIC X(145).
      *
       FD  T99FSAI
           BLOCK  0
           RECORD 15 TO 152
           RECORDING V.
      *
       01  SAI-REG-015                 PIC X(15).
       01  SAI-REG-019                 PIC X(19).
       01  SAI-REG-025                 PIC X(25).
       01  SAI-REG-041                 PIC X(41).
       01  SAI-REG-060                 PIC X(60).
       01  SAI-REG-077                 PIC X(77).
       01  SAI-REG-080                 PIC X(80).
       01  SAI-REG-090                 PIC X(90).
       01  SAI-REG-152                 PIC X(152).
      *
       FD  T99L701S
           BLOCK  0
           RECORD 72
           RECORDING F.
      *
       01  701S-REGISTRO-FD            PIC X(72).
      *
       FD  T99L900J
           BLOCK  0
           RECORD 129
           RECORDING F.
      *
       01  900J-REGISTRO-FD            PIC X(129).
      *
       FD  T99L900H
           BLOCK  0
           RECORD 129
           RECORDING F.
      *
       01  900H-REGISTRO-FD            PIC X(129).
      *
       FD  T99L900A
           BLOCK  0
           RECORD 65
           RECORDING F.
      *
       01  900A-REGISTRO-FD            PIC X(65).
      *
       FD  T99L727S
           BLOCK  0
           RECORD 72
           RECORDING F.
      *
       01  727S-REGISTRO-FD            PIC X(72).
      *
       FD  T99F900P
           BLOCK  0
           RECORD 1923
           RECORDING F.
      *
       01  900P-REGISTRO-FD            PIC X(1923).
      *
       FD  T99F900Q
           BLOCK  0
           RECORD 1923
           RECORDING F.
      *
       01  900Q-REGISTRO-FD            PIC X(1923).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       77  CTE-PROG                    PIC  X(16)     VALUE
                                               '*** T99P2028 ***'.
       77  CTE-VERS                    PIC  X(06)     VALUE 'VRS003'.
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
      *{{ INCLUI BOOKS }}
            COPY 'T99K100S.cpy'.
            COPY 'T99K200E.cpy'.
            COPY 'T99K200H.cpy'.
            COPY 'T99K200T.cpy'.
            COPY 'T99K300E.cpy'.
            COPY 'T99K450S.cpy'.
            COPY 'T99K701S.cpy'.
            COPY 'T99K727S.cpy'.
            COPY 'T99K900A.cpy'.
            COPY 'T99K900J.cpy'.
            COPY 'T99K900P.cpy'.
      *{{  FIM BOOKS  }}
       77  FS-ENT                      PIC  XX.
       77  FS-SAI                      PIC  XX.
       77  FS-701S                     PIC  XX.
       77  FS-900J                     PIC  XX.
       77  FS-900H                     PIC  XX.
       77  FS-900A                     PIC  XX.
       77  FS-727S                     PIC  XX.
       77  FS-900P                     PIC  XX.
       77  FS-900Q                     PIC  XX.
      **** NOMES DOS ARQUIVOS DO LOTE: MESMOS DEFAULTS DO T99P2001,
      **** SOBREPOSTOS PELO CARTAO PRINCIPAL EM 900009. NA PARTICAO
      **** CADA UM TEM O MESMO NOME DENTRO DO DIRETORIO PARTNN.
       77  DDN-100S                    PIC  X(20)     VALUE
                                               'T99F100S.txt'.
       77  DDN-100C                    PIC  X(20)     VALUE
                                               'T99F100C.txt'.
       77  DDN-100F                    PIC  X(20)     VALUE
                                               'T99F100F.txt'.
       77  DDN-100X                    PIC  X(20)     VALUE
                                               'T99F100X.txt'.
       77  DDN-350S                    PIC  X(20)     VALUE
                                               'T99F350S.txt'.
       77  DDN-350H                    PIC  X(20)     VALUE
                                               'T99F350H.txt'.
       77  DDN-450S                    PIC  X(20)     VALUE
                                               'T99F450S.txt'.
       77  DDN-100I                    PIC  X(20)     VALUE
                                               'T99F100I.dat'.
       77  DDN-100R                    PIC  X(20)     VALUE
                                               'T99F100R.txt'.
       77  DDN-200H                    PIC  X(20)     VALUE
                                               'T99F200H.txt'.
       77  DDN-200E                    PIC  X(20)     VALUE
                                               'T99F200E.txt'.
       77  DDN-200R                    PIC  X(20)     VALUE
                                               'T99F200R.txt'.
       77  DDN-300R                    PIC  X(20)     VALUE
                                               'T99F300R.txt'.
       77  DDN-200P                    PIC  X(20)     VALUE
                                               'T99F200P.txt'.
       77  DDN-200Z                    PIC  X(20)     VALUE
                                               'T99F200Z.txt'.
       77  DDN-200A                    PIC  X(20)     VALUE
                                               'T99F200A.txt'.
       77  DDN-701S                    PIC  X(20)     VALUE
                                               'T99L701S.txt'.
       77  DDN-702A                    PIC  X(20)     VALUE
                                               'T99L702A.txt'.
       77  DDN-900J                    PIC  X(20)     VALUE
                                               'T99L900J.txt'.
       77  DDN-900H                    PIC  X(20)     VALUE
                                               'T99L900H.txt'.
       77  DDN-900A                    PIC  X(20)     VALUE
                                               'T99L900A.txt'.
       77  DDN-727S                    PIC  X(20)     VALUE
                                               'T99L727S.txt'.
       77  DDN-200E-2                  PIC  X(20)     VALUE SPACES.
       77  DDN-200E-3                  PIC  X(20)     VALUE SPACES.
       77  DDN-100XF                   PIC  X(20)     VALUE SPACES.
      **** NOMES MONTADOS: ARQUIVO DA VEZ (NOME-JUNTA) NO LOTE E NA
      **** PARTICAO, CARTAO E RESUMO DE CADA PARTICAO, COPIAS DE
      **** GUARDA DA NOITE ANTERIOR E RETORNOS DAS FILIAIS.
       77  DDN-ENT                     PIC  X(40)     VALUE SPACES.
       77  DDN-SAI                     PIC  X(30)     VALUE SPACES.
       77  DDN-900Q                    PIC  X(40)     VALUE SPACES.
       77  DDN-DIR-PART                PIC  X(08)     VALUE SPACES.
       77  DDN-100S-BASE               PIC  X(20)     VALUE SPACES.
       77  DDN-701S-BASE               PIC  X(20)     VALUE SPACES.
       77  DDN-100S-HIST               PIC  X(30)     VALUE SPACES.
       77  DDN-701S-HIST               PIC  X(30)     VALUE SPACES.
       77  DDN-450S-BASE               PIC  X(20)     VALUE SPACES.
       77  DDN-450S-ANT                PIC  X(30)     VALUE SPACES.
       77  DDN-200T-BASE               PIC  X(20)     VALUE SPACES.
       77  DDN-200T                    PIC  X(30)     VALUE SPACES.
       77  FUN-100I                    PIC  X(01)     VALUE SPACE.
       77  RET-100I                    PIC  X(02)     VALUE '00'.
       01  REG-TRAB-100I               PIC  X(90).
       77  RC-ARQ                      PIC S9(09) COMP VALUE 0.
      *
       01  DATA-SISTEMA-GRP.
           03  DATA-SISTEMA          PIC  9(08).
       77  DATA-ARQ-HIST               PIC  9(08)     VALUE 0.
       77  HORA-SISTEMA                PIC  9(06)     VALUE 0.
      *
       77  SW-FIM-ARQ                  PIC  X(01)     VALUE 'N'.
           88  FIM-ARQ                                  VALUE 'S'.
       77  SW-INDEXADO                 PIC  X(01)     VALUE 'S'.
           88  INDEXADO-DISPONIVEL                      VALUE 'S'.
       77  SW-450S-COMPLETO            PIC  X(01)     VALUE 'N'.
           88  450S-COMPLETO                            VALUE 'S'.
      *
      **** JUNCAO DA VEZ (310000/410000): NOME DO ARQUIVO, TIPO DE
      **** CADEIA ('S' = CADASTRO T99F100S; 'M' = MOVIMENTO NO LAYOUT
      **** T99F200E; 'A' = AFASTAMENTO NO LAYOUT T99F300E; 'T' =
      **** RETORNO T99F200T; 'D' = DEPENDENTES T99F450S), TAMANHO DO
      **** REGISTRO E MODO DA CONCATENACAO ('O' = ARQUIVO DA NOITE,
      **** OBRIGATORIO EM TODA PARTICAO; 'E' = HISTORICO ACRESCIDO EM
      **** EXTEND E APAGADO DA PARTICAO).
       77  NOME-JUNTA                  PIC  X(30)     VALUE SPACES.
       77  TIPO-JUNTA                  PIC  X(01)     VALUE SPACE.
       77  TAM-JUNTA                   PIC  9(03)     VALUE 0.
       77  MODO-JUNTA                  PIC  X(01)     VALUE SPACE.
       77  CNT-SEQ-JUNTA               PIC  9(07)     VALUE 0.
       77  SMT-SEQ-JUNTA               PIC  9(09)     VALUE 0.
       77  CNT-DET-PART                PIC  9(07)     VALUE 0.
       77  CNT-REG-JUNTA               PIC  9(07)     VALUE 0.
       77  CNT-DET-100S                PIC  9(07)     VALUE 0.
      **** O SEQ DO T99F200H E O DO T99F200A DA NOITE: NA JUNCAO, O
      **** DE CADA PARTICAO E DESLOCADO PELOS APLICADOS DAS ANTERIORES.
       77  DESLOC-200A                 PIC  9(07)     VALUE 0.
       77  SW-SAI-ABERTA               PIC  X(01)     VALUE 'N'.
           88  SAI-ABERTA                               VALUE 'S'.
      *
      **** PARTICOES ENCONTRADAS (CARTAO E RESUMO DE JOB DE CADA UMA).
       77  QTD-PART                    PIC  9(02)     VALUE 0.
       77  IDX-PART                    PIC  9(02)     VALUE 0.
       77  MATR-PROX-INI               PIC  9(07)     VALUE 0.
       01  TAB-PART-GERAL.
           03  TAB-PART-ENT  OCCURS  20  TIMES.
               05  TAB-PART-INI        PIC  9(07).
               05  TAB-PART-FIM        PIC  9(07).
               05  TAB-PART-RC         PIC  9(03).
               05  TAB-PART-QTD-100S   PIC  9(07).
               05  TAB-PART-QTD-OCORR  PIC  9(07).
               05  TAB-PART-QTD-200R   PIC  9(07).
               05  TAB-PART-QTD-200A   PIC  9(07).
      *
      **** RESUMO DO JOB JUNTADO: CONTAGENS DAS ENTRADAS (IGUAIS EM
      **** TODA PARTICAO, QUE LE OS ARQUIVOS COMUNS INTEIROS) E SOMAS.
       01  900J-JUNTADO.
           03  JUN-PROG                PIC  X(08).
           03  JUN-DATA                PIC  9(08).
           03  JUN-QTD-100E            PIC  9(07).
           03  JUN-QTD-200E            PIC  9(07).
           03  JUN-QTD-300E            PIC  9(07).
           03  JUN-QTD-ERROS           PIC  9(07).
           03  JUN-POR-ARQ  OCCURS 4 TIMES.
               05  JUN-ACEITOS-ARQ     PIC  9(07).
               05  JUN-REJEIT-ARQ      PIC  9(07).
       77  IDX-ORIGEM                  PIC  9(01)     VALUE 0.
      *
      **** T99L701S: PAGINACAO DO RELATORIO JUNTADO (MESMAS REGRAS DE
      **** 430001/440000 DO T99P2001) E RESUMO DE OCORRENCIAS SOMADO:
      **** POR CODIGO (TEXTO DO TAB-ERROS, CODIGO NOS 3 PRIMEIROS
      **** BYTES) E, NA ORDEM EM QUE APARECEM, AS LINHAS DE TOTAL POR
      **** ARQUIVO DE ORIGEM.
       77  LINHA-701S                  PIC  9(03)     VALUE 16.
       77  PAG-701S                    PIC  9(04)     VALUE 1.
       77  LINHAS-POR-PAGINA           PIC  9(03)     VALUE 16.
       77  PULA-CABEC                  PIC  9(01)     VALUE 0.
       77  MODO-701S                   PIC  X(01)     VALUE 'D'.
           88  701S-DETALHE                             VALUE 'D'.
           88  701S-RESUMO                              VALUE 'R'.
           88  701S-FIM                                 VALUE 'F'.
       77  SW-TEM-CAB-01               PIC  X(01)     VALUE 'N'.
           88  TEM-CAB-01                               VALUE 'S'.
       77  CAB-01-SALVO                PIC  X(72)     VALUE SPACES.
       77  QTD-LIDA                    PIC  9(07)     VALUE 0.
       77  COD-LIDO                    PIC  9(03)     VALUE 0.
       77  IDX-ERRO                    PIC  9(03)     VALUE 0.
       77  QTD-OCORR-TOTAL             PIC  9(07)     VALUE 0.
       01  TAB-RESUMO-GERAL.
           03  TAB-RES-COD  OCCURS  200  TIMES.
               05  TAB-RES-DESC        PIC  X(16).
               05  TAB-RES-QTDE        PIC  9(07).
       77  QTD-RES-ARQ                 PIC  9(02)     VALUE 0.
       77  IDX-RES-ARQ                 PIC  9(02)     VALUE 0.
       01  TAB-RES-ARQ-GERAL.
           03  TAB-RES-ARQ  OCCURS  10  TIMES.
               05  TAB-RES-ARQ-DESC    PIC  X(16).
               05  TAB-RES-ARQ-QTDE    PIC  9(07).
      *
      **** RETURN-CODE DO LOTE JUNTADO (VIDE 950000-DEFINE-RETURN-CODE
      **** DO T99P2001, AQUI REPETIDO SOBRE O RESUMO SOMADO).
       77  PCT-MAX-REJEITOS            PIC  9(03)     VALUE 0.
       77  CNT-REJEITOS                PIC  9(07)     VALUE 0.
       77  CNT-AVISOS                  PIC  9(07)     VALUE 0.
       77  QTD-MVTOS-200E              PIC  9(09)     VALUE 0.
       77  PCT-REJEITOS                PIC  9(03)V9   VALUE 0.
       77  RC-LOTE                     PIC  9(03)     VALUE 0.
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
           PERFORM 900000-OBTEM-DATA-SISTEMA
           PERFORM 900008-LE-PARAMETROS
           PERFORM 100000-LOCALIZA-PARTICOES
           PERFORM 200000-GUARDA-ANTERIORES
      *
           PERFORM 300000-JUNTA-CADASTRO
           PERFORM 320000-JUNTA-MOVIMENTOS
           PERFORM 330000-JUNTA-RETORNOS
           MOVE DDN-450S TO NOME-JUNTA
           MOVE 'D'      TO TIPO-JUNTA
           PERFORM 310000-JUNTA-ENCADEADO
      *
           PERFORM 400000-CONCATENA-SAIDAS
           PERFORM 450000-ACUMULA-HISTORICOS
           PERFORM 500000-JUNTA-RELATORIO
      *
           PERFORM 600000-DEFINE-RETURN-CODE
           PERFORM 650000-GRAVA-RESUMO-JOB
           PERFORM 700000-GRAVA-JUNCAO-727S
      *
           MOVE RC-LOTE TO RETURN-CODE
           DISPLAY CTE-PROG ' ' CTE-VERS ' *** ' QTD-PART
                   ' PARTICOES JUNTADAS - RETURN-CODE ' RC-LOTE
           DISPLAY CTE-PROG ' ' CTE-VERS ' *** 999 *** FIM NORMAL'
           .
       999999-ENCERRA.
           GOBACK
           .
      *-----------------------------
       100000-LOCALIZA-PARTICOES SECTION.
      *-----------------------------
      **** LE O CARTAO DE CADA PARTICAO GERADO PELO T99P2027 (A
      **** PRIMEIRA TRAZ A QUANTIDADE) E CONFERE QUE AS FAIXAS COBREM
      **** TODAS AS MATRICULAS SEM FALHA NEM SOBREPOSICAO; O RESUMO DE
      **** JOB DE CADA PARTICAO PROVA QUE O T99P2001 TERMINOU NELA SEM
      **** ERRO FATAL. QUALQUER FALTA IMPEDE A JUNCAO: JUNTAR SO PARTE
      **** DAS FAIXAS APAGARIA DO CADASTRO AS MATRICULAS DAS DEMAIS.
           MOVE 1 TO QTD-PART
           MOVE 0 TO MATR-PROX-INI
           MOVE ZEROES TO TAB-PART-GERAL
           INITIALIZE 900J-JUNTADO
           MOVE 1 TO IDX-PART
           PERFORM WITH TEST BEFORE
                   UNTIL IDX-PART GREATER THAN QTD-PART
                   PERFORM 110000-LE-CARTAO-PARTICAO
                   PERFORM 120000-LE-RESUMO-PARTICAO
                   ADD 1 TO IDX-PART
           END-PERFORM
           .
       100999-SAIDA. EXIT.
      *-----------------------------
       110000-LE-CARTAO-PARTICAO SECTION.
      *-----------------------------
           PERFORM 190000-MONTA-DIR-PARTICAO
           MOVE SPACES TO DDN-900Q
           STRING DDN-DIR-PART    DELIMITED BY SPACE
                  '/T99F900P.txt' DELIMITED BY SIZE
                  INTO DDN-900Q
           MOVE SPACES TO 900P-REGISTRO
           OPEN INPUT T99F900Q
           IF FS-900Q NOT EQUAL ZEROES
              PERFORM 999002-ERRO-002
           END-IF
           READ T99F900Q INTO 900P-REGISTRO
               AT END
                   CLOSE T99F900Q
                   PERFORM 999002-ERRO-002
           END-READ
           CLOSE T99F900Q
           IF IDX-PART EQUAL 1
              IF 900P-QTD-PARTICOES NOT NUMERIC OR
                 900P-QTD-PARTICOES LESS THAN 2 OR
                 900P-QTD-PARTICOES GREATER THAN 20
                 PERFORM 999002-ERRO-002
              END-IF
              MOVE 900P-QTD-PARTICOES TO QTD-PART
           END-IF
           IF 900P-PART-NUM NOT NUMERIC OR
              900P-PART-MATR-INI NOT NUMERIC OR
              900P-PART-MATR-FIM NOT NUMERIC
              PERFORM 999002-ERRO-002
           END-IF
           IF 900P-PART-NUM NOT EQUAL IDX-PART OR
              900P-PART-MATR-INI NOT EQUAL MATR-PROX-INI OR
              900P-PART-MATR-FIM LESS THAN 900P-PART-MATR-INI
              PERFORM 999002-ERRO-002
           END-IF
      *- - SO A ULTIMA FAIXA VAI ATE O FIM DAS MATRICULAS.
           IF (IDX-PART EQUAL QTD-PART AND
               900P-PART-MATR-FIM NOT EQUAL 9999999) OR
              (IDX-PART LESS THAN QTD-PART AND
               900P-PART-MATR-FIM EQUAL 9999999)
              PERFORM 999002-ERRO-002
           END-IF
           MOVE 900P-PART-MATR-INI TO TAB-PART-INI (IDX-PART)
           MOVE 900P-PART-MATR-FIM TO TAB-PART-FIM (IDX-PART)
           IF 900P-PART-MATR-FIM LESS THAN 9999999
              COMPUTE MATR-PROX-INI = 900P-PART-MATR-FIM + 1
           END-IF
           .
       110999-SAIDA. EXIT.
      *-----------------------------
       120000-LE-RESUMO-PARTICAO SECTION.
      *-----------------------------
      **** O T99P2027 APAGA O RESUMO VELHO AO PREPARAR A PARTICAO:
      **** PRESENTE, E O DESTA NOITE.
           MOVE SPACES TO DDN-ENT
           STRING DDN-DIR-PART DELIMITED BY SPACE
                  '/'          DELIMITED BY SIZE
                  DDN-900J     DELIMITED BY SPACE
                  INTO DDN-ENT
           OPEN INPUT T99FENT
           IF FS-ENT NOT EQUAL ZEROES
              PERFORM 999003-ERRO-003
           END-IF
           READ T99FENT
               AT END
                   CLOSE T99FENT
                   PERFORM 999003-ERRO-003
           END-READ
           CLOSE T99FENT
           MOVE ENT-REGISTRO (1:129) TO 900J-LINHA
           IF 900J-PROG NOT EQUAL 'T99P2001' OR
              900J-RETURN-CODE NOT NUMERIC
              PERFORM 999003-ERRO-003
           END-IF
           IF 900J-RETURN-CODE NOT LESS THAN 888
              PERFORM 999004-ERRO-004
           END-IF
           MOVE 900J-RETURN-CODE TO TAB-PART-RC (IDX-PART)
           MOVE 900J-QTD-ERROS   TO TAB-PART-QTD-OCORR (IDX-PART)
           IF IDX-PART EQUAL 1
              MOVE 900J-PROG     TO JUN-PROG
              MOVE 900J-DATA     TO JUN-DATA
              MOVE 900J-QTD-100E TO JUN-QTD-100E
              MOVE 900J-QTD-200E TO JUN-QTD-200E
              MOVE 900J-QTD-300E TO JUN-QTD-300E
           END-IF
           ADD 900J-QTD-ERROS TO JUN-QTD-ERROS
           PERFORM VARYING IDX-ORIGEM FROM 1 BY 1
                   UNTIL IDX-ORIGEM GREATER THAN 4
                   ADD 900J-ACEITOS-ARQ (IDX-ORIGEM)
                                  TO JUN-ACEITOS-ARQ (IDX-ORIGEM)
                   ADD 900J-REJEIT-ARQ (IDX-ORIGEM)
                                  TO JUN-REJEIT-ARQ (IDX-ORIGEM)
           END-PERFORM
           .
       120999-SAIDA. EXIT.
      *-----------------------------
       190000-MONTA-DIR-PARTICAO SECTION.
      *-----------------------------
           MOVE SPACES TO DDN-DIR-PART
           STRING 'PART'   DELIMITED BY SIZE
                  IDX-PART DELIMITED BY SIZE
                  INTO DDN-DIR-PART
           .
       190999-SAIDA. EXIT.
      *-----------------------------
       195000-MONTA-NOME-PARTICAO SECTION.
      *-----------------------------
      **** DDN-ENT = PARTNN/NOME-JUNTA.
           PERFORM 190000-MONTA-DIR-PARTICAO
           MOVE SPACES TO DDN-ENT
           STRING DDN-DIR-PART DELIMITED BY SPACE
                  '/'          DELIMITED BY SIZE
                  NOME-JUNTA   DELIMITED BY SPACE
                  INTO DDN-ENT
           .
       195999-SAIDA. EXIT.
      *-----------------------------
       200000-GUARDA-ANTERIORES SECTION.
      *-----------------------------
      **** O QUE O T99P2001 FAZ NA EXECUCAO UNICA ANTES DE ABRIR AS
      **** SAIDAS (900010/900028 DELE), E QUE NA PARTICAO FICA PARA A
      **** JUNCAO: T99F100S/T99L701S DA NOITE ANTERIOR GUARDADOS COM
      **** A DATA DO HEADER DO PROPRIO T99F100S (NA FALTA, A
      **** DATA-SISTEMA) E O T99F450S COMPLETO GUARDADO COMO .ANT.
           MOVE DATA-SISTEMA TO DATA-ARQ-HIST
           MOVE DDN-100S TO DDN-ENT
           OPEN INPUT T99FENT
           IF FS-ENT EQUAL ZEROES
              READ T99FENT INTO 100S-REGISTRO
                  AT END
                      CONTINUE
                  NOT AT END
                      MOVE 100S-AMD-ARQ TO DATA-ARQ-HIST
              END-READ
              CLOSE T99FENT
           END-IF
           MOVE SPACES TO DDN-100S-BASE
           UNSTRING DDN-100S DELIMITED BY '.' INTO DDN-100S-BASE
           MOVE SPACES TO DDN-701S-BASE
           UNSTRING DDN-701S DELIMITED BY '.' INTO DDN-701S-BASE
           STRING DDN-100S-BASE DELIMITED BY SPACE
                  '.'         DELIMITED BY SIZE
                  DATA-ARQ-HIST DELIMITED BY SIZE
                  '.txt'      DELIMITED BY SIZE
                  INTO DDN-100S-HIST
           STRING DDN-701S-BASE DELIMITED BY SPACE
                  '.'         DELIMITED BY SIZE
                  DATA-ARQ-HIST DELIMITED BY SIZE
                  '.txt'      DELIMITED BY SIZE
                  INTO DDN-701S-HIST
           CALL 'CBL_RENAME_FILE' USING DDN-100S DDN-100S-HIST
           CALL 'CBL_RENAME_FILE' USING DDN-701S DDN-701S-HIST
      *
           MOVE SPACES TO DDN-450S-BASE
           UNSTRING DDN-450S DELIMITED BY '.' INTO DDN-450S-BASE
           MOVE SPACES TO DDN-450S-ANT
           STRING DDN-450S-BASE DELIMITED BY SPACE
                  '.ANT.txt'    DELIMITED BY SIZE
                  INTO DDN-450S-ANT
           MOVE 'N' TO SW-450S-COMPLETO
           MOVE 'N' TO SW-FIM-ARQ
           MOVE DDN-450S TO DDN-ENT
           OPEN INPUT T99FENT
           IF FS-ENT EQUAL ZEROES
              PERFORM WITH TEST BEFORE UNTIL FIM-ARQ
                       READ T99FENT
                           AT END
                               MOVE 'S' TO SW-FIM-ARQ
                           NOT AT END
                               IF ENT-TRL
                                  MOVE 'S' TO SW-450S-COMPLETO
                               END-IF
                       END-READ
              END-PERFORM
              CLOSE T99FENT
           END-IF
           IF 450S-COMPLETO
              CALL 'CBL_RENAME_FILE' USING DDN-450S DDN-450S-ANT
           END-IF
           .
       200999-SAIDA. EXIT.
      *-----------------------------
       300000-JUNTA-CADASTRO SECTION.
      *-----------------------------
      **** T99F100S JUNTADO E A COPIA INDEXADA, RECRIADA A PARTIR
      **** DELE (NA PARTICAO ELA NAO E GRAVADA). MODULO AUSENTE OU
      **** ERRO NA COPIA SO AVISA, COMO NO T99P2001.
           MOVE 'S' TO SW-INDEXADO
           MOVE 'A' TO FUN-100I
           CALL 'T99S100I' USING FUN-100I DDN-100I REG-TRAB-100I
                                 RET-100I
               ON EXCEPTION
                   MOVE '99' TO RET-100I
                   PERFORM 305000-DESLIGA-INDEXADO
           END-CALL
           IF INDEXADO-DISPONIVEL AND RET-100I NOT EQUAL '00' AND
              RET-100I NOT EQUAL '05'
              PERFORM 305000-DESLIGA-INDEXADO
           END-IF
           MOVE DDN-100S TO NOME-JUNTA
           MOVE 'S'      TO TIPO-JUNTA
           PERFORM 310000-JUNTA-ENCADEADO
           IF INDEXADO-DISPONIVEL
              MOVE 'F' TO FUN-100I
              CALL 'T99S100I' USING FUN-100I DDN-100I REG-TRAB-100I
                                    RET-100I
                  ON EXCEPTION
                      CONTINUE
              END-CALL
           END-IF
           .
       300999-SAIDA. EXIT.
      *-----------------------------
       305000-DESLIGA-INDEXADO SECTION.
      *-----------------------------
           MOVE 'N' TO SW-INDEXADO
           DISPLAY CTE-PROG ' ' CTE-VERS
              ' *** AVISO: COPIA INDEXADA T99F100I INDISPONIVEL ('
              RET-100I ') - JUNCAO SEGUE SEM ELA'
           .
       305999-SAIDA. EXIT.
      *-----------------------------
       310000-JUNTA-ENCADEADO SECTION.
      *-----------------------------
      **** JUNTA UM ARQUIVO COM HEADER/TRAILER (NOME-JUNTA, LAYOUT EM
      **** TIPO-JUNTA): HEADER DA PRIMEIRA PARTICAO (O MESMO EM TODAS),
      **** DETALHES DE CADA FAIXA NA ORDEM DAS FAIXAS COM O SEQ
      **** RENUMERADO NA CADEIA DO LOTE (O HEADER E O SEQ 1) E O
      **** TRAILER REFEITO COM O SOMAT-SEQ (OU A QUANTIDADE DE
      **** DEPENDENTES) DO LOTE INTEIRO.
           MOVE NOME-JUNTA TO DDN-SAI
           OPEN OUTPUT T99FSAI
           IF FS-SAI NOT EQUAL ZEROES
              PERFORM 999001-ERRO-001
           END-IF
           MOVE 1 TO CNT-SEQ-JUNTA
           MOVE 1 TO SMT-SEQ-JUNTA
           MOVE 0 TO CNT-REG-JUNTA
           PERFORM VARYING IDX-PART FROM 1 BY 1
                   UNTIL IDX-PART GREATER THAN QTD-PART
                   PERFORM 195000-MONTA-NOME-PARTICAO
                   MOVE 0 TO CNT-DET-PART
                   MOVE 'N' TO SW-FIM-ARQ
                   OPEN INPUT T99FENT
                   IF FS-ENT NOT EQUAL ZEROES
                      PERFORM 999005-ERRO-005
                   END-IF
                   PERFORM WITH TEST BEFORE UNTIL FIM-ARQ
                            READ T99FENT
                                AT END
                                    MOVE 'S' TO SW-FIM-ARQ
                                NOT AT END
                                    PERFORM 315000-TRATA-REG-ENCADEADO
                            END-READ
                   END-PERFORM
                   CLOSE T99FENT
                   IF TIPO-JUNTA EQUAL 'S'
                      MOVE CNT-DET-PART TO TAB-PART-QTD-100S (IDX-PART)
                   END-IF
                   IF NOME-JUNTA EQUAL DDN-200R
                      MOVE CNT-DET-PART TO TAB-PART-QTD-200R (IDX-PART)
                   END-IF
                   IF NOME-JUNTA EQUAL DDN-200A
                      MOVE CNT-DET-PART TO TAB-PART-QTD-200A (IDX-PART)
                   END-IF
           END-PERFORM
           PERFORM 318000-GRAVA-TRAILER
           CLOSE T99FSAI
           .
       310999-SAIDA. EXIT.
      *-----------------------------
       315000-TRATA-REG-ENCADEADO SECTION.
      *-----------------------------
           IF ENT-HDR
              IF IDX-PART EQUAL 1 AND CNT-REG-JUNTA EQUAL 0
                 PERFORM 316000-GRAVA-REG-JUNTA
              END-IF
              GO TO 315999-SAIDA
           END-IF
           IF ENT-TRL
              GO TO 315999-SAIDA
           END-IF
           ADD 1 TO CNT-DET-PART
           IF TIPO-JUNTA EQUAL 'D'
              PERFORM 316000-GRAVA-REG-JUNTA
              GO TO 315999-SAIDA
           END-IF
           ADD 1 TO CNT-SEQ-JUNTA
           EVALUATE TIPO-JUNTA
               WHEN 'S'
                    MOVE ENT-REGISTRO  TO 100S-REGISTRO
                    MOVE CNT-SEQ-JUNTA TO 100S-SEQ
                    MOVE 100S-REGISTRO TO ENT-REGISTRO
                    ADD 1 TO CNT-DET-100S
               WHEN 'M'
                    MOVE ENT-REGISTRO  TO 200E-REGISTRO
                    MOVE CNT-SEQ-JUNTA TO 200E-SEQ
                    MOVE 200E-REGISTRO TO ENT-REGISTRO
               WHEN 'A'
                    MOVE ENT-REGISTRO  TO 300E-REGISTRO
                    MOVE CNT-SEQ-JUNTA TO 300E-SEQ
                    MOVE 300E-REGISTRO TO ENT-REGISTRO
               WHEN 'T'
                    MOVE ENT-REGISTRO  TO 200T-REGISTRO
                    MOVE CNT-SEQ-JUNTA TO 200T-SEQ
                    MOVE 200T-REGISTRO TO ENT-REGISTRO
           END-EVALUATE
           ADD CNT-SEQ-JUNTA TO SMT-SEQ-JUNTA
           PERFORM 316000-GRAVA-REG-JUNTA
           IF TIPO-JUNTA EQUAL 'S' AND INDEXADO-DISPONIVEL
              PERFORM 317000-GRAVA-INDEXADO
           END-IF
           .
       315999-SAIDA. EXIT.
      *-----------------------------
       316000-GRAVA-REG-JUNTA SECTION.
      *-----------------------------
      **** GRAVA ENT-REGISTRO NO TAMANHO DO ARQUIVO DA VEZ.
           EVALUATE TIPO-JUNTA
               WHEN 'A'
               WHEN 'T'
                    WRITE SAI-REG-060 FROM ENT-REGISTRO
               WHEN 'D'
                    WRITE SAI-REG-080 FROM ENT-REGISTRO
               WHEN OTHER
                    WRITE SAI-REG-090 FROM ENT-REGISTRO
           END-EVALUATE
           ADD 1 TO CNT-REG-JUNTA
           .
       316999-SAIDA. EXIT.
      *-----------------------------
       317000-GRAVA-INDEXADO SECTION.
      *-----------------------------
           MOVE 'G' TO FUN-100I
           MOVE 100S-REGISTRO TO REG-TRAB-100I
           CALL 'T99S100I' USING FUN-100I DDN-100I REG-TRAB-100I
                                 RET-100I
               ON EXCEPTION
                   MOVE '99' TO RET-100I
                   PERFORM 305000-DESLIGA-INDEXADO
           END-CALL
           IF INDEXADO-DISPONIVEL AND RET-100I NOT EQUAL '00' AND
              RET-100I NOT EQUAL '02'
              PERFORM 305000-DESLIGA-INDEXADO
           END-IF
           .
       317999-SAIDA. EXIT.
      *-----------------------------
       318000-GRAVA-TRAILER SECTION.
      *-----------------------------
      **** TRAILER NO FORMATO QUE O T99P2001 GRAVA EM 600000.
           EVALUATE TIPO-JUNTA
               WHEN 'S'
                    MOVE SPACES         TO 100S-REG-TRL
                    MOVE 99999999       TO 100S-REG-TRL
                    MOVE SMT-SEQ-JUNTA  TO 100S-SOMAT-SEQ
                    WRITE SAI-REG-090 FROM 100S-REG-TRL
               WHEN 'M'
                    MOVE SPACES         TO 200E-REGISTRO
                    MOVE 9999999        TO 200E-MATR
                    MOVE SMT-SEQ-JUNTA  TO 200E-SOMAT-SEQ
                    WRITE SAI-REG-090 FROM 200E-REGISTRO
               WHEN 'A'
                    MOVE SPACES         TO 300E-REGISTRO
                    MOVE 9999999        TO 300E-MATR
                    MOVE SMT-SEQ-JUNTA  TO 300E-SOMAT-SEQ
                    WRITE SAI-REG-060 FROM 300E-REGISTRO
               WHEN 'T'
                    MOVE SPACES         TO 200T-REGISTRO
                    MOVE 9999999        TO 200T-MATR
                    MOVE SMT-SEQ-JUNTA  TO 200T-SOMAT-SEQ
                    COMPUTE 200T-QTD-DET = CNT-SEQ-JUNTA - 1
                    WRITE SAI-REG-060 FROM 200T-REGISTRO
               WHEN 'D'
                    MOVE SPACES         TO 450S-REGISTRO
                    MOVE 9999999        TO 450S-MATR
                    COMPUTE 450S-QTD-DEP = CNT-REG-JUNTA - 1
                    WRITE SAI-REG-080 FROM 450S-REGISTRO
           END-EVALUATE
           .
       318999-SAIDA. EXIT.
      *-----------------------------
       320000-JUNTA-MOVIMENTOS SECTION.
      *-----------------------------
      **** REJEITOS, PENDENTES, SUSPENSE E APLICADOS (LAYOUT
      **** T99F200E) E AFASTAMENTOS ORFAOS (LAYOUT T99F300E).
           MOVE 'M'      TO TIPO-JUNTA
           MOVE DDN-200R TO NOME-JUNTA
           PERFORM 310000-JUNTA-ENCADEADO
           MOVE DDN-200P TO NOME-JUNTA
           PERFORM 310000-JUNTA-ENCADEADO
           MOVE DDN-200Z TO NOME-JUNTA
           PERFORM 310000-JUNTA-ENCADEADO
           MOVE DDN-200A TO NOME-JUNTA
           PERFORM 310000-JUNTA-ENCADEADO
           MOVE 'A'      TO TIPO-JUNTA
           MOVE DDN-300R TO NOME-JUNTA
           PERFORM 310000-JUNTA-ENCADEADO
           .
       320999-SAIDA. EXIT.
      *-----------------------------
       330000-JUNTA-RETORNOS SECTION.
      *-----------------------------
      **** UM RETORNO POR ARQUIVO DE MOVIMENTO DA NOITE, COM O NOME
      **** DO ARQUIVO DE ORIGEM (VIDE 900027-ABRE-RETORNOS DO
      **** T99P2001).
           MOVE 'T'      TO TIPO-JUNTA
           MOVE DDN-200E TO DDN-200T-BASE
           PERFORM 335000-JUNTA-UM-RETORNO
           IF DDN-200E-2 NOT EQUAL SPACES
              MOVE DDN-200E-2 TO DDN-200T-BASE
              PERFORM 335000-JUNTA-UM-RETORNO
           END-IF
           IF DDN-200E-3 NOT EQUAL SPACES
              MOVE DDN-200E-3 TO DDN-200T-BASE
              PERFORM 335000-JUNTA-UM-RETORNO
           END-IF
           .
       330999-SAIDA. EXIT.
      *-----------------------------
       335000-JUNTA-UM-RETORNO SECTION.
      *-----------------------------
           MOVE SPACES TO DDN-200T
           UNSTRING DDN-200T-BASE DELIMITED BY '.' INTO DDN-200T
           MOVE DDN-200T TO DDN-200T-BASE
           MOVE SPACES TO DDN-200T
           STRING DDN-200T-BASE DELIMITED BY SPACE
                  '.RET.txt'    DELIMITED BY SIZE
                  INTO DDN-200T
           MOVE DDN-200T TO NOME-JUNTA
           PERFORM 310000-JUNTA-ENCADEADO
           .
       335999-SAIDA. EXIT.
      *-----------------------------
       400000-CONCATENA-SAIDAS SECTION.
      *-----------------------------
      **** ARQUIVOS SEM HEADER/TRAILER, GRAVADOS EM ORDEM DE
      **** MATRICULA: AS FAIXAS EM ORDEM SAO O ARQUIVO DA NOITE.
           MOVE 'O' TO MODO-JUNTA
           MOVE DDN-100C TO NOME-JUNTA
           MOVE 19       TO TAM-JUNTA
           PERFORM 410000-CONCATENA
           MOVE DDN-100F TO NOME-JUNTA
           MOVE 15       TO TAM-JUNTA
           PERFORM 410000-CONCATENA
           MOVE DDN-100X TO NOME-JUNTA
           MOVE 77       TO TAM-JUNTA
           PERFORM 410000-CONCATENA
           MOVE DDN-702A TO NOME-JUNTA
           MOVE 80       TO TAM-JUNTA
           PERFORM 410000-CONCATENA
           MOVE DDN-350S TO NOME-JUNTA
           MOVE 25       TO TAM-JUNTA
           PERFORM 410000-CONCATENA
      *- - EXTRATO INTEGRAL (CPF EM CLARO): A GERACAO E REGISTRADA NO
      *- - LOG DE ACESSO UMA VEZ, PELO ARQUIVO JUNTADO.
           IF DDN-100XF NOT EQUAL SPACES
              MOVE DDN-100XF TO NOME-JUNTA
              MOVE 77        TO TAM-JUNTA
              PERFORM 410000-CONCATENA
              PERFORM 420000-LOGA-EXTRATO-INTEGRAL
           END-IF
           .
       400999-SAIDA. EXIT.
      *-----------------------------
       410000-CONCATENA SECTION.
      *-----------------------------
      **** NO MODO 'E' O ARQUIVO DO LOTE SO E ABERTO QUANDO ALGUMA
      **** PARTICAO GRAVOU O SEU (O T99P2001 TAMBEM NAO CRIA O
      **** HISTORICO QUE NAO TEM O QUE RECEBER).
           MOVE NOME-JUNTA TO DDN-SAI
           MOVE 'N' TO SW-SAI-ABERTA
           IF MODO-JUNTA EQUAL 'O'
              PERFORM 412000-ABRE-SAIDA-CONCATENADA
           END-IF
           MOVE 0 TO CNT-REG-JUNTA
           MOVE 0 TO DESLOC-200A
           PERFORM VARYING IDX-PART FROM 1 BY 1
                   UNTIL IDX-PART GREATER THAN QTD-PART
                   PERFORM 195000-MONTA-NOME-PARTICAO
                   MOVE 'N' TO SW-FIM-ARQ
                   OPEN INPUT T99FENT
                   IF FS-ENT NOT EQUAL ZEROES
                      IF MODO-JUNTA EQUAL 'O'
                         PERFORM 999005-ERRO-005
                      END-IF
                      MOVE 'S' TO SW-FIM-ARQ
                   ELSE
                      IF NOT SAI-ABERTA
                         PERFORM 412000-ABRE-SAIDA-CONCATENADA
                      END-IF
                   END-IF
                   PERFORM WITH TEST BEFORE UNTIL FIM-ARQ
                            READ T99FENT
                                AT END
                                    MOVE 'S' TO SW-FIM-ARQ
                                NOT AT END
                                    PERFORM 415000-GRAVA-CONCATENADO
                            END-READ
                   END-PERFORM
                   IF FS-ENT EQUAL ZEROES OR FS-ENT EQUAL '10'
                      CLOSE T99FENT
                      IF MODO-JUNTA EQUAL 'E'
                         CALL 'CBL_DELETE_FILE' USING DDN-ENT
                              RETURNING RC-ARQ
                      END-IF
                   END-IF
                   ADD TAB-PART-QTD-200A (IDX-PART) TO DESLOC-200A
           END-PERFORM
           IF SAI-ABERTA
              CLOSE T99FSAI
           END-IF
           .
       410999-SAIDA. EXIT.
      *-----------------------------
       412000-ABRE-SAIDA-CONCATENADA SECTION.
      *-----------------------------
           IF MODO-JUNTA EQUAL 'E'
              OPEN EXTEND T99FSAI
              IF FS-SAI NOT EQUAL ZEROES
                 OPEN OUTPUT T99FSAI
              END-IF
           ELSE
              OPEN OUTPUT T99FSAI
           END-IF
           IF FS-SAI NOT EQUAL ZEROES
              PERFORM 999001-ERRO-001
           END-IF
           MOVE 'S' TO SW-SAI-ABERTA
           .
       412999-SAIDA. EXIT.
      *-----------------------------
       415000-GRAVA-CONCATENADO SECTION.
      *-----------------------------
           IF NOME-JUNTA EQUAL DDN-200H AND MODO-JUNTA EQUAL 'E'
              MOVE ENT-REGISTRO TO 200H-REGISTRO
              ADD DESLOC-200A   TO 200H-SEQ
              MOVE 200H-REGISTRO TO ENT-REGISTRO
           END-IF
           EVALUATE TAM-JUNTA
               WHEN 15
                    WRITE SAI-REG-015 FROM ENT-REGISTRO
               WHEN 19
                    WRITE SAI-REG-019 FROM ENT-REGISTRO
               WHEN 25
                    WRITE SAI-REG-025 FROM ENT-REGISTRO
               WHEN 41
                    WRITE SAI-REG-041 FROM ENT-REGISTRO
               WHEN 77
                    WRITE SAI-REG-077 FROM ENT-REGISTRO
               WHEN 80
                    WRITE SAI-REG-080 FROM ENT-REGISTRO
               WHEN OTHER
                    WRITE SAI-REG-152 FROM ENT-REGISTRO
           END-EVALUATE
           ADD 1 TO CNT-REG-JUNTA
           .
       415999-SAIDA. EXIT.
      *-----------------------------
       420000-LOGA-EXTRATO-INTEGRAL SECTION.
      *-----------------------------
      **** MESMA LINHA DO 940000 DO T99P2001 (QUE NA PARTICAO NAO
      **** GRAVA O LOG).
           OPEN EXTEND T99L900A
           IF FS-900A NOT EQUAL ZEROES
              OPEN OUTPUT T99L900A
           END-IF
           IF FS-900A EQUAL ZEROES
              ACCEPT HORA-SISTEMA FROM TIME
              MOVE JUN-DATA      TO 900A-DATA
              MOVE HORA-SISTEMA  TO 900A-HORA
              MOVE DDN-100XF     TO 900A-ARQUIVO
              MOVE CNT-REG-JUNTA TO 900A-QTD-REG
              WRITE 900A-REGISTRO-FD FROM 900A-LINHA
              CLOSE T99L900A
           ELSE
              DISPLAY CTE-PROG ' ' CTE-VERS
                 ' *** AVISO: LOG DE ACESSO ' DDN-900A
                 ' INDISPONIVEL (' FS-900A ')'
           END-IF
           .
       420999-SAIDA. EXIT.
      *-----------------------------
       450000-ACUMULA-HISTORICOS SECTION.
      *-----------------------------
      **** CRUZAMENTO DE READMISSAO, HISTORICO DE MOVIMENTOS E
      **** HISTORICO DE AFASTAMENTOS: O QUE CADA PARTICAO GRAVOU NESTA
      **** NOITE E ACRESCENTADO AO ARQUIVO PERMANENTE DO LOTE, NA
      **** ORDEM DAS FAIXAS, E APAGADO DA PARTICAO (UMA NOVA JUNCAO
      **** NAO ACRESCENTA DE NOVO).
           MOVE 'E' TO MODO-JUNTA
           MOVE DDN-100R TO NOME-JUNTA
           MOVE 41       TO TAM-JUNTA
           PERFORM 410000-CONCATENA
           MOVE DDN-200H TO NOME-JUNTA
           MOVE 152      TO TAM-JUNTA
           PERFORM 410000-CONCATENA
           MOVE DDN-350H TO NOME-JUNTA
           MOVE 25       TO TAM-JUNTA
           PERFORM 410000-CONCATENA
           .
       450999-SAIDA. EXIT.
      *-----------------------------
       500000-JUNTA-RELATORIO SECTION.
      *-----------------------------
      **** T99L701S JUNTADO: AS LINHAS DE DETALHE DAS FAIXAS, NA
      **** ORDEM, REPAGINADAS COMO O T99P2001 PAGINARIA (O CABECALHO
      **** DE CADA PARTICAO E DESCARTADO), E O RESUMO DE OCORRENCIAS
      **** DAS PARTICOES SOMADO.
           OPEN OUTPUT T99L701S
           IF FS-701S NOT EQUAL ZEROES
              MOVE DDN-701S TO DDN-SAI
              PERFORM 999001-ERRO-001
           END-IF
           MOVE DDN-701S TO NOME-JUNTA
           PERFORM VARYING IDX-ERRO FROM 1 BY 1
                   UNTIL IDX-ERRO GREATER THAN 200
                   MOVE SPACES TO TAB-RES-DESC (IDX-ERRO)
                   MOVE 0      TO TAB-RES-QTDE (IDX-ERRO)
           END-PERFORM
           MOVE 0 TO QTD-RES-ARQ
           PERFORM VARYING IDX-PART FROM 1 BY 1
                   UNTIL IDX-PART GREATER THAN QTD-PART
                   PERFORM 195000-MONTA-NOME-PARTICAO
                   MOVE 'D' TO MODO-701S
                   MOVE 0   TO PULA-CABEC
                   MOVE 'N' TO SW-FIM-ARQ
                   OPEN INPUT T99FENT
                   IF FS-ENT NOT EQUAL ZEROES
                      PERFORM 999005-ERRO-005
                   END-IF
                   PERFORM WITH TEST BEFORE UNTIL FIM-ARQ
                            READ T99FENT
                                AT END
                                    MOVE 'S' TO SW-FIM-ARQ
                                NOT AT END
                                    PERFORM 510000-TRATA-LINHA-701S
                            END-READ
                   END-PERFORM
                   CLOSE T99FENT
           END-PERFORM
           PERFORM 530000-GRAVA-RESUMO-701S
           WRITE 701S-REGISTRO-FD FROM 701S-LIN-HIFEN
           WRITE 701S-REGISTRO-FD FROM 701S-FIM-REL
           WRITE 701S-REGISTRO-FD FROM 701S-LIN-HIFEN
           CLOSE T99L701S
           .
       500999-SAIDA. EXIT.
      *-----------------------------
       510000-TRATA-LINHA-701S SECTION.
      *-----------------------------
      **** RELATORIO DA PARTICAO: PAGINAS (CABECALHO DE 6 LINHAS +
      **** DETALHES), HIFEN + '*** RESUMO OCORRENCIAS ***', LINHAS DE
      **** TOTAL ATE O HIFEN, FIM DE RELATORIO.
           IF PULA-CABEC GREATER THAN 0
              SUBTRACT 1 FROM PULA-CABEC
              GO TO 510999-SAIDA
           END-IF
           EVALUATE TRUE
               WHEN 701S-FIM
                    CONTINUE
               WHEN 701S-RESUMO
                    IF ENT-REGISTRO (1:72) EQUAL 701S-LIN-HIFEN
                       MOVE 'F' TO MODO-701S
                    ELSE
                       PERFORM 520000-SOMA-RESUMO
                    END-IF
               WHEN ENT-REGISTRO (1:23) EQUAL '*** RELATORIO ERROS ***'
                    IF NOT TEM-CAB-01
                       MOVE ENT-REGISTRO (1:72) TO CAB-01-SALVO
                       MOVE 'S' TO SW-TEM-CAB-01
                    END-IF
                    MOVE 5 TO PULA-CABEC
               WHEN ENT-REGISTRO (1:72) EQUAL 701S-LIN-HIFEN
                    CONTINUE
               WHEN ENT-REGISTRO (1:72) EQUAL 701S-CAB-RESUMO
                    MOVE 'R' TO MODO-701S
               WHEN OTHER
                    PERFORM 515000-GRAVA-DETALHE-701S
           END-EVALUATE
           .
       510999-SAIDA. EXIT.
      *-----------------------------
       515000-GRAVA-DETALHE-701S SECTION.
      *-----------------------------
      **** MESMA QUEBRA DE PAGINA DO 430001/440000 DO T99P2001.
           IF LINHA-701S NOT LESS THAN LINHAS-POR-PAGINA
              MOVE CAB-01-SALVO TO 701S-CAB-01
              MOVE PAG-701S     TO 701S-PAG
              WRITE 701S-REGISTRO-FD FROM 701S-CAB-01
              WRITE 701S-REGISTRO-FD FROM 701S-CAB-02
              WRITE 701S-REGISTRO-FD FROM 701S-CAB-03
              WRITE 701S-REGISTRO-FD FROM 701S-LIN-HIFEN
              WRITE 701S-REGISTRO-FD FROM 701S-CAB-04
              WRITE 701S-REGISTRO-FD FROM 701S-LIN-HIFEN
              ADD  1 TO PAG-701S
              MOVE 6 TO LINHA-701S
           END-IF
           WRITE 701S-REGISTRO-FD FROM ENT-REGISTRO
           ADD 1 TO LINHA-701S
           .
       515999-SAIDA. EXIT.
      *-----------------------------
       520000-SOMA-RESUMO SECTION.
      *-----------------------------
           MOVE ENT-REGISTRO (1:72) TO 701S-LIN-TOT
           MOVE 701S-TOT-QTDE TO QTD-LIDA
           IF 701S-TOT-OCORR (1:3) NUMERIC
              MOVE 701S-TOT-OCORR (1:3) TO COD-LIDO
              IF COD-LIDO GREATER THAN 0 AND
                 COD-LIDO NOT GREATER THAN 200
                 MOVE 701S-TOT-OCORR TO TAB-RES-DESC (COD-LIDO)
                 ADD QTD-LIDA TO TAB-RES-QTDE (COD-LIDO)
              END-IF
              GO TO 520999-SAIDA
           END-IF
           MOVE 1 TO IDX-RES-ARQ
           PERFORM WITH TEST BEFORE
                   UNTIL IDX-RES-ARQ GREATER THAN QTD-RES-ARQ OR
                         TAB-RES-ARQ-DESC (IDX-RES-ARQ) EQUAL
                                                    701S-TOT-OCORR
                   ADD 1 TO IDX-RES-ARQ
           END-PERFORM
           IF IDX-RES-ARQ GREATER THAN QTD-RES-ARQ
              IF QTD-RES-ARQ NOT LESS THAN 10
                 GO TO 520999-SAIDA
              END-IF
              ADD 1 TO QTD-RES-ARQ
              MOVE QTD-RES-ARQ    TO IDX-RES-ARQ
              MOVE 701S-TOT-OCORR TO TAB-RES-ARQ-DESC (IDX-RES-ARQ)
              MOVE 0              TO TAB-RES-ARQ-QTDE (IDX-RES-ARQ)
           END-IF
           ADD QTD-LIDA TO TAB-RES-ARQ-QTDE (IDX-RES-ARQ)
           .
       520999-SAIDA. EXIT.
      *-----------------------------
       530000-GRAVA-RESUMO-701S SECTION.
      *-----------------------------
      **** MESMO FORMATO DO 450000 DO T99P2001.
           WRITE 701S-REGISTRO-FD FROM 701S-LIN-HIFEN
           WRITE 701S-REGISTRO-FD FROM 701S-CAB-RESUMO
           MOVE 0 TO QTD-OCORR-TOTAL
           PERFORM VARYING IDX-ERRO FROM 1 BY 1
                   UNTIL IDX-ERRO GREATER THAN 200
                   IF TAB-RES-QTDE (IDX-ERRO) GREATER THAN ZERO
                      MOVE SPACES                  TO 701S-LIN-TOT
                      MOVE TAB-RES-DESC (IDX-ERRO) TO 701S-TOT-OCORR
                      MOVE TAB-RES-QTDE (IDX-ERRO) TO 701S-TOT-QTDE
                      WRITE 701S-REGISTRO-FD FROM 701S-LIN-TOT
                      ADD TAB-RES-QTDE (IDX-ERRO) TO QTD-OCORR-TOTAL
                   END-IF
           END-PERFORM
           PERFORM VARYING IDX-RES-ARQ FROM 1 BY 1
                   UNTIL IDX-RES-ARQ GREATER THAN QTD-RES-ARQ
                   MOVE SPACES TO 701S-LIN-TOT
                   MOVE TAB-RES-ARQ-DESC (IDX-RES-ARQ)
                                                TO 701S-TOT-OCORR
                   MOVE TAB-RES-ARQ-QTDE (IDX-RES-ARQ)
                                                TO 701S-TOT-QTDE
                   WRITE 701S-REGISTRO-FD FROM 701S-LIN-TOT
           END-PERFORM
           .
       530999-SAIDA. EXIT.
      *-----------------------------
       600000-DEFINE-RETURN-CODE SECTION.
      *-----------------------------
      **** REGRAS DO 950000-DEFINE-RETURN-CODE DO T99P2001 SOBRE O
      **** RESUMO SOMADO: O RETURN-CODE DE CADA PARTICAO SO VE A SUA
      **** FAIXA (O PERCENTUAL DE REJEITOS, POR EXEMPLO, E DO LOTE).
           MOVE 0 TO CNT-REJEITOS
           ADD TAB-RES-QTDE (080) TO CNT-REJEITOS
           PERFORM VARYING IDX-ERRO FROM 090 BY 1
                   UNTIL IDX-ERRO GREATER THAN 098
                   ADD TAB-RES-QTDE (IDX-ERRO) TO CNT-REJEITOS
           END-PERFORM
           PERFORM VARYING IDX-ERRO FROM 152 BY 1
                   UNTIL IDX-ERRO GREATER THAN 156
                   ADD TAB-RES-QTDE (IDX-ERRO) TO CNT-REJEITOS
           END-PERFORM
           ADD TAB-RES-QTDE (071) TO CNT-REJEITOS
           ADD TAB-RES-QTDE (072) TO CNT-REJEITOS
           ADD TAB-RES-QTDE (073) TO CNT-REJEITOS
           PERFORM VARYING IDX-ERRO FROM 074 BY 1
                   UNTIL IDX-ERRO GREATER THAN 078
                   ADD TAB-RES-QTDE (IDX-ERRO) TO CNT-REJEITOS
           END-PERFORM
           PERFORM VARYING IDX-ERRO FROM 174 BY 1
                   UNTIL IDX-ERRO GREATER THAN 178
                   ADD TAB-RES-QTDE (IDX-ERRO) TO CNT-REJEITOS
           END-PERFORM
           ADD TAB-RES-QTDE (079) TO CNT-REJEITOS
           ADD TAB-RES-QTDE (160) TO CNT-REJEITOS
           ADD TAB-RES-QTDE (161) TO CNT-REJEITOS
           ADD TAB-RES-QTDE (169) TO CNT-REJEITOS
           ADD TAB-RES-QTDE (171) TO CNT-REJEITOS
           ADD TAB-RES-QTDE (172) TO CNT-REJEITOS
           ADD TAB-RES-QTDE (180) TO CNT-REJEITOS
           PERFORM VARYING IDX-ERRO FROM 065 BY 1
                   UNTIL IDX-ERRO GREATER THAN 069
                   ADD TAB-RES-QTDE (IDX-ERRO) TO CNT-REJEITOS
           END-PERFORM
           PERFORM VARYING IDX-ERRO FROM 162 BY 1
                   UNTIL IDX-ERRO GREATER THAN 168
                   IF IDX-ERRO NOT EQUAL 166
                      ADD TAB-RES-QTDE (IDX-ERRO) TO CNT-REJEITOS
                   END-IF
           END-PERFORM
           PERFORM VARYING IDX-ERRO FROM 190 BY 1
                   UNTIL IDX-ERRO GREATER THAN 198
                   ADD TAB-RES-QTDE (IDX-ERRO) TO CNT-REJEITOS
           END-PERFORM
      *
           MOVE 0 TO CNT-AVISOS
           ADD TAB-RES-QTDE (083) TO CNT-AVISOS
           ADD TAB-RES-QTDE (084) TO CNT-AVISOS
           PERFORM VARYING IDX-ERRO FROM 086 BY 1
                   UNTIL IDX-ERRO GREATER THAN 089
                   ADD TAB-RES-QTDE (IDX-ERRO) TO CNT-AVISOS
           END-PERFORM
           ADD TAB-RES-QTDE (005) TO CNT-AVISOS
           ADD TAB-RES-QTDE (009) TO CNT-AVISOS
           ADD TAB-RES-QTDE (010) TO CNT-AVISOS
           ADD TAB-RES-QTDE (159) TO CNT-AVISOS
           ADD TAB-RES-QTDE (099) TO CNT-AVISOS
           ADD TAB-RES-QTDE (151) TO CNT-AVISOS
           ADD TAB-RES-QTDE (166) TO CNT-AVISOS
      *
      *- - A QUANTIDADE DO T99F200E NO RESUMO CONTA O HEADER JUNTO.
           IF JUN-QTD-200E GREATER THAN 1
              COMPUTE QTD-MVTOS-200E = JUN-QTD-200E - 1
              COMPUTE PCT-REJEITOS ROUNDED =
                      CNT-REJEITOS * 100 / QTD-MVTOS-200E
                  ON SIZE ERROR
                      MOVE 999,9 TO PCT-REJEITOS
              END-COMPUTE
           ELSE
              MOVE 0 TO QTD-MVTOS-200E
              MOVE 0 TO PCT-REJEITOS
           END-IF
      *
           EVALUATE TRUE
               WHEN TAB-RES-QTDE (085) GREATER THAN 0 OR
                    TAB-RES-QTDE (185) GREATER THAN 0 OR
                    TAB-RES-QTDE (070) GREATER THAN 0 OR
                    TAB-RES-QTDE (170) GREATER THAN 0
                    MOVE 16 TO RC-LOTE
                    IF TAB-RES-QTDE (085) GREATER THAN 0 OR
                       TAB-RES-QTDE (185) GREATER THAN 0
                       DISPLAY CTE-PROG ' ' CTE-VERS
                          ' *** EXCLUSOES SUSPENSAS NO ' DDN-200Z
                          ' - REVISAR NO T99P2013'
                    END-IF
                    IF TAB-RES-QTDE (070) GREATER THAN 0 OR
                       TAB-RES-QTDE (170) GREATER THAN 0
                       DISPLAY CTE-PROG ' ' CTE-VERS
                          ' *** MOVIMENTOS RETIDOS PELO QUADRO DE '
                          'VAGAS NO ' DDN-200Z ' - REVISAR NO T99P2013'
                    END-IF
               WHEN PCT-MAX-REJEITOS GREATER THAN 0 AND
                    QTD-MVTOS-200E GREATER THAN 0 AND
                    PCT-REJEITOS GREATER THAN PCT-MAX-REJEITOS
                    MOVE 12 TO RC-LOTE
                    DISPLAY CTE-PROG ' ' CTE-VERS
                       ' *** REJEITOS ACIMA DO LIMITE: ' CNT-REJEITOS
                       ' EM ' QTD-MVTOS-200E ' MOVIMENTOS (LIMITE '
                       PCT-MAX-REJEITOS '%)'
               WHEN CNT-REJEITOS GREATER THAN 0
                    MOVE 8 TO RC-LOTE
               WHEN CNT-AVISOS GREATER THAN 0
                    MOVE 4 TO RC-LOTE
               WHEN OTHER
                    MOVE 0 TO RC-LOTE
           END-EVALUATE
           .
       600999-SAIDA. EXIT.
      *-----------------------------
       650000-GRAVA-RESUMO-JOB SECTION.
      *-----------------------------
      **** RESUMO DO LOTE JUNTADO, NO LUGAR DO QUE A EXECUCAO UNICA
      **** GRAVARIA (T99L900J) E ACUMULADO NO HISTORICO T99L900H.
           MOVE JUN-PROG         TO 900J-PROG
           MOVE JUN-DATA         TO 900J-DATA
           MOVE RC-LOTE          TO 900J-RETURN-CODE
           MOVE 0                TO 900J-COD-ERRO
           MOVE JUN-QTD-100E     TO 900J-QTD-100E
           MOVE JUN-QTD-200E     TO 900J-QTD-200E
           MOVE JUN-QTD-300E     TO 900J-QTD-300E
           COMPUTE 900J-QTD-100S = CNT-DET-100S + 1
           MOVE JUN-QTD-ERROS    TO 900J-QTD-ERROS
           PERFORM VARYING IDX-ORIGEM FROM 1 BY 1
                   UNTIL IDX-ORIGEM GREATER THAN 4
                   MOVE JUN-ACEITOS-ARQ (IDX-ORIGEM)
                        TO 900J-ACEITOS-ARQ (IDX-ORIGEM)
                   MOVE JUN-REJEIT-ARQ (IDX-ORIGEM)
                        TO 900J-REJEIT-ARQ (IDX-ORIGEM)
           END-PERFORM
           OPEN OUTPUT T99L900J
           IF FS-900J NOT EQUAL ZEROES
              MOVE DDN-900J TO DDN-SAI
              PERFORM 999001-ERRO-001
           END-IF
           WRITE 900J-REGISTRO-FD FROM 900J-LINHA
           CLOSE T99L900J
           OPEN EXTEND T99L900H
           IF FS-900H NOT EQUAL ZEROES
              OPEN OUTPUT T99L900H
           END-IF
           IF FS-900H EQUAL ZEROES
              WRITE 900H-REGISTRO-FD FROM 900J-LINHA
              CLOSE T99L900H
           END-IF
           .
       650999-SAIDA. EXIT.
      *-----------------------------
       700000-GRAVA-JUNCAO-727S SECTION.
      *-----------------------------
      **** PAGINA DA JUNCAO, ACRESCENTADA AO RELATORIO DO T99P2027:
      **** DESFECHO DE CADA PARTICAO E TOTAIS DO LOTE JUNTADO.
           OPEN EXTEND T99L727S
           IF FS-727S NOT EQUAL ZEROES
              OPEN OUTPUT T99L727S
           END-IF
           IF FS-727S NOT EQUAL ZEROES
              DISPLAY CTE-PROG ' ' CTE-VERS
                 ' *** AVISO: RELATORIO ' DDN-727S
                 ' INDISPONIVEL (' FS-727S ')'
              GO TO 700999-SAIDA
           END-IF
           MOVE '*** JUNCAO DO BALANCED LINE ***' TO 727S-CAB-TITULO
           MOVE DATA-SISTEMA TO 727S-CAB-DATA
           MOVE 2            TO 727S-PAG
           WRITE 727S-REGISTRO-FD FROM 727S-CAB-01
           WRITE 727S-REGISTRO-FD FROM 727S-LIN-HIFEN
           WRITE 727S-REGISTRO-FD FROM 727S-CAB-JUNCAO
           WRITE 727S-REGISTRO-FD FROM 727S-LIN-HIFEN
           PERFORM VARYING IDX-PART FROM 1 BY 1
                   UNTIL IDX-PART GREATER THAN QTD-PART
                   PERFORM 190000-MONTA-DIR-PARTICAO
                   MOVE SPACES       TO 727S-LIN-JUNCAO
                   MOVE IDX-PART     TO 727S-JUN-NUM
                   MOVE DDN-DIR-PART TO 727S-JUN-DIR
                   MOVE TAB-PART-RC (IDX-PART)       TO 727S-JUN-RC
                   MOVE TAB-PART-QTD-100S (IDX-PART)
                                              TO 727S-JUN-QTD-100S
                   MOVE TAB-PART-QTD-OCORR (IDX-PART)
                                              TO 727S-JUN-QTD-OCORR
                   MOVE TAB-PART-QTD-200R (IDX-PART)
                                              TO 727S-JUN-QTD-200R
                   WRITE 727S-REGISTRO-FD FROM 727S-LIN-JUNCAO
           END-PERFORM
           WRITE 727S-REGISTRO-FD FROM 727S-LIN-HIFEN
           MOVE SPACES                 TO 727S-LIN-TOT
           MOVE 'MATRICULAS NO T99F100S' TO 727S-TOT-DESC
           MOVE CNT-DET-100S           TO 727S-TOT-QTDE
           WRITE 727S-REGISTRO-FD FROM 727S-LIN-TOT
           MOVE SPACES                 TO 727S-LIN-TOT
           MOVE 'OCORRENCIAS NO T99L701S' TO 727S-TOT-DESC
           MOVE QTD-OCORR-TOTAL        TO 727S-TOT-QTDE
           WRITE 727S-REGISTRO-FD FROM 727S-LIN-TOT
           MOVE SPACES                 TO 727S-LIN-TOT
           MOVE 'REJEITOS NO T99F200R' TO 727S-TOT-DESC
           MOVE 0                      TO QTD-LIDA
           PERFORM VARYING IDX-PART FROM 1 BY 1
                   UNTIL IDX-PART GREATER THAN QTD-PART
                   ADD TAB-PART-QTD-200R (IDX-PART) TO QTD-LIDA
           END-PERFORM
           MOVE QTD-LIDA               TO 727S-TOT-QTDE
           WRITE 727S-REGISTRO-FD FROM 727S-LIN-TOT
           MOVE SPACES                 TO 727S-LIN-TOT
           MOVE 'RETURN-CODE DO LOTE'  TO 727S-TOT-DESC
           MOVE RC-LOTE                TO 727S-TOT-QTDE
           WRITE 727S-REGISTRO-FD FROM 727S-LIN-TOT
           WRITE 727S-REGISTRO-FD FROM 727S-LIN-HIFEN
           WRITE 727S-REGISTRO-FD FROM 727S-FIM-REL
           CLOSE T99L727S
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
           MOVE SPACES TO 900P-REGISTRO
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
           IF 900P-ARQ-701S NOT EQUAL SPACES
              MOVE 900P-ARQ-701S TO DDN-701S
           END-IF
           IF 900P-ARQ-702A NOT EQUAL SPACES
              MOVE 900P-ARQ-702A TO DDN-702A
           END-IF
           IF 900P-ARQ-100X NOT EQUAL SPACES
              MOVE 900P-ARQ-100X TO DDN-100X
           END-IF
           IF 900P-ARQ-900J NOT EQUAL SPACES
              MOVE 900P-ARQ-900J TO DDN-900J
           END-IF
           IF 900P-ARQ-350S NOT EQUAL SPACES
              MOVE 900P-ARQ-350S TO DDN-350S
           END-IF
           IF 900P-ARQ-100C NOT EQUAL SPACES
              MOVE 900P-ARQ-100C TO DDN-100C
           END-IF
           IF 900P-ARQ-900H NOT EQUAL SPACES
              MOVE 900P-ARQ-900H TO DDN-900H
           END-IF
           IF 900P-ARQ-100F NOT EQUAL SPACES
              MOVE 900P-ARQ-100F TO DDN-100F
           END-IF
           IF 900P-ARQ-100I NOT EQUAL SPACES
              MOVE 900P-ARQ-100I TO DDN-100I
           END-IF
           IF 900P-ARQ-200P NOT EQUAL SPACES
              MOVE 900P-ARQ-200P TO DDN-200P
           END-IF
           IF 900P-ARQ-350H NOT EQUAL SPACES
              MOVE 900P-ARQ-350H TO DDN-350H
           END-IF
           IF 900P-ARQ-200Z NOT EQUAL SPACES
              MOVE 900P-ARQ-200Z TO DDN-200Z
           END-IF
           IF 900P-ARQ-200A NOT EQUAL SPACES
              MOVE 900P-ARQ-200A TO DDN-200A
           END-IF
           IF 900P-ARQ-100XF NOT EQUAL SPACES
              MOVE 900P-ARQ-100XF TO DDN-100XF
           END-IF
           IF 900P-ARQ-900A NOT EQUAL SPACES
              MOVE 900P-ARQ-900A TO DDN-900A
           END-IF
           IF 900P-ARQ-100R NOT EQUAL SPACES
              MOVE 900P-ARQ-100R TO DDN-100R
           END-IF
           IF 900P-ARQ-200H NOT EQUAL SPACES
              MOVE 900P-ARQ-200H TO DDN-200H
           END-IF
           IF 900P-ARQ-200R NOT EQUAL SPACES
              MOVE 900P-ARQ-200R TO DDN-200R
           END-IF
           IF 900P-ARQ-300R NOT EQUAL SPACES
              MOVE 900P-ARQ-300R TO DDN-300R
           END-IF
           IF 900P-ARQ-200E NOT EQUAL SPACES
              MOVE 900P-ARQ-200E TO DDN-200E
           END-IF
           IF 900P-ARQ-200E-2 NOT EQUAL SPACES
              MOVE 900P-ARQ-200E-2 TO DDN-200E-2
           END-IF
           IF 900P-ARQ-200E-3 NOT EQUAL SPACES
              MOVE 900P-ARQ-200E-3 TO DDN-200E-3
           END-IF
           IF 900P-ARQ-450S NOT EQUAL SPACES
              MOVE 900P-ARQ-450S TO DDN-450S
           END-IF
           IF 900P-ARQ-727S NOT EQUAL SPACES
              MOVE 900P-ARQ-727S TO DDN-727S
           END-IF
           IF 900P-LINHAS-PAGINA NUMERIC AND
              900P-LINHAS-PAGINA GREATER THAN 6
              MOVE 900P-LINHAS-PAGINA TO LINHAS-POR-PAGINA
           END-IF
           IF 900P-PCT-MAX-REJEITOS NUMERIC
              MOVE 900P-PCT-MAX-REJEITOS TO PCT-MAX-REJEITOS
           END-IF
           .
       900009-SAIDA. EXIT.
      *--------------------------
       999001-ERRO-001 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 001 ERRO OPEN SAIDA DO LOTE: ' DDN-SAI
                   ' (' FS-SAI ')'
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      *--------------------------
       999002-ERRO-002 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 002 CARTAO DA PARTICAO AUSENTE OU INVALIDO: '
                   DDN-900Q ' (' FS-900Q ')'
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      *--------------------------
       999003-ERRO-003 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 003 PARTICAO SEM RESUMO DE JOB (T99P2001 NAO '
                   'TERMINOU): ' DDN-ENT ' (' FS-ENT ')'
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      *--------------------------
       999004-ERRO-004 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 004 PARTICAO ' DDN-DIR-PART
                   ' TERMINOU COM ERRO FATAL (RC ' 900J-RETURN-CODE
                   ' COD ' 900J-COD-ERRO ')'
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      *--------------------------
       999005-ERRO-005 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 005 SAIDA DA PARTICAO AUSENTE: ' DDN-ENT
                   ' (' FS-ENT ')'
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      ******************************************************************
       END PROGRAM T99P2028.
      ******************************************************************
