      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
      *
       PROGRAM-ID. T99P2031.
      *
      *AUTHOR.  MARCIO CONC
      *REMARKS. ENCAMINHAMENTO AO INSS DOS AFASTAMENTOS POR DOENCA
      *REMARKS. (AT): A EMPRESA PAGA SO OS PRIMEIROS 15 DIAS; DO 16O
      *REMARKS. DIA EM DIANTE O EMPREGADO E ENCAMINHADO AO INSS. NOVO
      *REMARKS. AT QUE COMECA ATE 60 DIAS DEPOIS DO FIM DO ANTERIOR
      *REMARKS. SOMA COM ELE NOS 15 DIAS (REGRA DOS 60 DIAS). JUNTA OS
      *REMARKS. AT DO HISTORICO T99F350H E DOS CORRENTES T99F350S, EM
      *REMARKS. ORDEM DE MATRICULA E INICIO, MONTA AS CADEIAS DE CADA
      *REMARKS. MATRICULA E LISTA NO T99L730S TODA CADEIA AINDA ABERTA
      *REMARKS. (FIM DO ULTIMO AT A MENOS DE 60 DIAS) QUE PASSOU OU VAI
      *REMARKS. PASSAR DE 15 DIAS, COM A DATA EXATA DO ENCAMINHAMENTO.
      *REMARKS. O CADASTRO NAO TRAZ A CID: TODO AT DENTRO DOS 60 DIAS E
      *REMARKS. SOMADO E O RH CONFERE SE E A MESMA DOENCA. O CONTROLE
      *REMARKS. T99F350I GUARDA OS CASOS JA INFORMADOS, PARA QUE O MESMO
      *REMARKS. CASO NAO SAIA COMO NOVO TODA NOITE. RETURN-CODE 4 =
      *REMARKS. HA CASO NOVO OU ALTERADO NA NOITE.
      *DATE-WRITTEN. 15/10/2026.
      *VERSAO 002-MARCIO CONC-15/10/2026-ESTOURO DA TABELA DE CASOS
      *VERSAO 002-MARCIO CONC-15/10/2026-MARCADO NO OUTPUT PROCEDURE E
      *VERSAO 002-MARCIO CONC-15/10/2026-ABORTADO SO DEPOIS DO SORT.
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
           SELECT T99F350H ASSIGN TO DDN-350H
               FILE STATUS IS FS-350H
               ORGANIZATION IS LINE SEQUENTIAL.
      **** T99F350V: O CONTROLE T99F350I DA EXECUCAO ANTERIOR,
      **** RENOMEADO PARA .ANT ANTES DA REGRAVACAO.
           SELECT T99F350V ASSIGN TO DDN-350V
               FILE STATUS IS FS-350V
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99F350I ASSIGN TO DDN-350I
               FILE STATUS IS FS-350I
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99L730S ASSIGN TO DDN-730S
               FILE STATUS IS FS-730S
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
       FD  T99F350V
           BLOCK  0
           RECORD 50
           RECORDING F.
      *
       01  350V-REGISTRO-FD            PIC X(50).
      *
       FD  T99F350I
           BLOCK  0
           RECORD 50
           RECORDING F.
      *
       01  350I-REGISTRO-FD            PIC X(50).
      *
       FD  T99L730S
           BLOCK  0
           RECORD 72
           RECORDING F.
      *
       01  730S-REGISTRO-FD            PIC X(72).
      *
       FD  T99F900P
           BLOCK  0
           RECORD 1923
           RECORDING F.
      *
       01  900P-REGISTRO-FD            PIC X(1923).
      *
      **** ARQUIVO DE TRABALHO DO SORT: UM REGISTRO POR AFASTAMENTO AT
      **** VALIDO, DO HISTORICO OU CORRENTE, EM ORDEM DE MATRICULA,
      **** INICIO E FIM (A ORDEM EM QUE AS CADEIAS SAO MONTADAS).
       SD  SORT-WORK.
      *
       01  SORT-REG.
           03  SORT-MATR               PIC 9(07).
           03  SORT-DT-INICIO          PIC 9(08).
           03  SORT-DT-FIM             PIC 9(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       77  CTE-PROG                    PIC  X(16)     VALUE
                                               '*** T99P2031 ***'.
       77  CTE-VERS                    PIC  X(06)     VALUE 'VRS002'.
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
      *{{ INCLUI BOOKS }}
            COPY 'T99K100S.cpy'.
            COPY 'T99K350S.cpy'.
            COPY 'T99K350H.cpy'.
            COPY 'T99K350I.cpy'.
            COPY 'T99K730S.cpy'.
            COPY 'T99K900P.cpy'.
      *{{  FIM BOOKS  }}
       77  FS-100S                     PIC  XX.
       77  FS-350S                     PIC  XX.
       77  FS-350H                     PIC  XX.
       77  FS-350V                     PIC  XX.
       77  FS-350I                     PIC  XX.
       77  FS-730S                     PIC  XX.
       77  FS-900P                     PIC  XX.
       77  DDN-100S                    PIC  X(20)     VALUE
                                               'T99F100S.txt'.
       77  DDN-350S                    PIC  X(20)     VALUE
                                               'T99F350S.txt'.
       77  DDN-350H                    PIC  X(20)     VALUE
                                               'T99F350H.txt'.
       77  DDN-350I                    PIC  X(20)     VALUE
                                               'T99F350I.txt'.
       77  DDN-730S                    PIC  X(20)     VALUE
                                               'T99L730S.txt'.
       77  DDN-350V                    PIC  X(30).
       77  DDN-BASE                    PIC  X(20).
      *
       01  DATA-SISTEMA-GRP.
           03  DATA-SISTEMA          PIC  9(08).
      *
      **** REGRA DO ENCAMINHAMENTO: TIPO DE AFASTAMENTO POR DOENCA,
      **** DIAS PAGOS PELA EMPRESA E INTERVALO MAXIMO ENTRE O FIM DE
      **** UM AT E O INICIO DO SEGUINTE PARA QUE OS DOIS SE SOMEM.
       77  TIPO-AT                     PIC  X(02)     VALUE 'AT'.
       77  DIAS-EMPRESA                PIC  9(03)     VALUE 15.
       77  DIAS-RETORNO                PIC  9(03)     VALUE 60.
      *
       77  INT-HOJE                    PIC S9(09) COMP VALUE 0.
       77  INT-AF-INI                  PIC S9(09) COMP VALUE 0.
       77  INT-AF-FIM                  PIC S9(09) COMP VALUE 0.
       77  INT-CONTA-INI               PIC S9(09) COMP VALUE 0.
       77  DIAS-AFAST                  PIC S9(09) COMP VALUE 0.
       77  PRAZO-CORR                  PIC S9(09) COMP VALUE 0.
      *
      **** AFASTAMENTO EM TRATAMENTO NA SELECAO (DO T99F350S OU DO
      **** T99F350H).
       77  AFT-MATR                    PIC  9(07)     VALUE 0.
       77  AFT-TIPO                    PIC  X(02)     VALUE SPACES.
       77  AFT-DT-INICIO               PIC  9(08)     VALUE 0.
       77  AFT-DT-FIM                  PIC  9(08)     VALUE 0.
      *
      **** CADEIA CORRENTE: MATRICULA E INICIO (A CHAVE NO CONTROLE),
      **** ULTIMO DIA COBERTO, DIAS SOMADOS (DIA SOBREPOSTO CONTA UMA
      **** VEZ SO), AFASTAMENTOS SOMADOS E O 16O DIA (ZERO = AINDA NAO
      **** PASSOU DE 15 DIAS).
       77  SW-CADEIA                   PIC  X(01)     VALUE 'N'.
           88  CADEIA-ABERTA                            VALUE 'S'.
       01  CHAVE-CADEIA.
           03  CAD-MATR                PIC  9(07).
           03  CAD-DT-INICIO           PIC  9(08).
       77  INT-CAD-FIM                 PIC S9(09) COMP VALUE 0.
       77  INT-CAD-16                  PIC S9(09) COMP VALUE 0.
       77  CAD-DIAS                    PIC  9(05)     VALUE 0.
       77  CAD-QTD-AFAST               PIC  9(03)     VALUE 0.
       77  CAD-DT-ENCAMINHA            PIC  9(08)     VALUE 0.
       77  CAD-DT-PRIM-AVISO           PIC  9(08)     VALUE 0.
       77  CAD-SIT-AVISO               PIC  X(01)     VALUE SPACES.
           88  CAD-NOVO                                 VALUE 'N'.
           88  CAD-ALTERADO                             VALUE 'A'.
           88  CAD-INFORMADO                            VALUE 'I'.
      *
       77  SW-FIM-100S                 PIC  X(01)     VALUE 'N'.
           88  FIM-100S                                 VALUE 'S'.
       77  SW-FIM-350S                 PIC  X(01)     VALUE 'N'.
           88  FIM-350S                                 VALUE 'S'.
       77  SW-FIM-350H                 PIC  X(01)     VALUE 'N'.
           88  FIM-350H                                 VALUE 'S'.
       77  SW-FIM-ARQ                  PIC  X(01)     VALUE 'N'.
           88  FIM-ARQ                                  VALUE 'S'.
       77  SW-FIM-SORT                 PIC  X(01)     VALUE 'N'.
           88  FIM-SORT                                 VALUE 'S'.
       77  SW-CONTROLE                 PIC  X(01)     VALUE 'N'.
           88  CONTROLE-RENOMEADO                       VALUE 'S'.
       77  SW-ACHOU-CTL                PIC  X(01)     VALUE 'N'.
           88  ACHOU-CTL                                VALUE 'S'.
       77  SW-PAROU-CTL                PIC  X(01)     VALUE 'N'.
           88  PAROU-CTL                                VALUE 'S'.
      **** TAB-CASO CHEIA DENTRO DO OUTPUT PROCEDURE: O ERRO SO E
      **** DADO DEPOIS QUE O SORT TERMINA (NAO SE SAI DE DENTRO DELE).
       77  SW-ESTOURO-CASO             PIC  X(01)     VALUE 'N'.
           88  ESTOURO-CASO                             VALUE 'S'.
       77  PAG-730S                    PIC  9(05)     VALUE 0.
       77  CNT-AT-350S                 PIC  9(07)     VALUE 0.
       77  CNT-AT-350H                 PIC  9(07)     VALUE 0.
       77  CNT-DT-INVALIDA             PIC  9(07)     VALUE 0.
       77  CNT-CADEIAS                 PIC  9(07)     VALUE 0.
       77  CNT-LISTADOS                PIC  9(07)     VALUE 0.
       77  CNT-NOVOS                   PIC  9(07)     VALUE 0.
       77  CNT-ALTERADOS               PIC  9(07)     VALUE 0.
       77  CNT-INFORMADOS              PIC  9(07)     VALUE 0.
       77  CNT-ENCERRADOS              PIC  9(07)     VALUE 0.
      *
      **** TAB-CTL: CONTROLE DA EXECUCAO ANTERIOR, EM ORDEM DE CHAVE
      **** (MATRICULA + INICIO DA CADEIA), PERCORRIDO JUNTO COM AS
      **** CADEIAS QUE SAEM DO SORT NA MESMA ORDEM. TAB-CASO: OS CASOS
      **** LISTADOS NESTA EXECUCAO, QUE FORMAM O CONTROLE REGRAVADO.
       77  QTD-CTL                     PIC  9(05)     VALUE 0.
       77  IDX-CTL                     PIC  9(05)     VALUE 0.
       01  TAB-CTL-GERAL.
           03  TAB-CTL  OCCURS  20000  TIMES.
               05  TAB-CTL-CHAVE       PIC  X(15).
               05  FILLER              PIC  X(35).
       77  CHAVE-ANT                   PIC  X(15)     VALUE SPACES.
       77  QTD-CASO                    PIC  9(05)     VALUE 0.
       77  IDX-CASO                    PIC  9(05)     VALUE 0.
       01  TAB-CASO-GERAL.
           03  TAB-CASO  OCCURS  20000  TIMES  PIC  X(50).
      *
      **** CONFERENCIA DE DATA DE CALENDARIO (MESMA REGRA DO
      **** 380000-VALIDA-DATA DO T99P2001): SO ENTRA NA CADEIA O
      **** AFASTAMENTO COM INICIO E FIM REAIS.
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
           COMPUTE INT-HOJE = FUNCTION INTEGER-OF-DATE (DATA-SISTEMA)
      *
      **** CADASTRO E AFASTAMENTOS CORRENTES SAO ABERTOS ANTES DO SORT
      **** E ANTES DE MEXER NO CONTROLE: A FALTA DE UM DELES ENCERRA O
      **** PROGRAMA COM O CONTROLE INTACTO.
           OPEN INPUT T99F100S
           IF FS-100S NOT EQUAL ZEROES
              PERFORM 999001-ERRO-001
           END-IF
           OPEN INPUT T99F350S
           IF FS-350S NOT EQUAL ZEROES
              PERFORM 999003-ERRO-003
           END-IF
           OPEN OUTPUT T99L730S
           IF FS-730S NOT EQUAL ZEROES
              PERFORM 999002-ERRO-002
           END-IF
           PERFORM 332000-GRAVA-CABEC
           PERFORM 100000-CARREGA-CONTROLE
           PERFORM 345000-LE-100S
           SORT SORT-WORK
                ON ASCENDING KEY SORT-MATR SORT-DT-INICIO SORT-DT-FIM
                INPUT PROCEDURE 200000-SELECIONA-AT
                OUTPUT PROCEDURE 300000-MONTA-CADEIAS
           CLOSE T99F100S
           IF ESTOURO-CASO
              PERFORM 999004-ERRO-004
           END-IF
           PERFORM 500000-REGRAVA-CONTROLE
           PERFORM 600000-IMPRIME-TOTAIS
           CLOSE T99L730S
      *
           DISPLAY CTE-PROG ' ' CTE-VERS ' *** CASOS: ' CNT-LISTADOS
                   ' NOVOS: ' CNT-NOVOS ' ALTERADOS: ' CNT-ALTERADOS
           DISPLAY CTE-PROG ' ' CTE-VERS ' *** 999 *** FIM NORMAL'
           IF CNT-NOVOS GREATER THAN ZEROES OR
              CNT-ALTERADOS GREATER THAN ZEROES
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
      **** T99F350I E REGRAVADO NO FIM (500000). SEM CONTROLE (PRIMEIRA
      **** EXECUCAO) A TABELA COMECA VAZIA E TODO CASO SAI COMO NOVO.
      **** INTERROMPIDA A EXECUCAO ANTES DA REGRAVACAO, O .ANT FICA E E
      **** LIDO DE NOVO NA EXECUCAO SEGUINTE.
           MOVE SPACES TO DDN-BASE
           UNSTRING DDN-350I DELIMITED BY '.' INTO DDN-BASE
           MOVE SPACES TO DDN-350V
           STRING DDN-BASE DELIMITED BY SPACE
                  '.ANT.txt' DELIMITED BY SIZE
                  INTO DDN-350V
           CALL 'CBL_RENAME_FILE' USING DDN-350I DDN-350V
           MOVE 0 TO QTD-CTL
           OPEN INPUT T99F350V
           IF FS-350V NOT EQUAL ZEROES
              MOVE SPACES TO 730S-LIN-MSG
              MOVE 'CONTROLE DE CASOS INEXISTENTE - INICIADO AGORA'
                   TO 730S-MSG
              WRITE 730S-REGISTRO-FD FROM 730S-LIN-MSG
              GO TO 100999-SAIDA
           END-IF
           MOVE 'S' TO SW-CONTROLE
           MOVE 'N' TO SW-FIM-ARQ
           MOVE SPACES TO CHAVE-ANT
           PERFORM WITH TEST BEFORE UNTIL FIM-ARQ
                    READ T99F350V INTO 350I-REGISTRO
                        AT END
                            MOVE 'S' TO SW-FIM-ARQ
                        NOT AT END
                            IF QTD-CTL NOT LESS THAN 20000
                               PERFORM 999004-ERRO-004
                            END-IF
                            IF 350I-CHAVE NOT GREATER CHAVE-ANT
                               PERFORM 999005-ERRO-005
                            END-IF
                            MOVE 350I-CHAVE TO CHAVE-ANT
                            ADD 1 TO QTD-CTL
                            MOVE 350I-REGISTRO TO TAB-CTL (QTD-CTL)
                    END-READ
           END-PERFORM
           CLOSE T99F350V
           .
       100999-SAIDA. EXIT.
      *-----------------------------
       200000-SELECIONA-AT SECTION.
      *-----------------------------
      **** LIBERA PARA O SORT OS AT DOS CORRENTES (ARQUIVO JA ABERTO NA
      **** ROTINA PRINCIPAL) E DO HISTORICO (OPCIONAL: SEM ELE, SO OS
      **** CORRENTES ENTRAM NAS CADEIAS).
           MOVE 'N' TO SW-FIM-350S
           PERFORM WITH TEST BEFORE UNTIL FIM-350S
                    READ T99F350S INTO 350S-REGISTRO
                        AT END
                            MOVE 'S' TO SW-FIM-350S
                        NOT AT END
                            IF 350S-TIPO EQUAL TIPO-AT
                               ADD 1 TO CNT-AT-350S
                               MOVE 350S-MATR      TO AFT-MATR
                               MOVE 350S-TIPO      TO AFT-TIPO
                               MOVE 350S-DT-INICIO TO AFT-DT-INICIO
                               MOVE 350S-DT-FIM    TO AFT-DT-FIM
                               PERFORM 210000-LIBERA-AFAST
                            END-IF
                    END-READ
           END-PERFORM
           CLOSE T99F350S
      *
           MOVE 'N' TO SW-FIM-350H
           OPEN INPUT T99F350H
           IF FS-350H NOT EQUAL ZEROES
              GO TO 200999-SAIDA
           END-IF
           PERFORM WITH TEST BEFORE UNTIL FIM-350H
                    READ T99F350H INTO 350H-REGISTRO
                        AT END
                            MOVE 'S' TO SW-FIM-350H
                        NOT AT END
                            IF 350H-TIPO EQUAL TIPO-AT
                               ADD 1 TO CNT-AT-350H
                               MOVE 350H-MATR      TO AFT-MATR
                               MOVE 350H-TIPO      TO AFT-TIPO
                               MOVE 350H-DT-INICIO TO AFT-DT-INICIO
                               MOVE 350H-DT-FIM    TO AFT-DT-FIM
                               PERFORM 210000-LIBERA-AFAST
                            END-IF
                    END-READ
           END-PERFORM
           CLOSE T99F350H
           .
       200999-SAIDA. EXIT.
      *-----------------------------
       210000-LIBERA-AFAST SECTION.
      *-----------------------------
      **** MATRICULA ZERADA E HISTORICO ANONIMIZADO (T99P2020): FICA
      **** FORA. DATA FORA DO CALENDARIO OU PERIODO INVERTIDO NAO TEM
      **** COMO SER CONTADO: SO ENTRA NO TOTAL DE DATAS INVALIDAS.
           IF AFT-MATR NOT NUMERIC OR AFT-MATR EQUAL ZEROES
              GO TO 210999-SAIDA
           END-IF
           IF AFT-DT-INICIO NOT NUMERIC OR AFT-DT-FIM NOT NUMERIC
              ADD 1 TO CNT-DT-INVALIDA
              GO TO 210999-SAIDA
           END-IF
           MOVE AFT-DT-INICIO TO DTV-DATA
           PERFORM 480000-VALIDA-DATA
           IF NOT DATA-VALIDA
              ADD 1 TO CNT-DT-INVALIDA
              GO TO 210999-SAIDA
           END-IF
           MOVE AFT-DT-FIM TO DTV-DATA
           PERFORM 480000-VALIDA-DATA
           IF NOT DATA-VALIDA OR AFT-DT-FIM LESS THAN AFT-DT-INICIO
              ADD 1 TO CNT-DT-INVALIDA
              GO TO 210999-SAIDA
           END-IF
           MOVE AFT-MATR      TO SORT-MATR
           MOVE AFT-DT-INICIO TO SORT-DT-INICIO
           MOVE AFT-DT-FIM    TO SORT-DT-FIM
           RELEASE SORT-REG
           .
       210999-SAIDA. EXIT.
      *-------------------------------
       300000-MONTA-CADEIAS SECTION.
      *-------------------------------
           MOVE 'N' TO SW-CADEIA
           MOVE 1 TO IDX-CTL
           MOVE 'N' TO SW-FIM-SORT
           PERFORM WITH TEST BEFORE UNTIL FIM-SORT
                    RETURN SORT-WORK INTO SORT-REG
                        AT END
                            MOVE 'S' TO SW-FIM-SORT
                        NOT AT END
                            PERFORM 310000-TRATA-AFAST
                    END-RETURN
           END-PERFORM
           IF CADEIA-ABERTA
              PERFORM 320000-FECHA-CADEIA
           END-IF
      *- - O QUE SOBROU DO CONTROLE ANTERIOR SAO CASOS ENCERRADOS.
           IF IDX-CTL NOT GREATER THAN QTD-CTL
              COMPUTE CNT-ENCERRADOS = CNT-ENCERRADOS
                                     + QTD-CTL - IDX-CTL + 1
           END-IF
           IF CNT-LISTADOS EQUAL ZEROES
              MOVE SPACES TO 730S-LIN-MSG
              MOVE 'NENHUM AFASTAMENTO AT PASSA DE 15 DIAS'
                   TO 730S-MSG
              WRITE 730S-REGISTRO-FD FROM 730S-LIN-MSG
           END-IF
           .
       300999-SAIDA. EXIT.
      *-----------------------------
       310000-TRATA-AFAST SECTION.
      *-----------------------------
      **** OUTRA MATRICULA, OU AT QUE COMECA MAIS DE 60 DIAS DEPOIS DO
      **** ULTIMO DIA COBERTO PELA CADEIA, FECHA A CADEIA E ABRE OUTRA.
      **** DENTRO DA CADEIA SO OS DIAS AINDA NAO COBERTOS SE SOMAM
      **** (AT REPETIDO NO HISTORICO E NOS CORRENTES, OU SOBREPOSTO,
      **** NAO CONTA DUAS VEZES). O 16O DIA CAI NO AT QUE FAZ A SOMA
      **** PASSAR DE 15.
           COMPUTE INT-AF-INI =
                   FUNCTION INTEGER-OF-DATE (SORT-DT-INICIO)
           COMPUTE INT-AF-FIM = FUNCTION INTEGER-OF-DATE (SORT-DT-FIM)
           IF CADEIA-ABERTA
              IF SORT-MATR NOT EQUAL CAD-MATR OR
                 INT-AF-INI - INT-CAD-FIM GREATER THAN DIAS-RETORNO
                 PERFORM 320000-FECHA-CADEIA
              END-IF
           END-IF
           IF NOT CADEIA-ABERTA
              MOVE 'S'            TO SW-CADEIA
              MOVE SORT-MATR      TO CAD-MATR
              MOVE SORT-DT-INICIO TO CAD-DT-INICIO
              COMPUTE INT-CAD-FIM = INT-AF-INI - 1
              MOVE 0 TO INT-CAD-16
              MOVE 0 TO CAD-DIAS
              MOVE 0 TO CAD-QTD-AFAST
           END-IF
           IF INT-AF-FIM NOT GREATER THAN INT-CAD-FIM
              GO TO 310999-SAIDA
           END-IF
           IF INT-AF-INI GREATER THAN INT-CAD-FIM
              MOVE INT-AF-INI TO INT-CONTA-INI
           ELSE
              COMPUTE INT-CONTA-INI = INT-CAD-FIM + 1
           END-IF
           COMPUTE DIAS-AFAST = INT-AF-FIM - INT-CONTA-INI + 1
           IF CAD-DIAS NOT GREATER THAN DIAS-EMPRESA AND
              CAD-DIAS + DIAS-AFAST GREATER THAN DIAS-EMPRESA
              COMPUTE INT-CAD-16 = INT-CONTA-INI + DIAS-EMPRESA
                                 - CAD-DIAS
           END-IF
           ADD DIAS-AFAST TO CAD-DIAS
           ADD 1 TO CAD-QTD-AFAST
           MOVE INT-AF-FIM TO INT-CAD-FIM
           .
       310999-SAIDA. EXIT.
      *-----------------------------
       320000-FECHA-CADEIA SECTION.
      *-----------------------------
      **** SO SAI A CADEIA QUE PASSOU DE 15 DIAS E AINDA ESTA ABERTA
      **** (O ULTIMO AT TERMINA, OU TERMINOU HA NO MAXIMO 60 DIAS); A
      **** ENCERRADA HA MAIS TEMPO JA TEVE O SEU ENCAMINHAMENTO.
           MOVE 'N' TO SW-CADEIA
           ADD 1 TO CNT-CADEIAS
           IF CAD-DIAS NOT GREATER THAN DIAS-EMPRESA
              GO TO 320999-SAIDA
           END-IF
           IF INT-CAD-FIM + DIAS-RETORNO LESS THAN INT-HOJE
              GO TO 320999-SAIDA
           END-IF
           COMPUTE CAD-DT-ENCAMINHA =
                   FUNCTION DATE-OF-INTEGER (INT-CAD-16)
           PERFORM 330000-SITUACAO-CONTROLE
           PERFORM 340000-BUSCA-CADASTRO
           PERFORM 350000-GRAVA-DETALHE
           PERFORM 360000-GUARDA-CASO
           .
       320999-SAIDA. EXIT.
      *-----------------------------
       330000-SITUACAO-CONTROLE SECTION.
      *-----------------------------
      **** PERCORRE O CONTROLE ANTERIOR NA ORDEM DAS CADEIAS: CHAVE
      **** MENOR QUE A DA CADEIA E CASO ENCERRADO (NAO SAI MAIS).
      **** CASO FORA DO CONTROLE E NOVO; NO CONTROLE, E ALTERADO SE O
      **** 16O DIA OU OS DIAS SOMADOS MUDARAM DESDE A ULTIMA NOITE, E
      **** JA INFORMADO SE NAO. NA REEXECUCAO DA MESMA NOITE O CASO
      **** REPETE A SITUACAO GRAVADA.
           MOVE 'N' TO SW-ACHOU-CTL
           MOVE 'N' TO SW-PAROU-CTL
           PERFORM WITH TEST BEFORE
                    UNTIL IDX-CTL GREATER THAN QTD-CTL OR PAROU-CTL
                    IF TAB-CTL-CHAVE (IDX-CTL) LESS THAN CHAVE-CADEIA
                       ADD 1 TO CNT-ENCERRADOS
                       ADD 1 TO IDX-CTL
                    ELSE
                       MOVE 'S' TO SW-PAROU-CTL
                       IF TAB-CTL-CHAVE (IDX-CTL) EQUAL CHAVE-CADEIA
                          MOVE 'S' TO SW-ACHOU-CTL
                       END-IF
                    END-IF
           END-PERFORM
           IF NOT ACHOU-CTL
              MOVE 'N'          TO CAD-SIT-AVISO
              MOVE DATA-SISTEMA TO CAD-DT-PRIM-AVISO
              ADD 1 TO CNT-NOVOS
              GO TO 330999-SAIDA
           END-IF
           MOVE TAB-CTL (IDX-CTL) TO 350I-REGISTRO
           ADD 1 TO IDX-CTL
           MOVE 350I-DT-PRIM-AVISO TO CAD-DT-PRIM-AVISO
           IF 350I-DT-ULT-AVISO EQUAL DATA-SISTEMA AND
              350I-DT-ENCAMINHA EQUAL CAD-DT-ENCAMINHA AND
              350I-DIAS EQUAL CAD-DIAS
              MOVE 350I-SIT-AVISO TO CAD-SIT-AVISO
           ELSE
              IF 350I-DT-ENCAMINHA NOT EQUAL CAD-DT-ENCAMINHA OR
                 350I-DIAS NOT EQUAL CAD-DIAS
                 MOVE 'A' TO CAD-SIT-AVISO
              ELSE
                 MOVE 'I' TO CAD-SIT-AVISO
              END-IF
           END-IF
           EVALUATE TRUE
               WHEN CAD-NOVO
                    ADD 1 TO CNT-NOVOS
               WHEN CAD-ALTERADO
                    ADD 1 TO CNT-ALTERADOS
               WHEN OTHER
                    MOVE 'I' TO CAD-SIT-AVISO
                    ADD 1 TO CNT-INFORMADOS
           END-EVALUATE
           .
       330999-SAIDA. EXIT.
      *-----------------------------
       340000-BUSCA-CADASTRO SECTION.
      *-----------------------------
      **** O CADASTRO E AS CADEIAS VEM NA MESMA ORDEM DE MATRICULA: O
      **** CADASTRO SO ANDA PARA A FRENTE.
           PERFORM WITH TEST BEFORE
                    UNTIL FIM-100S OR 100S-MATR NOT LESS THAN CAD-MATR
                    PERFORM 345000-LE-100S
           END-PERFORM
           .
       340999-SAIDA. EXIT.
      *-----------------------------
       345000-LE-100S SECTION.
      *-----------------------------
           READ T99F100S INTO 100S-REGISTRO
               AT END
                   MOVE 'S' TO SW-FIM-100S
               NOT AT END
                   IF 100S-TRL
                      MOVE 'S' TO SW-FIM-100S
                   END-IF
           END-READ
           .
       345999-SAIDA. EXIT.
      *-----------------------------
       350000-GRAVA-DETALHE SECTION.
      *-----------------------------
           MOVE SPACES            TO 730S-LIN-DET
           MOVE CAD-MATR          TO 730S-MATR
           IF (NOT FIM-100S) AND 100S-MATR EQUAL CAD-MATR
              MOVE 100S-NOME      TO 730S-NOME
              MOVE 100S-LOTACAO   TO 730S-LOTACAO
           ELSE
              MOVE '*NAO CADASTRADA' TO 730S-NOME
           END-IF
           MOVE CAD-DT-INICIO     TO 730S-DT-INI-CADEIA
           MOVE CAD-QTD-AFAST     TO 730S-QTD-AFAST
           MOVE CAD-DIAS          TO 730S-DIAS
           MOVE CAD-DT-ENCAMINHA  TO 730S-DT-ENCAMINHA
           COMPUTE PRAZO-CORR = INT-CAD-16 - INT-HOJE
           MOVE PRAZO-CORR        TO 730S-PRAZO
           EVALUATE TRUE
               WHEN CAD-NOVO
                    MOVE 'NOVO'         TO 730S-SITUACAO
               WHEN CAD-ALTERADO
                    MOVE 'ALTERADO'     TO 730S-SITUACAO
               WHEN OTHER
                    MOVE 'INFORMADO'    TO 730S-SITUACAO
           END-EVALUATE
           WRITE 730S-REGISTRO-FD FROM 730S-LIN-DET
           ADD 1 TO CNT-LISTADOS
           .
       350999-SAIDA. EXIT.
      *-----------------------------
       360000-GUARDA-CASO SECTION.
      *-----------------------------
           IF QTD-CASO NOT LESS THAN 20000
              MOVE 'S' TO SW-ESTOURO-CASO
              GO TO 360999-SAIDA
           END-IF
           MOVE SPACES            TO 350I-REGISTRO
           MOVE CAD-MATR          TO 350I-MATR
           MOVE CAD-DT-INICIO     TO 350I-DT-INI-CADEIA
           MOVE CAD-DT-ENCAMINHA  TO 350I-DT-ENCAMINHA
           MOVE CAD-DIAS          TO 350I-DIAS
           MOVE CAD-DT-PRIM-AVISO TO 350I-DT-PRIM-AVISO
           MOVE DATA-SISTEMA      TO 350I-DT-ULT-AVISO
           MOVE CAD-SIT-AVISO     TO 350I-SIT-AVISO
           ADD 1 TO QTD-CASO
           MOVE 350I-REGISTRO     TO TAB-CASO (QTD-CASO)
           .
       360999-SAIDA. EXIT.
      *-----------------------------
       332000-GRAVA-CABEC SECTION.
      *-----------------------------
           ADD 1 TO PAG-730S
           MOVE DATA-SISTEMA TO 730S-CAB-DATA
           MOVE PAG-730S     TO 730S-PAG
           WRITE 730S-REGISTRO-FD FROM 730S-CAB-01
           MOVE SPACES TO 730S-LIN-MSG
           MOVE 'AT ATE 60 DIAS APOS O ANTERIOR E SOMADO - CONFERIR CID'
                TO 730S-MSG
           WRITE 730S-REGISTRO-FD FROM 730S-LIN-MSG
           WRITE 730S-REGISTRO-FD FROM 730S-CAB-COL
           WRITE 730S-REGISTRO-FD FROM 730S-LIN-HIFEN
           .
       332999-SAIDA. EXIT.
      *-----------------------------
       480000-VALIDA-DATA SECTION.
      *-----------------------------
      **** VALIDA DTV-DATA (AAAAMMDD) COMO DATA REAL DE CALENDARIO:
      **** MESMA CONFERENCIA DO 380000-VALIDA-DATA DO T99P2001, MAIS
      **** O ANO MINIMO 1601 (INICIO DA CONTAGEM DE DIAS).
           MOVE 'S' TO SW-DATA-VALIDA
           IF DTV-AA LESS THAN 1601 OR
              DTV-MM LESS THAN 1 OR DTV-MM GREATER THAN 12
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
       480999-SAIDA. EXIT.
      *-----------------------------
       500000-REGRAVA-CONTROLE SECTION.
      *-----------------------------
      **** O CONTROLE NOVO TEM SO OS CASOS LISTADOS NESTA EXECUCAO,
      **** NA ORDEM DE CHAVE. FALHA NA ABERTURA DEVOLVE O .ANT.
           OPEN OUTPUT T99F350I
           IF FS-350I NOT EQUAL ZEROES
              IF CONTROLE-RENOMEADO
                 CALL 'CBL_RENAME_FILE' USING DDN-350V DDN-350I
              END-IF
              PERFORM 999006-ERRO-006
           END-IF
           PERFORM VARYING IDX-CASO FROM 1 BY 1
                     UNTIL IDX-CASO GREATER THAN QTD-CASO
                    MOVE TAB-CASO (IDX-CASO) TO 350I-REGISTRO
                    WRITE 350I-REGISTRO-FD FROM 350I-REGISTRO
           END-PERFORM
           CLOSE T99F350I
           .
       500999-SAIDA. EXIT.
      *-----------------------------
       600000-IMPRIME-TOTAIS SECTION.
      *-----------------------------
           WRITE 730S-REGISTRO-FD FROM 730S-LIN-HIFEN
           MOVE SPACES                     TO 730S-LIN-TOT
           MOVE 'AT CORRENTES (T99F350S)'  TO 730S-TOT-DESC
           MOVE CNT-AT-350S                TO 730S-TOT-QTDE
           WRITE 730S-REGISTRO-FD FROM 730S-LIN-TOT
           MOVE SPACES                     TO 730S-LIN-TOT
           MOVE 'AT DO HISTORICO (T99F350H)' TO 730S-TOT-DESC
           MOVE CNT-AT-350H                TO 730S-TOT-QTDE
           WRITE 730S-REGISTRO-FD FROM 730S-LIN-TOT
           MOVE SPACES                     TO 730S-LIN-TOT
           MOVE 'AT COM DATA INVALIDA'     TO 730S-TOT-DESC
           MOVE CNT-DT-INVALIDA            TO 730S-TOT-QTDE
           WRITE 730S-REGISTRO-FD FROM 730S-LIN-TOT
           MOVE SPACES                     TO 730S-LIN-TOT
           MOVE 'CADEIAS DE AT MONTADAS'   TO 730S-TOT-DESC
           MOVE CNT-CADEIAS                TO 730S-TOT-QTDE
           WRITE 730S-REGISTRO-FD FROM 730S-LIN-TOT
           MOVE SPACES                     TO 730S-LIN-TOT
           MOVE 'CASOS DE ENCAMINHAMENTO'  TO 730S-TOT-DESC
           MOVE CNT-LISTADOS               TO 730S-TOT-QTDE
           WRITE 730S-REGISTRO-FD FROM 730S-LIN-TOT
           MOVE SPACES                     TO 730S-LIN-TOT
           MOVE '  NOVOS'                  TO 730S-TOT-DESC
           MOVE CNT-NOVOS                  TO 730S-TOT-QTDE
           WRITE 730S-REGISTRO-FD FROM 730S-LIN-TOT
           MOVE SPACES                     TO 730S-LIN-TOT
           MOVE '  ALTERADOS'              TO 730S-TOT-DESC
           MOVE CNT-ALTERADOS              TO 730S-TOT-QTDE
           WRITE 730S-REGISTRO-FD FROM 730S-LIN-TOT
           MOVE SPACES                     TO 730S-LIN-TOT
           MOVE '  JA INFORMADOS'          TO 730S-TOT-DESC
           MOVE CNT-INFORMADOS             TO 730S-TOT-QTDE
           WRITE 730S-REGISTRO-FD FROM 730S-LIN-TOT
           MOVE SPACES                     TO 730S-LIN-TOT
           MOVE 'CASOS ENCERRADOS NO CONTROLE' TO 730S-TOT-DESC
           MOVE CNT-ENCERRADOS             TO 730S-TOT-QTDE
           WRITE 730S-REGISTRO-FD FROM 730S-LIN-TOT
           WRITE 730S-REGISTRO-FD FROM 730S-LIN-HIFEN
           WRITE 730S-REGISTRO-FD FROM 730S-FIM-REL
           .
       600999-SAIDA. EXIT.
      *-----------------------------
       900000-OBTEM-DATA-SISTEMA SECTION.
      *-----------------------------
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD
           .
       900000-SAIDA. EXIT.
      *-----------------------------
       900008-LE-PARAMETROS SECTION.
      *-----------------------------
      **** PARAMETRO OPCIONAL DE EXECUCAO: SE T99F900P NAO EXISTIR,
      **** VALEM OS DEFAULTS JA FIXADOS EM WORKING-STORAGE.
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
           IF 900P-ARQ-350H NOT EQUAL SPACES
              MOVE 900P-ARQ-350H TO DDN-350H
           END-IF
           IF 900P-ARQ-350I NOT EQUAL SPACES
              MOVE 900P-ARQ-350I TO DDN-350I
           END-IF
           IF 900P-ARQ-730S NOT EQUAL SPACES
              MOVE 900P-ARQ-730S TO DDN-730S
           END-IF
           .
       900009-SAIDA. EXIT.
      *--------------------------
       999001-ERRO-001 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 001 CADASTRO NAO ENCONTRADO: ' DDN-100S
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      *--------------------------
       999002-ERRO-002 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 002 ERRO OPEN RELATORIO: ' DDN-730S
                   ' (' FS-730S ')'
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      *--------------------------
       999003-ERRO-003 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 003 AFASTAMENTOS NAO ENCONTRADOS: ' DDN-350S
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      *--------------------------
       999004-ERRO-004 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 004 CONTROLE DE CASOS EXCEDE 20000 LINHAS'
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      *--------------------------
       999005-ERRO-005 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 005 CONTROLE FORA DE ORDEM: ' DDN-350V
                   ' CHAVE ' 350I-CHAVE
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      *--------------------------
       999006-ERRO-006 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 006 ERRO OPEN CONTROLE: ' DDN-350I
                   ' (' FS-350I ')'
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      ******************************************************************
       END PROGRAM T99P2031.
      ******************************************************************
