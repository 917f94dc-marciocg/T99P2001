      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
      *
       PROGRAM-ID. T99P2030.
      *
      *AUTHOR.  MARCIO CONC
      *REMARKS. CONFERENCIA DO CALENDARIO DE FERIADOS T99F420E, QUE
      *REMARKS. ALIMENTA A CONTAGEM DE DIAS UTEIS (MODULO T99S420C) DO
      *REMARKS. T99P2000, T99P2001, T99P2012 E DA ESTEIRA T99P2024.
      *REMARKS. APONTA NO T99L729S AS LINHAS COM PROBLEMA (DATA FORA
      *REMARKS. DO CALENDARIO, ABRANGENCIA FORA DO DOMINIO, DESCRICAO
      *REMARKS. EM BRANCO, FERIADO NACIONAL COM LOTACAO, LOTACAO FORA
      *REMARKS. DO T99F400E, FORA DE ORDEM OU DUPLICADA), LISTA OS
      *REMARKS. FERIADOS DO ANO (900P-ANO-CALENDARIO, ZERO = ANO
      *REMARKS. CORRENTE) COM O DIA DA SEMANA E OS DOIS DIAS EM QUE O
      *REMARKS. INICIO DE FERIAS FICA VEDADO (ART. 134 PAR. 3 DA CLT)
      *REMARKS. E RESUME MES A MES OS DIAS UTEIS DA EMPRESA, PELO
      *REMARKS. PROPRIO MODULO (O QUE SAI AQUI E O QUE OS PROGRAMAS
      *REMARKS. CONTAM). RC 4 QUANDO HA LINHA COM PROBLEMA, ANO SEM
      *REMARKS. FERIADOS OU, EM NOVEMBRO E DEZEMBRO, ANO SEGUINTE
      *REMARKS. AINDA NAO CADASTRADO.
      *DATE-WRITTEN. 15/10/2026.
      *VERSAO 002-MARCIO CONC-15/10/2026-LITERAIS CONTINUADOS DAS
      *VERSAO 002-MARCIO CONC-15/10/2026-MENSAGENS PREENCHIDOS ATE A
      *VERSAO 002-MARCIO CONC-15/10/2026-COLUNA 72 (SAIAM COM ESPACO NO
      *VERSAO 002-MARCIO CONC-15/10/2026-MEIO DA PALAVRA).
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
           SELECT T99F420E ASSIGN TO DDN-420E
               FILE STATUS IS FS-420E
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99F400E ASSIGN TO DDN-400E
               FILE STATUS IS FS-400E
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99L729S ASSIGN TO DDN-729S
               FILE STATUS IS FS-729S
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
       FD  T99F420E
           BLOCK  0
           RECORD 50
           RECORDING F.
      *
       01  420E-REGISTRO-FD            PIC X(50).
      *
       FD  T99F400E
           BLOCK  0
           RECORD 40
           RECORDING F.
      *
       01  400E-REGISTRO-FD            PIC X(40).
      *
       FD  T99L729S
           BLOCK  0
           RECORD 72
           RECORDING F.
      *
       01  729S-REGISTRO-FD            PIC X(72).
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
                                               '*** T99P2030 ***'.
       77  CTE-VERS                    PIC  X(06)     VALUE 'VRS002'.
      *
      **** NOMES DOS DIAS (0 = SEGUNDA ... 6 = DOMINGO, A MESMA
      **** NUMERACAO DO MODULO T99S420C) E DOS MESES.
       01  TAB-DIAS-FIXA.
           03  FILLER                  PIC  X(21)     VALUE
                                        'SEGTERQUAQUISEXSABDOM'.
       01  TAB-DIAS-RED REDEFINES TAB-DIAS-FIXA.
           03  TAB-DIA-NOME  OCCURS  7  TIMES
                                       PIC  X(03).
       01  TAB-MESES-FIXA.
           03  FILLER                  PIC  X(36)     VALUE
                               'JANFEVMARABRMAIJUNJULAGOSETOUTNOVDEZ'.
       01  TAB-MESES-RED REDEFINES TAB-MESES-FIXA.
           03  TAB-MES-NOME  OCCURS 12  TIMES
                                       PIC  X(03).
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
      *{{ INCLUI BOOKS }}
            COPY 'T99K400E.cpy'.
            COPY 'T99K420C.cpy'.
            COPY 'T99K420E.cpy'.
            COPY 'T99K729S.cpy'.
            COPY 'T99K900P.cpy'.
      *{{  FIM BOOKS  }}
       77  FS-420E                     PIC  XX.
       77  FS-400E                     PIC  XX.
       77  FS-729S                     PIC  XX.
       77  FS-900P                     PIC  XX.
       77  DDN-420E                    PIC  X(20)     VALUE
                                               'T99F420E.txt'.
       77  DDN-400E                    PIC  X(20)     VALUE
                                               'T99F400E.txt'.
       77  DDN-729S                    PIC  X(20)     VALUE
                                               'T99L729S.txt'.
      *
       01  DATA-SISTEMA-GRP.
           03  DATA-SISTEMA          PIC  9(08).
           03  DATA-SISTEMA-RED REDEFINES DATA-SISTEMA.
               05  DATA-SISTEMA-AA   PIC  9(04).
               05  DATA-SISTEMA-MM   PIC  9(02).
               05  DATA-SISTEMA-DD   PIC  9(02).
      *
      **** ANO CONFERIDO E LIMITES EM DIAS INTEIROS (INTEGER-OF-DATE,
      **** MESMO RECURSO DO MODULO).
       77  ANO-REL                     PIC  9(04)     VALUE 0.
       77  ANO-SEGUINTE                PIC  9(04)     VALUE 0.
       77  DATA-CORR                   PIC  9(08)     VALUE 0.
       77  INT-INI-ANO                 PIC S9(09) COMP VALUE 0.
       77  INT-FIM-ANO                 PIC S9(09) COMP VALUE 0.
       77  INT-CORR                    PIC S9(09) COMP VALUE 0.
       77  INT-FERIADO                 PIC S9(09) COMP VALUE 0.
       77  MES-CORR                    PIC  9(02)     VALUE 0.
      *
      **** CHAVE DA LINHA ANTERIOR, PARA ORDEM E DUPLICIDADE.
       01  CHAVE-ATUAL.
           03  CHAVE-ATUAL-DATA        PIC  9(08).
           03  CHAVE-ATUAL-LOT         PIC  X(04).
       01  CHAVE-ANTERIOR.
           03  CHAVE-ANT-DATA          PIC  9(08)     VALUE 0.
           03  CHAVE-ANT-LOT           PIC  X(04)     VALUE SPACES.
      *
       77  SW-FIM-420E                 PIC  X(01)     VALUE 'N'.
           88  FIM-420E                                 VALUE 'S'.
       77  SW-FIM-400E                 PIC  X(01)     VALUE 'N'.
           88  FIM-400E                                 VALUE 'S'.
       77  SW-TEM-400E                 PIC  X(01)     VALUE 'N'.
           88  TEM-400E                                 VALUE 'S'.
       77  SW-ACHOU-LOTACAO            PIC  X(01)     VALUE 'N'.
           88  ACHOU-LOTACAO                            VALUE 'S'.
       77  SW-POSICAO                  PIC  X(01)     VALUE 'N'.
           88  POSICAO-ACHADA                           VALUE 'S'.
       77  MOTIVO-LINHA                PIC  X(29)     VALUE SPACES.
       77  PAG-729S                    PIC  9(05)     VALUE 0.
       77  CNT-LIDOS                   PIC  9(05)     VALUE 0.
       77  CNT-PROBLEMAS               PIC  9(05)     VALUE 0.
       77  CNT-ANO-SEGUINTE            PIC  9(05)     VALUE 0.
       77  CNT-AVISOS                  PIC  9(05)     VALUE 0.
      *
      **** TAB-ANO: FERIADOS DO ANO CONFERIDO, MANTIDOS EM ORDEM DE
      **** DATA E LOTACAO MESMO QUANDO O ARQUIVO ESTA FORA DE ORDEM.
       77  QTD-ANO                     PIC  9(05)     VALUE 0.
       77  IDX-ANO                     PIC  9(05)     VALUE 0.
       77  IDX-DESLOCA                 PIC  9(05)     VALUE 0.
       01  TAB-ANO-GERAL.
           03  TAB-ANO-ENT  OCCURS  1000  TIMES.
               05  TAB-ANO-DATA        PIC  9(08).
               05  TAB-ANO-ABRANG      PIC  X(01).
               05  TAB-ANO-LOT         PIC  X(04).
               05  TAB-ANO-DESC        PIC  X(30).
      *
      **** TAB-MES: RESUMO MENSAL DOS DIAS DA EMPRESA; A 13A POSICAO
      **** ACUMULA O ANO.
       77  IDX-MES                     PIC  9(02)     VALUE 0.
       01  TAB-MES-GERAL.
           03  TAB-MES-ENT  OCCURS  13  TIMES.
               05  TAB-MES-CORRIDOS    PIC  9(03).
               05  TAB-MES-SABADOS     PIC  9(03).
               05  TAB-MES-DOMINGOS    PIC  9(03).
               05  TAB-MES-FERIADOS    PIC  9(03).
               05  TAB-MES-UTEIS       PIC  9(03).
      *
      **** TAB-LOTACOES: CODIGOS DO T99F400E, PARA A CONFERENCIA DA
      **** LOTACAO DOS FERIADOS LOCAIS.
       77  QTD-LOTACOES                PIC  9(05)     VALUE 0.
       77  IDX-LOTACAO                 PIC  9(05)     VALUE 0.
       01  TAB-LOTACOES-GERAL.
           03  TAB-LOTACAO-ENT  OCCURS  500  TIMES.
               05  TAB-LOTACAO-COD     PIC  X(04).
      *
      **** CONFERENCIA DE DATA DE CALENDARIO (MESMA REGRA DO
      **** 380000-VALIDA-DATA DO T99P2001, ANO MINIMO 1601).
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
           IF ANO-REL EQUAL ZEROES
              MOVE DATA-SISTEMA-AA TO ANO-REL
           END-IF
           IF ANO-REL LESS THAN 1601 OR ANO-REL GREATER THAN 9998
              PERFORM 999004-ERRO-004
           END-IF
           COMPUTE ANO-SEGUINTE = ANO-REL + 1
           PERFORM 900022-CARREGA-LOTACOES
           PERFORM 904100-CARREGA-CALENDARIO
      *
           OPEN INPUT T99F420E
           IF FS-420E NOT EQUAL ZEROES
              PERFORM 999001-ERRO-001
           END-IF
           OPEN OUTPUT T99L729S
           IF FS-729S NOT EQUAL ZEROES
              PERFORM 999002-ERRO-002
           END-IF
      *
           PERFORM 200000-CONFERE-ARQUIVO
           PERFORM 300000-LISTA-FERIADOS-ANO
           PERFORM 400000-RESUMO-MENSAL
           PERFORM 500000-GRAVA-AVISOS-TOTAIS
           CLOSE T99L729S
      *
           DISPLAY CTE-PROG ' ' CTE-VERS ' *** ANO: ' ANO-REL
                   ' LINHAS: ' CNT-LIDOS ' COM PROBLEMA: '
                   CNT-PROBLEMAS ' FERIADOS NO ANO: ' QTD-ANO
           IF CNT-PROBLEMAS GREATER THAN ZEROES OR
              CNT-AVISOS GREATER THAN ZEROES
              DISPLAY CTE-PROG ' ' CTE-VERS
                 ' *** 999 *** FIM COM PENDENCIAS NO CALENDARIO'
              MOVE 4 TO RETURN-CODE
           ELSE
              DISPLAY CTE-PROG ' ' CTE-VERS ' *** 999 *** FIM NORMAL'
              MOVE 0 TO RETURN-CODE
           END-IF
           .
       999999-ENCERRA.
           GOBACK
           .
      *-----------------------------
       200000-CONFERE-ARQUIVO SECTION.
      *-----------------------------
      **** PRIMEIRA PARTE: LE O CALENDARIO INTEIRO, APONTA CADA LINHA
      **** COM PROBLEMA (SO O PRIMEIRO MOTIVO DA LINHA) E GUARDA OS
      **** FERIADOS DO ANO CONFERIDO PARA A SEGUNDA PARTE.
           PERFORM 332000-GRAVA-CABEC-GERAL
           MOVE 'LINHAS DO ARQUIVO COM PROBLEMA' TO 729S-PARTE
           WRITE 729S-REGISTRO-FD FROM 729S-CAB-PARTE
           WRITE 729S-REGISTRO-FD FROM 729S-CAB-COL-ERR
           WRITE 729S-REGISTRO-FD FROM 729S-LIN-HIFEN
           MOVE 'N' TO SW-FIM-420E
           PERFORM WITH TEST BEFORE UNTIL FIM-420E
                    READ T99F420E INTO 420E-REGISTRO
                        AT END
                            MOVE 'S' TO SW-FIM-420E
                        NOT AT END
                            ADD 1 TO CNT-LIDOS
                            PERFORM 210000-CONFERE-LINHA
                    END-READ
           END-PERFORM
           CLOSE T99F420E
           IF CNT-PROBLEMAS EQUAL ZEROES
              MOVE SPACES TO 729S-LIN-MSG
              MOVE 'NENHUMA LINHA COM PROBLEMA' TO 729S-MSG
              WRITE 729S-REGISTRO-FD FROM 729S-LIN-MSG
           END-IF
           WRITE 729S-REGISTRO-FD FROM 729S-LIN-HIFEN
           .
       200999-SAIDA. EXIT.
      *-----------------------------
       210000-CONFERE-LINHA SECTION.
      *-----------------------------
      **** DATA OU ABRANGENCIA INVALIDAS: O MODULO IGNORA A LINHA.
      **** AS DEMAIS OCORRENCIAS NAO IMPEDEM O USO DA LINHA PELO
      **** MODULO, MAS SAO ERRO DE MANUTENCAO DO CALENDARIO.
           MOVE SPACES TO MOTIVO-LINHA
           IF 420E-DATA NOT NUMERIC
              MOVE 'DATA INVALIDA' TO MOTIVO-LINHA
              GO TO 210900-GRAVA-PROBLEMA
           END-IF
           MOVE 420E-DATA TO DTV-DATA
           PERFORM 480000-VALIDA-DATA
           IF NOT DATA-VALIDA
              MOVE 'DATA INVALIDA' TO MOTIVO-LINHA
              GO TO 210900-GRAVA-PROBLEMA
           END-IF
           IF NOT 420E-ABRANG-VALIDA
              MOVE 'ABRANGENCIA INVALIDA (N/E/M)' TO MOTIVO-LINHA
              GO TO 210900-GRAVA-PROBLEMA
           END-IF
      *- - A PARTIR DAQUI A LINHA E USADA PELO MODULO: ENTRA NA
      *- - CONFERENCIA DE ORDEM E NA LISTA DO ANO.
           MOVE 420E-DATA    TO CHAVE-ATUAL-DATA
           MOVE 420E-LOTACAO TO CHAVE-ATUAL-LOT
           IF 420E-DATA (1:4) EQUAL ANO-REL
              PERFORM 220000-GUARDA-FERIADO-ANO
           END-IF
           IF 420E-DATA (1:4) EQUAL ANO-SEGUINTE
              ADD 1 TO CNT-ANO-SEGUINTE
           END-IF
           EVALUATE TRUE
               WHEN 420E-DESC EQUAL SPACES
                    MOVE 'DESCRICAO EM BRANCO' TO MOTIVO-LINHA
               WHEN 420E-NACIONAL AND 420E-LOTACAO NOT EQUAL SPACES
                    MOVE 'FERIADO NACIONAL COM LOTACAO'
                         TO MOTIVO-LINHA
               WHEN CHAVE-ATUAL LESS THAN CHAVE-ANTERIOR
                    MOVE 'FORA DE ORDEM (DATA/LOTACAO)'
                         TO MOTIVO-LINHA
               WHEN CHAVE-ATUAL EQUAL CHAVE-ANTERIOR
                    MOVE 'DUPLICADA (DATA/LOTACAO)' TO MOTIVO-LINHA
               WHEN OTHER
                    PERFORM 230000-CONFERE-LOTACAO
           END-EVALUATE
           MOVE CHAVE-ATUAL TO CHAVE-ANTERIOR
           IF MOTIVO-LINHA EQUAL SPACES
              GO TO 210999-SAIDA
           END-IF
           .
       210900-GRAVA-PROBLEMA.
           ADD 1 TO CNT-PROBLEMAS
           MOVE SPACES         TO 729S-LIN-ERR
           MOVE CNT-LIDOS      TO 729S-ERR-LINHA
           MOVE 420E-DATA      TO 729S-ERR-DATA
           MOVE 420E-ABRANGENCIA TO 729S-ERR-ABRANG
           MOVE 420E-LOTACAO   TO 729S-ERR-LOTACAO
           MOVE 420E-DESC      TO 729S-ERR-DESC
           MOVE MOTIVO-LINHA   TO 729S-ERR-MOTIVO
           WRITE 729S-REGISTRO-FD FROM 729S-LIN-ERR
           .
       210999-SAIDA. EXIT.
      *-----------------------------
       220000-GUARDA-FERIADO-ANO SECTION.
      *-----------------------------
      **** INSERE EM ORDEM DE DATA E LOTACAO (MESMA ORDENACAO DO
      **** MODULO), DESLOCANDO PARA O FIM AS ENTRADAS MAIORES.
           IF QTD-ANO NOT LESS THAN 1000
              GO TO 220999-SAIDA
           END-IF
           MOVE QTD-ANO TO IDX-DESLOCA
           MOVE 'N' TO SW-POSICAO
           PERFORM WITH TEST BEFORE
                   UNTIL IDX-DESLOCA EQUAL ZEROES OR POSICAO-ACHADA
                    IF TAB-ANO-DATA (IDX-DESLOCA) GREATER THAN
                          420E-DATA OR
                       (TAB-ANO-DATA (IDX-DESLOCA) EQUAL 420E-DATA AND
                        TAB-ANO-LOT (IDX-DESLOCA) GREATER THAN
                          420E-LOTACAO)
                       MOVE TAB-ANO-ENT (IDX-DESLOCA) TO
                            TAB-ANO-ENT (IDX-DESLOCA + 1)
                       SUBTRACT 1 FROM IDX-DESLOCA
                    ELSE
                       MOVE 'S' TO SW-POSICAO
                    END-IF
           END-PERFORM
           ADD 1 TO QTD-ANO
           MOVE 420E-DATA        TO TAB-ANO-DATA   (IDX-DESLOCA + 1)
           MOVE 420E-ABRANGENCIA TO TAB-ANO-ABRANG (IDX-DESLOCA + 1)
           MOVE 420E-LOTACAO     TO TAB-ANO-LOT    (IDX-DESLOCA + 1)
           MOVE 420E-DESC        TO TAB-ANO-DESC   (IDX-DESLOCA + 1)
           .
       220999-SAIDA. EXIT.
      *-----------------------------
       230000-CONFERE-LOTACAO SECTION.
      *-----------------------------
      **** FERIADO LOCAL DE LOTACAO QUE NAO EXISTE NO T99F400E NUNCA
      **** SE APLICA A NINGUEM. SEM O T99F400E A CONFERENCIA E
      **** DISPENSADA.
           IF 420E-LOTACAO EQUAL SPACES OR NOT TEM-400E
              GO TO 230999-SAIDA
           END-IF
           MOVE 'N' TO SW-ACHOU-LOTACAO
           MOVE 1 TO IDX-LOTACAO
           PERFORM WITH TEST BEFORE
                    UNTIL ACHOU-LOTACAO OR
                          IDX-LOTACAO GREATER THAN QTD-LOTACOES
                    IF TAB-LOTACAO-COD (IDX-LOTACAO) EQUAL
                          420E-LOTACAO
                       MOVE 'S' TO SW-ACHOU-LOTACAO
                    ELSE
                       ADD 1 TO IDX-LOTACAO
                    END-IF
           END-PERFORM
           IF NOT ACHOU-LOTACAO
              MOVE 'LOTACAO FORA DO T99F400E' TO MOTIVO-LINHA
           END-IF
           .
       230999-SAIDA. EXIT.
      *-----------------------------
       300000-LISTA-FERIADOS-ANO SECTION.
      *-----------------------------
      **** SEGUNDA PARTE: FERIADOS DO ANO EM ORDEM DE DATA, COM O DIA
      **** DA SEMANA E OS DOIS DIAS ANTERIORES, EM QUE NAO PODE
      **** COMECAR FERIAS (PARA FERIADO LOCAL, SO NA LOTACAO).
           PERFORM 332000-GRAVA-CABEC-GERAL
           MOVE SPACES TO 729S-PARTE
           STRING 'FERIADOS DE ' DELIMITED BY SIZE
                  ANO-REL        DELIMITED BY SIZE
                  INTO 729S-PARTE
           WRITE 729S-REGISTRO-FD FROM 729S-CAB-PARTE
           WRITE 729S-REGISTRO-FD FROM 729S-CAB-COL-FER
           WRITE 729S-REGISTRO-FD FROM 729S-LIN-HIFEN
           IF QTD-ANO EQUAL ZEROES
              MOVE SPACES TO 729S-LIN-MSG
              MOVE 'NENHUM FERIADO CADASTRADO PARA O ANO' TO 729S-MSG
              WRITE 729S-REGISTRO-FD FROM 729S-LIN-MSG
           END-IF
           MOVE 1 TO IDX-ANO
           PERFORM WITH TEST BEFORE UNTIL IDX-ANO GREATER THAN QTD-ANO
                    PERFORM 310000-GRAVA-FERIADO
                    ADD 1 TO IDX-ANO
           END-PERFORM
           WRITE 729S-REGISTRO-FD FROM 729S-LIN-HIFEN
           MOVE SPACES TO 729S-LIN-MSG
           MOVE 'FERIAS TAMBEM NAO INICIAM NA SEXTA NEM NO SABADO (REPOU
      -         'SO DOMINGO)' TO 729S-MSG
           WRITE 729S-REGISTRO-FD FROM 729S-LIN-MSG
           WRITE 729S-REGISTRO-FD FROM 729S-LIN-HIFEN
           .
       300999-SAIDA. EXIT.
      *-----------------------------
       310000-GRAVA-FERIADO SECTION.
      *-----------------------------
           COMPUTE INT-FERIADO =
                   FUNCTION INTEGER-OF-DATE (TAB-ANO-DATA (IDX-ANO))
           MOVE 'D'                     TO 420C-FUNCAO
           MOVE TAB-ANO-LOT (IDX-ANO)   TO 420C-LOTACAO
           MOVE TAB-ANO-DATA (IDX-ANO)  TO 420C-DT-INI
           CALL 'T99S420C' USING 420C-AREA
           MOVE SPACES                  TO 729S-LIN-FER
           MOVE TAB-ANO-DATA (IDX-ANO)   TO 729S-FER-DATA
           MOVE TAB-DIA-NOME (420C-DIA-SEMANA + 1) TO 729S-FER-DIA
           MOVE TAB-ANO-ABRANG (IDX-ANO) TO 729S-FER-ABRANG
           MOVE TAB-ANO-LOT (IDX-ANO)    TO 729S-FER-LOTACAO
           MOVE TAB-ANO-DESC (IDX-ANO)   TO 729S-FER-DESC
           COMPUTE INT-CORR = INT-FERIADO - 2
           COMPUTE 729S-FER-VEDADO-1 =
                   FUNCTION DATE-OF-INTEGER (INT-CORR)
           COMPUTE INT-CORR = INT-FERIADO - 1
           COMPUTE 729S-FER-VEDADO-2 =
                   FUNCTION DATE-OF-INTEGER (INT-CORR)
           WRITE 729S-REGISTRO-FD FROM 729S-LIN-FER
           .
       310999-SAIDA. EXIT.
      *-----------------------------
       332000-GRAVA-CABEC-GERAL SECTION.
      *-----------------------------
           ADD 1 TO PAG-729S
           MOVE ANO-REL      TO 729S-CAB-ANO
           MOVE DATA-SISTEMA TO 729S-CAB-DATA
           MOVE PAG-729S     TO 729S-PAG
           WRITE 729S-REGISTRO-FD FROM 729S-CAB-01
           MOVE DDN-420E     TO 729S-ARQ
           WRITE 729S-REGISTRO-FD FROM 729S-CAB-ARQ
           WRITE 729S-REGISTRO-FD FROM 729S-LIN-HIFEN
           .
       332999-SAIDA. EXIT.
      *-----------------------------
       400000-RESUMO-MENSAL SECTION.
      *-----------------------------
      **** TERCEIRA PARTE: CLASSIFICA CADA DIA DO ANO PELO MODULO
      **** (FUNCAO 'D', LOTACAO EM BRANCO = SO FERIADOS DA EMPRESA).
      **** FERIADOS = FERIADOS DE SEGUNDA A SEXTA, OS UNICOS QUE
      **** TIRAM DIA UTIL.
           INITIALIZE TAB-MES-GERAL
           COMPUTE DATA-CORR = ANO-REL * 10000 + 0101
           COMPUTE INT-INI-ANO = FUNCTION INTEGER-OF-DATE (DATA-CORR)
           COMPUTE DATA-CORR = ANO-REL * 10000 + 1231
           COMPUTE INT-FIM-ANO = FUNCTION INTEGER-OF-DATE (DATA-CORR)
           MOVE INT-INI-ANO TO INT-CORR
           PERFORM WITH TEST BEFORE
                    UNTIL INT-CORR GREATER THAN INT-FIM-ANO
                    PERFORM 410000-CLASSIFICA-DIA
                    ADD 1 TO INT-CORR
           END-PERFORM
      *
           PERFORM 332000-GRAVA-CABEC-GERAL
           MOVE SPACES TO 729S-PARTE
           STRING 'DIAS UTEIS DA EMPRESA EM ' DELIMITED BY SIZE
                  ANO-REL                     DELIMITED BY SIZE
                  ' (FERIADOS SEM LOTACAO)'   DELIMITED BY SIZE
                  INTO 729S-PARTE
           WRITE 729S-REGISTRO-FD FROM 729S-CAB-PARTE
           WRITE 729S-REGISTRO-FD FROM 729S-CAB-COL-MES
           WRITE 729S-REGISTRO-FD FROM 729S-LIN-HIFEN
           MOVE 1 TO IDX-MES
           PERFORM WITH TEST BEFORE UNTIL IDX-MES GREATER THAN 13
                    IF IDX-MES EQUAL 13
                       WRITE 729S-REGISTRO-FD FROM 729S-LIN-HIFEN
                    END-IF
                    PERFORM 420000-GRAVA-MES
                    ADD 1 TO IDX-MES
           END-PERFORM
           WRITE 729S-REGISTRO-FD FROM 729S-LIN-HIFEN
           .
       400999-SAIDA. EXIT.
      *-----------------------------
       410000-CLASSIFICA-DIA SECTION.
      *-----------------------------
           COMPUTE DATA-CORR = FUNCTION DATE-OF-INTEGER (INT-CORR)
           MOVE DATA-CORR (5:2) TO MES-CORR
           MOVE 'D'       TO 420C-FUNCAO
           MOVE SPACES    TO 420C-LOTACAO
           MOVE DATA-CORR TO 420C-DT-INI
           CALL 'T99S420C' USING 420C-AREA
           ADD 1 TO TAB-MES-CORRIDOS (MES-CORR)
           ADD 1 TO TAB-MES-CORRIDOS (13)
           EVALUATE TRUE
               WHEN 420C-DIA-SEMANA EQUAL 5
                    ADD 1 TO TAB-MES-SABADOS (MES-CORR)
                    ADD 1 TO TAB-MES-SABADOS (13)
               WHEN 420C-DIA-SEMANA EQUAL 6
                    ADD 1 TO TAB-MES-DOMINGOS (MES-CORR)
                    ADD 1 TO TAB-MES-DOMINGOS (13)
               WHEN 420C-DIA-FERIADO
                    ADD 1 TO TAB-MES-FERIADOS (MES-CORR)
                    ADD 1 TO TAB-MES-FERIADOS (13)
               WHEN OTHER
                    ADD 1 TO TAB-MES-UTEIS (MES-CORR)
                    ADD 1 TO TAB-MES-UTEIS (13)
           END-EVALUATE
           .
       410999-SAIDA. EXIT.
      *-----------------------------
       420000-GRAVA-MES SECTION.
      *-----------------------------
           MOVE SPACES TO 729S-LIN-MES
           IF IDX-MES EQUAL 13
              MOVE 'ANO' TO 729S-MES
           ELSE
              MOVE TAB-MES-NOME (IDX-MES) TO 729S-MES
           END-IF
           MOVE TAB-MES-CORRIDOS (IDX-MES) TO 729S-MES-CORRIDOS
           MOVE TAB-MES-SABADOS (IDX-MES)  TO 729S-MES-SABADOS
           MOVE TAB-MES-DOMINGOS (IDX-MES) TO 729S-MES-DOMINGOS
           MOVE TAB-MES-FERIADOS (IDX-MES) TO 729S-MES-FERIADOS
           MOVE TAB-MES-UTEIS (IDX-MES)    TO 729S-MES-UTEIS
           WRITE 729S-REGISTRO-FD FROM 729S-LIN-MES
           .
       420999-SAIDA. EXIT.
      *-----------------------------
       500000-GRAVA-AVISOS-TOTAIS SECTION.
      *-----------------------------
      **** AVISOS: ANO SEM NENHUM FERIADO (CONTAGEM SO POR FIM DE
      **** SEMANA) E, A PARTIR DE NOVEMBRO, ANO SEGUINTE AINDA NAO
      **** CADASTRADO (A VIRADA DO ANO CONTARIA FERIADO COMO UTIL).
           IF QTD-ANO EQUAL ZEROES
              ADD 1 TO CNT-AVISOS
              MOVE SPACES TO 729S-LIN-MSG
              MOVE 'AVISO: ANO SEM FERIADOS - SO SABADOS E DOMINGOS CONT
      -            'AM' TO 729S-MSG
              WRITE 729S-REGISTRO-FD FROM 729S-LIN-MSG
           END-IF
           IF ANO-REL EQUAL DATA-SISTEMA-AA AND
              DATA-SISTEMA-MM NOT LESS THAN 11 AND
              CNT-ANO-SEGUINTE EQUAL ZEROES
              ADD 1 TO CNT-AVISOS
              MOVE SPACES TO 729S-LIN-MSG
              STRING 'AVISO: FERIADOS DE ' DELIMITED BY SIZE
                     ANO-SEGUINTE          DELIMITED BY SIZE
                     ' AINDA NAO CADASTRADOS' DELIMITED BY SIZE
                     INTO 729S-MSG
              WRITE 729S-REGISTRO-FD FROM 729S-LIN-MSG
           END-IF
           IF CNT-AVISOS GREATER THAN ZEROES
              WRITE 729S-REGISTRO-FD FROM 729S-LIN-HIFEN
           END-IF
           MOVE SPACES                   TO 729S-LIN-TOT
           MOVE 'LINHAS LIDAS'           TO 729S-TOT-DESC
           MOVE CNT-LIDOS                TO 729S-TOT-QTDE
           WRITE 729S-REGISTRO-FD FROM 729S-LIN-TOT
           MOVE SPACES                   TO 729S-LIN-TOT
           MOVE 'LINHAS COM PROBLEMA'    TO 729S-TOT-DESC
           MOVE CNT-PROBLEMAS            TO 729S-TOT-QTDE
           WRITE 729S-REGISTRO-FD FROM 729S-LIN-TOT
           MOVE SPACES                   TO 729S-LIN-TOT
           MOVE 'LINHAS IGNORADAS PELO MODULO' TO 729S-TOT-DESC
           MOVE 420C-QTD-INVALIDOS       TO 729S-TOT-QTDE
           WRITE 729S-REGISTRO-FD FROM 729S-LIN-TOT
           MOVE SPACES                   TO 729S-LIN-TOT
           MOVE 'FERIADOS NO ANO'        TO 729S-TOT-DESC
           MOVE QTD-ANO                  TO 729S-TOT-QTDE
           WRITE 729S-REGISTRO-FD FROM 729S-LIN-TOT
           MOVE SPACES                   TO 729S-LIN-TOT
           MOVE 'FERIADOS NO ANO SEGUINTE' TO 729S-TOT-DESC
           MOVE CNT-ANO-SEGUINTE         TO 729S-TOT-QTDE
           WRITE 729S-REGISTRO-FD FROM 729S-LIN-TOT
           WRITE 729S-REGISTRO-FD FROM 729S-LIN-HIFEN
           WRITE 729S-REGISTRO-FD FROM 729S-FIM-REL
           .
       500999-SAIDA. EXIT.
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
       900000-OBTEM-DATA-SISTEMA SECTION.
      *-----------------------------
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD
           .
       900000-SAIDA. EXIT.
      *-----------------------------
       900022-CARREGA-LOTACOES SECTION.
      *-----------------------------
      **** PRE-CARREGA OS CODIGOS DA TABELA DE LOTACOES (T99F400E);
      **** ARQUIVO OPCIONAL, AUSENTE A LOTACAO DOS FERIADOS LOCAIS NAO
      **** E CONFERIDA.
           MOVE 0 TO QTD-LOTACOES
           MOVE 'N' TO SW-FIM-400E
           OPEN INPUT T99F400E
           IF FS-400E EQUAL ZEROES
              MOVE 'S' TO SW-TEM-400E
              PERFORM WITH TEST BEFORE UNTIL FIM-400E
                       READ T99F400E INTO 400E-REGISTRO
                           AT END
                               MOVE 'S' TO SW-FIM-400E
                           NOT AT END
                               IF QTD-LOTACOES LESS THAN 500
                                  ADD 1 TO QTD-LOTACOES
                                  MOVE 400E-COD TO
                                       TAB-LOTACAO-COD (QTD-LOTACOES)
                               END-IF
                       END-READ
              END-PERFORM
              CLOSE T99F400E
           ELSE
              DISPLAY CTE-PROG ' ' CTE-VERS
                 ' *** AVISO: ' DDN-400E ' AUSENTE (' FS-400E
                 ') - LOTACAO DOS FERIADOS LOCAIS NAO CONFERIDA'
           END-IF
           .
       900022-SAIDA. EXIT.
      *-----------------------------
       904100-CARREGA-CALENDARIO SECTION.
      *-----------------------------
      **** O RESUMO MENSAL SAI DO PROPRIO MODULO: SEM ELE NAO HA
      **** CONFERENCIA.
           MOVE 'C'      TO 420C-FUNCAO
           MOVE DDN-420E TO 420C-ARQUIVO
           CALL 'T99S420C' USING 420C-AREA
               ON EXCEPTION
                   PERFORM 999003-ERRO-003
           END-CALL
           IF 420C-SEM-CALENDARIO
              PERFORM 999001-ERRO-001
           END-IF
           .
       904100-SAIDA. EXIT.
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
           IF 900P-ARQ-420E NOT EQUAL SPACES
              MOVE 900P-ARQ-420E TO DDN-420E
           END-IF
           IF 900P-ARQ-400E NOT EQUAL SPACES
              MOVE 900P-ARQ-400E TO DDN-400E
           END-IF
           IF 900P-ARQ-729S NOT EQUAL SPACES
              MOVE 900P-ARQ-729S TO DDN-729S
           END-IF
           IF 900P-ANO-CALENDARIO NUMERIC
              MOVE 900P-ANO-CALENDARIO TO ANO-REL
           END-IF
           .
       900009-SAIDA. EXIT.
      *--------------------------
       999001-ERRO-001 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 001 CALENDARIO DE FERIADOS NAO ENCONTRADO: '
                   DDN-420E
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      *--------------------------
       999002-ERRO-002 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 002 ERRO OPEN RELATORIO: ' DDN-729S
                   ' (' FS-729S ')'
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      *--------------------------
       999003-ERRO-003 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 003 MODULO DE CALENDARIO T99S420C INDISPONIVEL'
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      *--------------------------
       999004-ERRO-004 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 004 ANO DO CALENDARIO INVALIDO NO T99F900P '
                   '(900P-ANO-CALENDARIO): ' ANO-REL
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      ******************************************************************
       END PROGRAM T99P2030.
      ******************************************************************
