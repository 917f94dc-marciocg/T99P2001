      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
      *
       PROGRAM-ID. T99P2018.
      *
      *AUTHOR.  MARCIO CONC
      *REMARKS. POSICAO CADASTRAL NUMA DATA: RECONSTITUI O REGISTRO
      *REMARKS. DE UMA MATRICULA (900P-MATR-POSICAO) COMO ELE ESTAVA
      *REMARKS. NA DATA PEDIDA (900P-DATA-POSICAO), A PARTIR DO
      *REMARKS. HISTORICO PERMANENTE T99F200H GRAVADO PELO T99P2001
      *REMARKS. (IMAGEM DEPOIS DO ULTIMO MOVIMENTO ATE A DATA; NA
      *REMARKS. FALTA DELE, IMAGEM ANTES DO PRIMEIRO MOVIMENTO
      *REMARKS. POSTERIOR; SEM MOVIMENTO NENHUM, O PROPRIO CADASTRO
      *REMARKS. T99F100S OU O ARQUIVO-MORTO T99F100D). IMPRIME A
      *REMARKS. POSICAO, A ORIGEM DA RECONSTITUICAO E A LINHA DO TEMPO
      *REMARKS. DOS MOVIMENTOS DA MATRICULA NO RELATORIO T99L718S --
      *REMARKS. RESPOSTA PARA AUDITORIA E PROCESSOS TRABALHISTAS SEM
      *REMARKS. GARIMPAR COPIAS ANTIGAS DO T99F200A. NA POSICAO TIRADA
      *REMARKS. DO CADASTRO, A MATRICULA EXCLUIDA SO CONSTA EXCLUIDA A
      *REMARKS. PARTIR DA DATA DO CONTROLE T99F100F, E A DATA ANTERIOR
      *REMARKS. A ADMISSAO SAI COMO MATRICULA AINDA INEXISTENTE.
      *DATE-WRITTEN. 15/10/2026.
      *VERSAO 002-MARCIO CONC-15/10/2026-POSICAO DO CADASTRO/MORTO
      *VERSAO 002-MARCIO CONC-15/10/2026-RESPEITA A DATA DE EXCLUSAO
      *VERSAO 002-MARCIO CONC-15/10/2026-(T99F100F) E A DE ADMISSAO;
      *VERSAO 002-MARCIO CONC-15/10/2026-IMAGEM DEPOIS COM CMDO 00
      *VERSAO 002-MARCIO CONC-15/10/2026-(INCLUSAO DESFEITA NO BACKOUT)
      *VERSAO 002-MARCIO CONC-15/10/2026-= MATRICULA INEXISTENTE.
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
           SELECT T99F200H ASSIGN TO DDN-200H
               FILE STATUS IS FS-200H
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99F100S ASSIGN TO DDN-100S
               FILE STATUS IS FS-100S
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99F100F ASSIGN TO DDN-100F
               FILE STATUS IS FS-100F
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99F100D ASSIGN TO DDN-100D
               FILE STATUS IS FS-100D
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99L718S ASSIGN TO DDN-718S
               FILE STATUS IS FS-718S
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
       FD  T99F200H
           BLOCK  0
           RECORD 152
           RECORDING F.
      *
       01  200H-REGISTRO-FD            PIC X(152).
      *
       FD  T99F100S
           BLOCK  0
           RECORD 90
           RECORDING F.
      *
       01  100S-REGISTRO-FD            PIC X(90).
      *
       FD  T99F100F
           BLOCK  0
           RECORD 15
           RECORDING F.
      *
       01  100F-REGISTRO-FD            PIC X(15).
      *
       FD  T99F100D
           BLOCK  0
           RECORD 98
           RECORDING F.
      *
       01  100D-REGISTRO-FD            PIC X(98).
      *
       FD  T99L718S
           BLOCK  0
           RECORD 72
           RECORDING F.
      *
       01  718S-REGISTRO-FD            PIC X(72).
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
                                               '*** T99P2018 ***'.
       77  CTE-VERS                    PIC  X(06)     VALUE 'VRS002'.
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
      *{{ INCLUI BOOKS }}
            COPY 'T99K200H.cpy'.
            COPY 'T99K100S.cpy'.
            COPY 'T99K100F.cpy'.
            COPY 'T99K100D.cpy'.
            COPY 'T99K718S.cpy'.
            COPY 'T99K900P.cpy'.
      *{{  FIM BOOKS  }}
       77  FS-200H                     PIC  XX.
       77  FS-100S                     PIC  XX.
       77  FS-100F                     PIC  XX.
       77  FS-100D                     PIC  XX.
       77  FS-718S                     PIC  XX.
       77  FS-900P                     PIC  XX.
       77  DDN-200H                    PIC  X(20)     VALUE
                                               'T99F200H.txt'.
       77  DDN-100S                    PIC  X(20)     VALUE
                                               'T99F100S.txt'.
       77  DDN-100F                    PIC  X(20)     VALUE
                                               'T99F100F.txt'.
       77  DDN-100D                    PIC  X(20)     VALUE
                                               'T99F100D.txt'.
       77  DDN-718S                    PIC  X(20)     VALUE
                                               'T99L718S.txt'.
      *
       01  DATA-SISTEMA-GRP.
           03  DATA-SISTEMA          PIC  9(08).
      *
       77  MATR-POSICAO                PIC  9(07)     VALUE 0.
       77  DATA-POSICAO                PIC  9(08)     VALUE 0.
      *
       77  SW-FIM-200H                 PIC  X(01)     VALUE 'N'.
           88  FIM-200H                                 VALUE 'S'.
       77  SW-FIM-100S                 PIC  X(01)     VALUE 'N'.
           88  FIM-100S                                 VALUE 'S'.
       77  SW-FIM-100F                 PIC  X(01)     VALUE 'N'.
           88  FIM-100F                                 VALUE 'S'.
       77  SW-FIM-100D                 PIC  X(01)     VALUE 'N'.
           88  FIM-100D                                 VALUE 'S'.
       77  SW-HIST-AUSENTE             PIC  X(01)     VALUE 'N'.
           88  HIST-AUSENTE                             VALUE 'S'.
       77  SW-ACHOU-ANTERIOR           PIC  X(01)     VALUE 'N'.
           88  ACHOU-ANTERIOR                           VALUE 'S'.
       77  SW-ACHOU-POSTERIOR          PIC  X(01)     VALUE 'N'.
           88  ACHOU-POSTERIOR                          VALUE 'S'.
      **** ORIGEM DA POSICAO RECONSTITUIDA:
      ****   D = IMAGEM DEPOIS DO ULTIMO MOVIMENTO ATE A DATA
      ****   A = IMAGEM ANTES DO PRIMEIRO MOVIMENTO POSTERIOR
      ****   S = CADASTRO ATUAL (SEM MOVIMENTO NO HISTORICO)
      ****   M = ARQUIVO-MORTO (SEM MOVIMENTO NO HISTORICO)
      ****   I = MATRICULA AINDA INEXISTENTE NA DATA (INCLUIDA DEPOIS,
      ****       ADMITIDA DEPOIS OU INCLUSAO DESFEITA NO BACKOUT)
      ****   N = MATRICULA NAO ENCONTRADA EM LUGAR NENHUM
       77  SW-ORIGEM                   PIC  X(01)     VALUE SPACE.
           88  ORIGEM-DEPOIS                            VALUE 'D'.
           88  ORIGEM-ANTES                             VALUE 'A'.
           88  ORIGEM-CADASTRO                          VALUE 'S'.
           88  ORIGEM-MORTO                             VALUE 'M'.
           88  ORIGEM-INEXISTENTE                       VALUE 'I'.
           88  ORIGEM-NAO-ACHADA                        VALUE 'N'.
           88  POSICAO-RECONSTITUIDA                    VALUE 'D' 'A'
                                                              'S' 'M'.
      **** MASCARA DE CPF (LGPD): COM 900P-MASCARA-CPF = 'S' O CPF
      **** SAI NA FORMA LEGAL DE EXIBICAO '***NNNNNN**' (SO OS SEIS
      **** DIGITOS CENTRAIS), MESMA REGRA DO EXTRATO DO T99P2001.
       77  SW-MASCARA-CPF              PIC  X(01)     VALUE 'N'.
           88  MASCARA-CPF-LIGADA                       VALUE 'S'.
       01  CPF-MASC-AREA.
           03  CPF-MASC-ENT            PIC  9(11).
           03  CPF-MASC-ENT-R REDEFINES CPF-MASC-ENT.
               05  FILLER              PIC  X(03).
               05  CPF-MASC-MEIO       PIC  X(06).
               05  FILLER              PIC  X(02).
           03  CPF-MASC-SAI            PIC  X(11).
      *
      **** POSICAO RECONSTITUIDA, NO MESMO FORMATO DAS IMAGENS
      **** ANTES/DEPOIS DO T99F200H.
       01  POS-REGISTRO.
           03  POS-NOME                PIC  X(30).
           03  POS-SEXO                PIC  X(01).
           03  POS-CPF                 PIC  9(11).
           03  POS-EST-CIVIL           PIC  X(01).
           03  POS-DT-NASC             PIC  9(08).
           03  POS-DT-ADM              PIC  9(08).
           03  POS-LOTACAO             PIC  X(04).
           03  POS-CMDO                PIC  9(02).
               88  POS-EXCLUIDA                         VALUE 03.
      *
       77  DATA-INICIO-HIST            PIC  9(08)     VALUE 0.
       77  DATA-ULT-MVTO               PIC  9(08)     VALUE 0.
       77  CMDO-ULT-MVTO               PIC  9(02)     VALUE 0.
       77  DATA-PRI-POSTERIOR          PIC  9(08)     VALUE 0.
       77  DT-EXCLUSAO-MORTO           PIC  9(08)     VALUE 0.
      **** DATA DA EXCLUSAO DA MATRICULA EXCLUIDA DO CADASTRO, PELO
      **** CONTROLE T99F100F (ZERO = NAO ENCONTRADA NELE).
       77  DT-EXCLUSAO-CAD             PIC  9(08)     VALUE 0.
       77  SW-EXCLUIDA-CAD             PIC  X(01)     VALUE 'N'.
           88  EXCLUIDA-NO-CADASTRO                     VALUE 'S'.
       77  CNT-LIDOS-200H              PIC  9(09)     VALUE 0.
       77  CNT-MVTOS-MATR              PIC  9(07)     VALUE 0.
       77  CNT-MVTOS-ATE               PIC  9(07)     VALUE 0.
       77  CNT-MVTOS-APOS              PIC  9(07)     VALUE 0.
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
           IF MATR-POSICAO EQUAL ZEROES OR
              DATA-POSICAO EQUAL ZEROES
              PERFORM 999001-ERRO-001
           END-IF
      *
           OPEN OUTPUT T99L718S
           IF FS-718S NOT EQUAL ZEROES
              PERFORM 999011-ERRO-011
           END-IF
      *
           PERFORM 100000-VARRE-HISTORICO
           PERFORM 200000-RESOLVE-POSICAO
           PERFORM 300000-IMPRIME-POSICAO
           PERFORM 400000-LISTA-MOVIMENTOS
           PERFORM 500000-IMPRIME-TOTAIS
           CLOSE T99L718S
      *
           DISPLAY CTE-PROG ' ' CTE-VERS ' *** MATRICULA: '
                   MATR-POSICAO ' DATA: ' DATA-POSICAO
                   ' ORIGEM: ' SW-ORIGEM ' MOVIMENTOS: '
                   CNT-MVTOS-MATR ' EM ' DDN-718S
           DISPLAY CTE-PROG ' ' CTE-VERS ' *** 999 *** FIM NORMAL'
      *- - MATRICULA SEM POSICAO NA DATA (INEXISTENTE OU NAO
      *- - ENCONTRADA) E AVISO PARA QUEM PEDIU, NAO ERRO DO PASSO.
           IF POSICAO-RECONSTITUIDA
              MOVE 0 TO RETURN-CODE
           ELSE
              MOVE 4 TO RETURN-CODE
           END-IF
           .
       999999-ENCERRA.
           GOBACK
           .
      *-----------------------------
       100000-VARRE-HISTORICO SECTION.
      *-----------------------------
      **** PRIMEIRA PASSADA NO HISTORICO: O ARQUIVO E GRAVADO EM
      **** EXTEND NOITE APOS NOITE, LOGO JA ESTA EM ORDEM CRONOLOGICA.
      **** A ULTIMA IMAGEM DEPOIS COM DATA ATE A PEDIDA VENCE; DOS
      **** MOVIMENTOS POSTERIORES SO INTERESSA A IMAGEM ANTES DO
      **** PRIMEIRO. HISTORICO AUSENTE (AMBIENTE ANTERIOR A SUA
      **** IMPLANTACAO) NAO E ERRO: CAI NA POSICAO DO CADASTRO.
           MOVE 'N' TO SW-FIM-200H
           OPEN INPUT T99F200H
           IF FS-200H NOT EQUAL ZEROES
              MOVE 'S' TO SW-HIST-AUSENTE
              GO TO 100999-SAIDA
           END-IF
           PERFORM WITH TEST BEFORE UNTIL FIM-200H
                    READ T99F200H INTO 200H-REGISTRO
                        AT END
                            MOVE 'S' TO SW-FIM-200H
                        NOT AT END
                            PERFORM 110000-AVALIA-MOVIMENTO
                    END-READ
           END-PERFORM
           CLOSE T99F200H
           .
       100999-SAIDA. EXIT.
      *-----------------------------
       110000-AVALIA-MOVIMENTO SECTION.
      *-----------------------------
           ADD 1 TO CNT-LIDOS-200H
           IF CNT-LIDOS-200H EQUAL 1
              MOVE 200H-DATA TO DATA-INICIO-HIST
           END-IF
           IF 200H-MATR NOT EQUAL MATR-POSICAO
              GO TO 110999-SAIDA
           END-IF
           ADD 1 TO CNT-MVTOS-MATR
           IF 200H-DATA NOT GREATER DATA-POSICAO
              ADD 1 TO CNT-MVTOS-ATE
              MOVE 'S'          TO SW-ACHOU-ANTERIOR
              MOVE 200H-DEPOIS  TO POS-REGISTRO
              MOVE 200H-DATA    TO DATA-ULT-MVTO
              MOVE 200H-CMDO    TO CMDO-ULT-MVTO
           ELSE
              ADD 1 TO CNT-MVTOS-APOS
              IF NOT ACHOU-POSTERIOR
                 MOVE 'S'       TO SW-ACHOU-POSTERIOR
                 MOVE 200H-DATA TO DATA-PRI-POSTERIOR
      *- - - - - - SO VALE SE NAO HOUVER MOVIMENTO ATE A DATA; O
      *- - - - - - ANTERIOR, SE HOUVER, JA CARREGOU A POSICAO.
                 IF NOT ACHOU-ANTERIOR
                    MOVE 200H-ANTES TO POS-REGISTRO
                 END-IF
              END-IF
           END-IF
           .
       110999-SAIDA. EXIT.
      *-----------------------------
       200000-RESOLVE-POSICAO SECTION.
      *-----------------------------
           EVALUATE TRUE
      *- - - - - - IMAGEM DEPOIS COM CMDO 00: INCLUSAO DESFEITA PELO
      *- - - - - - BACKOUT (T99P2006), A MATRICULA DEIXOU DE EXISTIR.
               WHEN ACHOU-ANTERIOR
                    IF POS-CMDO EQUAL ZEROES
                       MOVE 'I' TO SW-ORIGEM
                    ELSE
                       MOVE 'D' TO SW-ORIGEM
                    END-IF
               WHEN ACHOU-POSTERIOR
      *- - - - - - - - PRIMEIRO MOVIMENTO E A PROPRIA INCLUSAO: NA
      *- - - - - - - - DATA PEDIDA A MATRICULA AINDA NAO EXISTIA.
                    IF POS-CMDO EQUAL ZEROES
                       MOVE 'I' TO SW-ORIGEM
                    ELSE
                       MOVE 'A' TO SW-ORIGEM
                    END-IF
               WHEN OTHER
                    PERFORM 210000-BUSCA-CADASTRO
                    IF NOT ORIGEM-CADASTRO AND NOT ORIGEM-INEXISTENTE
                       PERFORM 220000-BUSCA-MORTO
                    END-IF
           END-EVALUATE
           .
       200999-SAIDA. EXIT.
      *-----------------------------
       210000-BUSCA-CADASTRO SECTION.
      *-----------------------------
      **** SEM MOVIMENTO NO HISTORICO A MATRICULA NAO MUDOU DESDE O
      **** INICIO DELE: A POSICAO CORRENTE DO CADASTRO E A DA DATA.
           MOVE 'N' TO SW-FIM-100S
           OPEN INPUT T99F100S
           IF FS-100S NOT EQUAL ZEROES
              GO TO 210999-SAIDA
           END-IF
           PERFORM WITH TEST BEFORE UNTIL FIM-100S
                    READ T99F100S INTO 100S-REGISTRO
                        AT END
                            MOVE 'S' TO SW-FIM-100S
                        NOT AT END
                            IF (NOT 100S-HDR) AND (NOT 100S-TRL)
                               IF 100S-MATR EQUAL MATR-POSICAO
                                  MOVE 'S' TO SW-ORIGEM
                                  MOVE 'S' TO SW-FIM-100S
                                  PERFORM 211000-CARREGA-100S
                               ELSE
                                  IF 100S-MATR GREATER MATR-POSICAO
                                     MOVE 'S' TO SW-FIM-100S
                                  END-IF
                               END-IF
                            END-IF
                    END-READ
           END-PERFORM
           CLOSE T99F100S
           .
       210999-SAIDA. EXIT.
      *-----------------------------
       211000-CARREGA-100S SECTION.
      *-----------------------------
      **** A MATRICULA EXCLUIDA (CMDO 03) SEM MOVIMENTO NO HISTORICO
      **** (EXCLUIDA ANTES DELE OU VITIMA DE FUSAO ANTIGA) SO CONSTA
      **** EXCLUIDA A PARTIR DA DATA DO CONTROLE T99F100F; ANTES DELA
      **** ESTAVA ATIVA COM OS MESMOS DADOS, COMO NO 221000. SEM DATA
      **** NO CONTROLE, FICA EXCLUIDA (COM AVISO NO RELATORIO).
           MOVE 100S-NOME           TO POS-NOME
           MOVE 100S-SEXO           TO POS-SEXO
           MOVE 100S-CPF            TO POS-CPF
           MOVE 100S-EST-CIVIL      TO POS-EST-CIVIL
           MOVE 100S-DT-NASCIMENTO  TO POS-DT-NASC
           MOVE 100S-DT-ADMISSAO    TO POS-DT-ADM
           MOVE 100S-LOTACAO        TO POS-LOTACAO
           MOVE 100S-CMDO           TO POS-CMDO
           IF 100S-CMDO EQUAL 03
              MOVE 'S' TO SW-EXCLUIDA-CAD
              PERFORM 212000-BUSCA-DT-EXCLUSAO
              IF DATA-POSICAO LESS THAN DT-EXCLUSAO-CAD
                 MOVE 02            TO POS-CMDO
              END-IF
           END-IF
           PERFORM 230000-VERIFICA-ADMISSAO
           .
       211999-SAIDA. EXIT.
      *-----------------------------
       212000-BUSCA-DT-EXCLUSAO SECTION.
      *-----------------------------
           MOVE 0   TO DT-EXCLUSAO-CAD
           MOVE 'N' TO SW-FIM-100F
           OPEN INPUT T99F100F
           IF FS-100F NOT EQUAL ZEROES
              GO TO 212999-SAIDA
           END-IF
           PERFORM WITH TEST BEFORE UNTIL FIM-100F
                    READ T99F100F INTO 100F-REGISTRO
                        AT END
                            MOVE 'S' TO SW-FIM-100F
                        NOT AT END
                            IF 100F-MATR EQUAL MATR-POSICAO
                               MOVE 100F-DT-EXCLUSAO
                                 TO DT-EXCLUSAO-CAD
                               MOVE 'S' TO SW-FIM-100F
                            ELSE
                               IF 100F-MATR GREATER MATR-POSICAO
                                  MOVE 'S' TO SW-FIM-100F
                               END-IF
                            END-IF
                    END-READ
           END-PERFORM
           CLOSE T99F100F
           .
       212999-SAIDA. EXIT.
      *-----------------------------
       220000-BUSCA-MORTO SECTION.
      *-----------------------------
      **** MATRICULA JA EXPURGADA: O ARQUIVO-MORTO GUARDA O REGISTRO
      **** E A DATA DA EXCLUSAO. ANTES DELA A MATRICULA ESTAVA ATIVA
      **** COM OS MESMOS DADOS (A EXCLUSAO SO TROCA O CMDO).
           MOVE 'N' TO SW-ORIGEM
           MOVE 'N' TO SW-FIM-100D
           OPEN INPUT T99F100D
           IF FS-100D NOT EQUAL ZEROES
              GO TO 220999-SAIDA
           END-IF
           PERFORM WITH TEST BEFORE UNTIL FIM-100D
                    READ T99F100D INTO 100D-REGISTRO
                        AT END
                            MOVE 'S' TO SW-FIM-100D
                        NOT AT END
                            IF 100D-MATR EQUAL MATR-POSICAO
                               MOVE 'M' TO SW-ORIGEM
                               PERFORM 221000-CARREGA-100D
                            END-IF
                    END-READ
           END-PERFORM
           CLOSE T99F100D
           .
       220999-SAIDA. EXIT.
      *-----------------------------
       221000-CARREGA-100D SECTION.
      *-----------------------------
           MOVE 100D-NOME           TO POS-NOME
           MOVE 100D-SEXO           TO POS-SEXO
           MOVE 100D-CPF            TO POS-CPF
           MOVE 100D-EST-CIVIL      TO POS-EST-CIVIL
           MOVE 100D-DT-NASCIMENTO  TO POS-DT-NASC
           MOVE 100D-DT-ADMISSAO    TO POS-DT-ADM
           MOVE 100D-LOTACAO        TO POS-LOTACAO
           MOVE 100D-DT-EXCLUSAO    TO DT-EXCLUSAO-MORTO
           IF DATA-POSICAO LESS THAN 100D-DT-EXCLUSAO
              MOVE 02               TO POS-CMDO
           ELSE
              MOVE 03               TO POS-CMDO
           END-IF
           PERFORM 230000-VERIFICA-ADMISSAO
           .
       221999-SAIDA. EXIT.
      *-----------------------------
       230000-VERIFICA-ADMISSAO SECTION.
      *-----------------------------
      **** POSICAO TIRADA DO CADASTRO OU DO MORTO NUMA DATA ANTERIOR A
      **** ADMISSAO: A MATRICULA AINDA NAO EXISTIA, MESMO TRATAMENTO
      **** DA INCLUSAO POSTERIOR DO 200000 (ORIGEM 'I').
           IF POS-DT-ADM NOT EQUAL ZEROES AND
              DATA-POSICAO LESS THAN POS-DT-ADM
              MOVE 'I' TO SW-ORIGEM
           END-IF
           .
       230999-SAIDA. EXIT.
      *-----------------------------
       300000-IMPRIME-POSICAO SECTION.
      *-----------------------------
           MOVE DATA-SISTEMA TO 718S-CAB-DATA
           WRITE 718S-REGISTRO-FD FROM 718S-CAB-01
           WRITE 718S-REGISTRO-FD FROM 718S-LIN-HIFEN
           MOVE SPACES TO 718S-ACAO
           STRING 'MATRICULA '     DELIMITED BY SIZE
                  MATR-POSICAO     DELIMITED BY SIZE
                  ' - POSICAO EM ' DELIMITED BY SIZE
                  DATA-POSICAO     DELIMITED BY SIZE
                  INTO 718S-ACAO
           WRITE 718S-REGISTRO-FD FROM 718S-LIN-ACAO
           WRITE 718S-REGISTRO-FD FROM 718S-LIN-HIFEN
      *
           PERFORM 310000-IMPRIME-ORIGEM
           IF POSICAO-RECONSTITUIDA
              PERFORM 320000-IMPRIME-CAMPOS
           END-IF
      *
      *- - HISTORICO COMECA DEPOIS DA DATA PEDIDA: A POSICAO SO E
      *- - GARANTIDA A PARTIR DO INICIO DELE.
           IF (ORIGEM-ANTES OR ORIGEM-CADASTRO OR ORIGEM-MORTO) AND
              (HIST-AUSENTE OR DATA-INICIO-HIST GREATER DATA-POSICAO)
              MOVE SPACES TO 718S-ACAO
              IF HIST-AUSENTE
                 STRING 'ATENCAO: HISTORICO ' DELIMITED BY SIZE
                        DDN-200H              DELIMITED BY SPACE
                        ' AUSENTE - POSICAO NAO GARANTIDA NA DATA'
                                              DELIMITED BY SIZE
                        INTO 718S-ACAO
              ELSE
                 STRING 'ATENCAO: HISTORICO SO A PARTIR DE '
                                              DELIMITED BY SIZE
                        DATA-INICIO-HIST      DELIMITED BY SIZE
                        ' - POSICAO NAO GARANTIDA NA DATA'
                                              DELIMITED BY SIZE
                        INTO 718S-ACAO
              END-IF
              WRITE 718S-REGISTRO-FD FROM 718S-LIN-ACAO
           END-IF
      *
           IF ORIGEM-CADASTRO AND EXCLUIDA-NO-CADASTRO AND
              DT-EXCLUSAO-CAD EQUAL ZEROES
              MOVE SPACES TO 718S-ACAO
              STRING 'ATENCAO: EXCLUSAO SEM DATA NO '
                                              DELIMITED BY SIZE
                     DDN-100F                 DELIMITED BY SPACE
                     ' - TIDA COMO EXCLUIDA'
                                              DELIMITED BY SIZE
                     INTO 718S-ACAO
              WRITE 718S-REGISTRO-FD FROM 718S-LIN-ACAO
           END-IF
      *
           IF POSICAO-RECONSTITUIDA AND
              POS-DT-ADM NOT EQUAL ZEROES AND
              DATA-POSICAO LESS THAN POS-DT-ADM
              MOVE SPACES TO 718S-ACAO
              STRING 'ATENCAO: DATA ANTERIOR A ADMISSAO ('
                                              DELIMITED BY SIZE
                     POS-DT-ADM               DELIMITED BY SIZE
                     ')'                      DELIMITED BY SIZE
                     INTO 718S-ACAO
              WRITE 718S-REGISTRO-FD FROM 718S-LIN-ACAO
           END-IF
           WRITE 718S-REGISTRO-FD FROM 718S-LIN-HIFEN
           .
       300999-SAIDA. EXIT.
      *-----------------------------
       310000-IMPRIME-ORIGEM SECTION.
      *-----------------------------
           MOVE SPACES TO 718S-ACAO
           EVALUATE TRUE
               WHEN ORIGEM-DEPOIS
                    STRING 'ORIGEM: ULTIMO MOVIMENTO ATE A DATA, EM '
                                              DELIMITED BY SIZE
                           DATA-ULT-MVTO      DELIMITED BY SIZE
                           ' (CMDO '          DELIMITED BY SIZE
                           CMDO-ULT-MVTO      DELIMITED BY SIZE
                           ')'                DELIMITED BY SIZE
                           INTO 718S-ACAO
               WHEN ORIGEM-ANTES
                    STRING 'ORIGEM: IMAGEM ANTES DO MOVIMENTO DE '
                                              DELIMITED BY SIZE
                           DATA-PRI-POSTERIOR DELIMITED BY SIZE
                           INTO 718S-ACAO
               WHEN ORIGEM-CADASTRO AND EXCLUIDA-NO-CADASTRO AND
                    DT-EXCLUSAO-CAD NOT EQUAL ZEROES
                    STRING 'ORIGEM: SEM MOVIMENTO NO HISTORICO - '
                                              DELIMITED BY SIZE
                           'CADASTRO (EXCLUSAO EM '
                                              DELIMITED BY SIZE
                           DT-EXCLUSAO-CAD    DELIMITED BY SIZE
                           ')'                DELIMITED BY SIZE
                           INTO 718S-ACAO
               WHEN ORIGEM-CADASTRO
                    STRING 'ORIGEM: SEM MOVIMENTO NO HISTORICO - '
                                              DELIMITED BY SIZE
                           'CADASTRO ATUAL'   DELIMITED BY SIZE
                           INTO 718S-ACAO
               WHEN ORIGEM-MORTO
                    STRING 'ORIGEM: SEM MOVIMENTO NO HISTORICO - '
                                              DELIMITED BY SIZE
                           'ARQUIVO-MORTO (EXCLUSAO EM '
                                              DELIMITED BY SIZE
                           DT-EXCLUSAO-MORTO  DELIMITED BY SIZE
                           ')'                DELIMITED BY SIZE
                           INTO 718S-ACAO
               WHEN ORIGEM-INEXISTENTE AND ACHOU-ANTERIOR
                    STRING 'MATRICULA INEXISTENTE NA DATA - INCLUSAO '
                                              DELIMITED BY SIZE
                           'DESFEITA EM '     DELIMITED BY SIZE
                           DATA-ULT-MVTO      DELIMITED BY SIZE
                           INTO 718S-ACAO
               WHEN ORIGEM-INEXISTENTE AND ACHOU-POSTERIOR
                    STRING 'MATRICULA INEXISTENTE NA DATA - INCLUIDA '
                                              DELIMITED BY SIZE
                           'EM '              DELIMITED BY SIZE
                           DATA-PRI-POSTERIOR DELIMITED BY SIZE
                           INTO 718S-ACAO
               WHEN ORIGEM-INEXISTENTE
                    STRING 'MATRICULA INEXISTENTE NA DATA - ADMITIDA '
                                              DELIMITED BY SIZE
                           'EM '              DELIMITED BY SIZE
                           POS-DT-ADM         DELIMITED BY SIZE
                           INTO 718S-ACAO
               WHEN OTHER
                    STRING 'MATRICULA NAO ENCONTRADA NO HISTORICO, '
                                              DELIMITED BY SIZE
                           'NO CADASTRO NEM NO ARQUIVO-MORTO'
                                              DELIMITED BY SIZE
                           INTO 718S-ACAO
           END-EVALUATE
           WRITE 718S-REGISTRO-FD FROM 718S-LIN-ACAO
           .
       310999-SAIDA. EXIT.
      *-----------------------------
       320000-IMPRIME-CAMPOS SECTION.
      *-----------------------------
           MOVE 'NOME'            TO 718S-CAMPO
           MOVE POS-NOME          TO 718S-CAMPO-VALOR
           WRITE 718S-REGISTRO-FD FROM 718S-LIN-CAMPO
           MOVE 'SEXO'            TO 718S-CAMPO
           MOVE POS-SEXO          TO 718S-CAMPO-VALOR
           WRITE 718S-REGISTRO-FD FROM 718S-LIN-CAMPO
           MOVE 'CPF'             TO 718S-CAMPO
           IF MASCARA-CPF-LIGADA
              MOVE POS-CPF        TO CPF-MASC-ENT
              PERFORM 930000-MASCARA-CPF
              MOVE CPF-MASC-SAI   TO 718S-CAMPO-VALOR
           ELSE
              MOVE POS-CPF        TO 718S-CAMPO-VALOR
           END-IF
           WRITE 718S-REGISTRO-FD FROM 718S-LIN-CAMPO
           MOVE 'EST-CIVIL'       TO 718S-CAMPO
           MOVE POS-EST-CIVIL     TO 718S-CAMPO-VALOR
           WRITE 718S-REGISTRO-FD FROM 718S-LIN-CAMPO
           MOVE 'DT-NASC'         TO 718S-CAMPO
           MOVE POS-DT-NASC       TO 718S-CAMPO-VALOR
           WRITE 718S-REGISTRO-FD FROM 718S-LIN-CAMPO
           MOVE 'DT-ADMISSAO'     TO 718S-CAMPO
           MOVE POS-DT-ADM        TO 718S-CAMPO-VALOR
           WRITE 718S-REGISTRO-FD FROM 718S-LIN-CAMPO
           MOVE 'LOTACAO'         TO 718S-CAMPO
           MOVE POS-LOTACAO       TO 718S-CAMPO-VALOR
           WRITE 718S-REGISTRO-FD FROM 718S-LIN-CAMPO
           MOVE 'SITUACAO'        TO 718S-CAMPO
           IF POS-EXCLUIDA
              MOVE 'EXCLUIDA'     TO 718S-CAMPO-VALOR
           ELSE
              MOVE 'ATIVA'        TO 718S-CAMPO-VALOR
           END-IF
           WRITE 718S-REGISTRO-FD FROM 718S-LIN-CAMPO
           .
       320999-SAIDA. EXIT.
      *-----------------------------
       400000-LISTA-MOVIMENTOS SECTION.
      *-----------------------------
      **** SEGUNDA PASSADA: LINHA DO TEMPO COMPLETA DA MATRICULA,
      **** MARCANDO O QUE ACONTECEU DEPOIS DA DATA PEDIDA.
           IF CNT-MVTOS-MATR EQUAL ZEROES
              GO TO 400999-SAIDA
           END-IF
           MOVE 'MOVIMENTOS DA MATRICULA NO HISTORICO:' TO 718S-ACAO
           WRITE 718S-REGISTRO-FD FROM 718S-LIN-ACAO
           MOVE 'N' TO SW-FIM-200H
           OPEN INPUT T99F200H
           IF FS-200H NOT EQUAL ZEROES
              GO TO 400999-SAIDA
           END-IF
           PERFORM WITH TEST BEFORE UNTIL FIM-200H
                    READ T99F200H INTO 200H-REGISTRO
                        AT END
                            MOVE 'S' TO SW-FIM-200H
                        NOT AT END
                            IF 200H-MATR EQUAL MATR-POSICAO
                               PERFORM 410000-IMPRIME-MOVIMENTO
                            END-IF
                    END-READ
           END-PERFORM
           CLOSE T99F200H
           WRITE 718S-REGISTRO-FD FROM 718S-LIN-HIFEN
           .
       400999-SAIDA. EXIT.
      *-----------------------------
       410000-IMPRIME-MOVIMENTO SECTION.
      *-----------------------------
           MOVE 200H-DATA          TO 718S-MV-DATA
           MOVE 200H-SEQ           TO 718S-MV-SEQ
           EVALUATE TRUE
               WHEN 200H-INCLUSAO
                    MOVE 'INCLUSAO'   TO 718S-MV-CMDO
               WHEN 200H-ALTERACAO
                    MOVE 'ALTERACAO'  TO 718S-MV-CMDO
               WHEN 200H-EXCLUSAO
                    MOVE 'EXCLUSAO'   TO 718S-MV-CMDO
               WHEN 200H-REATIVACAO
                    MOVE 'REATIVACAO' TO 718S-MV-CMDO
               WHEN OTHER
                    MOVE SPACES       TO 718S-MV-CMDO
           END-EVALUATE
           MOVE 200H-ANT-LOTACAO   TO 718S-MV-LOT-ANT
           MOVE 200H-DEP-LOTACAO   TO 718S-MV-LOT-DEP
           IF 200H-DATA GREATER DATA-POSICAO
              MOVE '(APOS A DATA)'    TO 718S-MV-MARCA
           ELSE
              MOVE SPACES             TO 718S-MV-MARCA
           END-IF
           WRITE 718S-REGISTRO-FD FROM 718S-LIN-MVTO
           .
       410999-SAIDA. EXIT.
      *-----------------------------
       500000-IMPRIME-TOTAIS SECTION.
      *-----------------------------
           MOVE SPACES                     TO 718S-LIN-TOT
           MOVE 'REGISTROS LIDOS T99F200H    ' TO 718S-TOT-DESC
           MOVE CNT-LIDOS-200H             TO 718S-TOT-QTDE
           WRITE 718S-REGISTRO-FD FROM 718S-LIN-TOT
           MOVE SPACES                     TO 718S-LIN-TOT
           MOVE 'MOVIMENTOS ATE A DATA       ' TO 718S-TOT-DESC
           MOVE CNT-MVTOS-ATE              TO 718S-TOT-QTDE
           WRITE 718S-REGISTRO-FD FROM 718S-LIN-TOT
           MOVE SPACES                     TO 718S-LIN-TOT
           MOVE 'MOVIMENTOS APOS A DATA      ' TO 718S-TOT-DESC
           MOVE CNT-MVTOS-APOS             TO 718S-TOT-QTDE
           WRITE 718S-REGISTRO-FD FROM 718S-LIN-TOT
           WRITE 718S-REGISTRO-FD FROM 718S-LIN-HIFEN
           WRITE 718S-REGISTRO-FD FROM 718S-FIM-REL
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
           IF 900P-ARQ-200H NOT EQUAL SPACES
              MOVE 900P-ARQ-200H TO DDN-200H
           END-IF
           IF 900P-ARQ-100S NOT EQUAL SPACES
              MOVE 900P-ARQ-100S TO DDN-100S
           END-IF
           IF 900P-ARQ-100D NOT EQUAL SPACES
              MOVE 900P-ARQ-100D TO DDN-100D
           END-IF
           IF 900P-ARQ-100F NOT EQUAL SPACES
              MOVE 900P-ARQ-100F TO DDN-100F
           END-IF
           IF 900P-ARQ-718S NOT EQUAL SPACES
              MOVE 900P-ARQ-718S TO DDN-718S
           END-IF
           IF 900P-MATR-POSICAO IS NUMERIC
              MOVE 900P-MATR-POSICAO TO MATR-POSICAO
           END-IF
           IF 900P-DATA-POSICAO IS NUMERIC
              MOVE 900P-DATA-POSICAO TO DATA-POSICAO
           END-IF
           IF 900P-MASCARA-CPF EQUAL 'S'
              MOVE 'S' TO SW-MASCARA-CPF
           END-IF
           .
       900009-SAIDA. EXIT.
      *-----------------------------
       930000-MASCARA-CPF SECTION.
      *-----------------------------
      **** MASCARA O CPF PARA A FORMA LEGAL DE EXIBICAO: SOMENTE OS
      **** SEIS DIGITOS CENTRAIS PERMANECEM ('***NNNNNN**'), MESMA
      **** ROTINA DO 930000-MASCARA-CPF DO T99P2001.
           MOVE SPACES TO CPF-MASC-SAI
           STRING '***'          DELIMITED BY SIZE
                  CPF-MASC-MEIO  DELIMITED BY SIZE
                  '**'           DELIMITED BY SIZE
                  INTO CPF-MASC-SAI
           .
       930999-SAIDA. EXIT.
      *--------------------------
       999001-ERRO-001 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 001 MATRICULA E DATA DA POSICAO OBRIGATORIAS '
                   '(900P-MATR-POSICAO/900P-DATA-POSICAO)'
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      *--------------------------
       999011-ERRO-011 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 011 ERRO OPEN ARQUIVOS: ' FS-718S
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      ******************************************************************
       END PROGRAM T99P2018.
      ******************************************************************
