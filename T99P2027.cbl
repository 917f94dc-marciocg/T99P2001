      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
      *
       PROGRAM-ID. T99P2027.
      *
      *AUTHOR.  MARCIO CONC
      *REMARKS. PARTICIONAMENTO DO BALANCED LINE NAS NOITES DE
      *REMARKS. VOLUME (FIM DE MES, REORGANIZACAO): DIVIDE O LOTE EM
      *REMARKS. ATE 20 FAIXAS DE MATRICULA (900P-QTD-PARTICOES),
      *REMARKS. CORTADAS SEMPRE LOGO APOS UMA MATRICULA DO T99F100E,
      *REMARKS. E PREPARA UM DIRETORIO PARTNN POR FAIXA COM O CARTAO
      *REMARKS. T99F900P DA PARTICAO (O CARTAO PRINCIPAL MAIS NUMERO,
      *REMARKS. FAIXA E AREA '../' DOS ARQUIVOS COMUNS). O T99P2001
      *REMARKS. RODA EM PARALELO EM CADA PARTNN, LENDO AS ENTRADAS
      *REMARKS. COMUNS (T99F100E/T99F200E/T99F300E E DEMAIS) DA AREA E
      *REMARKS. TRATANDO SO A SUA FAIXA, E O T99P2028 JUNTA AS SAIDAS
      *REMARKS. NO DIRETORIO DO LOTE, IDENTICAS AS DA EXECUCAO UNICA.
      *REMARKS. ANTES, CONFERE SE A NOITE PODE SER PARTICIONADA SEM
      *REMARKS. MUDAR O RESULTADO (ESTADO QUE UMA FAIXA PASSARIA A
      *REMARKS. OUTRA NA EXECUCAO UNICA: CPF INCLUIDO, QUADRO DE
      *REMARKS. VAGAS, LIMITES DE TABELA, ORDEM DAS ENTRADAS, MODO DE
      *REMARKS. LOTE PEQUENO, SIMULACAO). LISTA TUDO NO T99L727S.
      *REMARKS. RETURN-CODE 0 = PARTICIONADO (RODAR AS PARTICOES E O
      *REMARKS. T99P2028); 4 = NOITE NAO PARTICIONAVEL OU NAO PEDIDA
      *REMARKS. (RODAR O T99P2001 UNICO, COMO SEMPRE); 888 = ERRO.
      *DATE-WRITTEN. 15/10/2026.
      *VERSAO 002-MARCIO CONC-15/10/2026-CALENDARIO DE FERIADOS
      *VERSAO 002-MARCIO CONC-15/10/2026-T99F420E ENTRE AS ENTRADAS
      *VERSAO 002-MARCIO CONC-15/10/2026-COMUNS LIDAS PELA AREA DO LOTE.
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
           SELECT T99F100E ASSIGN TO DDN-100E
               FILE STATUS IS FS-100E
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99F200E ASSIGN TO DDN-200X
               FILE STATUS IS FS-200E
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99F300E ASSIGN TO DDN-300E
               FILE STATUS IS FS-300E
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99F400E ASSIGN TO DDN-400E
               FILE STATUS IS FS-400E
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99F450E ASSIGN TO DDN-450E
               FILE STATUS IS FS-450E
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99F450S ASSIGN TO DDN-450X
               FILE STATUS IS FS-450S
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99F350S ASSIGN TO DDN-350S
               FILE STATUS IS FS-350S
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99F350H ASSIGN TO DDN-350H
               FILE STATUS IS FS-350H
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
           SELECT SORT-WORK ASSIGN TO 'SORTWK'.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
      *
       FILE SECTION.
      *
       FD  T99F100E
           BLOCK  0
           RECORD 90
           RECORDING F.
      *
       01  100E-REGISTRO-FD            PIC X(90).
      *
       FD  T99F200E
           BLOCK  0
           RECORD 90
           RECORDING F.
      *
       01  200E-REGISTRO-FD            PIC X(90).
      *
       FD  T99F300E
           BLOCK  0
           RECORD 60
           RECORDING F.
      *
       01  300E-REGISTRO-FD            PIC X(60).
      *
       FD  T99F400E
           BLOCK  0
           RECORD 40
           RECORDING F.
      *
       01  400E-REGISTRO-FD            PIC X(40).
      *
       FD  T99F450E
           BLOCK  0
           RECORD 90
           RECORDING F.
      *
       01  450E-REGISTRO-FD            PIC X(90).
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
      **** ARQUIVO DE TRABALHO DO SORT: CPF E MATRICULA DE CADA
      **** MOVIMENTO DA NOITE, PARA ACHAR O MESMO CPF EM MATRICULAS
      **** DIFERENTES (VIDE 125000).
       SD  SORT-WORK.
      *
       01  SORT-REG.
           03  SORT-CPF                PIC 9(11).
           03  SORT-MATR               PIC 9(07).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       77  CTE-PROG                    PIC  X(16)     VALUE
                                               '*** T99P2027 ***'.
       77  CTE-VERS                    PIC  X(06)     VALUE 'VRS002'.
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
      *{{ INCLUI BOOKS }}
            COPY 'T99K100E.cpy'.
            COPY 'T99K200E.cpy'.
            COPY 'T99K300E.cpy'.
            COPY 'T99K350H.cpy'.
            COPY 'T99K350S.cpy'.
            COPY 'T99K400E.cpy'.
            COPY 'T99K450E.cpy'.
            COPY 'T99K450S.cpy'.
            COPY 'T99K727S.cpy'.
            COPY 'T99K900P.cpy'.
      *{{  FIM BOOKS  }}
       77  FS-100E                     PIC  XX.
       77  FS-200E                     PIC  XX.
       77  FS-300E                     PIC  XX.
       77  FS-400E                     PIC  XX.
       77  FS-450E                     PIC  XX.
       77  FS-450S                     PIC  XX.
       77  FS-350S                     PIC  XX.
       77  FS-350H                     PIC  XX.
       77  FS-727S                     PIC  XX.
       77  FS-900P                     PIC  XX.
       77  FS-900Q                     PIC  XX.
      **** NOMES DOS ARQUIVOS: MESMOS DEFAULTS DO T99P2001, SOBREPOSTOS
      **** PELO CARTAO PRINCIPAL EM 900009. DDN-200X/DDN-450X APONTAM O
      **** ARQUIVO DA VEZ NAS VARREDURAS DE MOVIMENTO (PRINCIPAL,
      **** FILIAIS, RECICLAGEM E PENDENTES) E DE DEPENDENTES (T99F450S
      **** OU A COPIA .ANT).
       77  DDN-100E                    PIC  X(20)     VALUE
                                               'T99F100E.txt'.
       77  DDN-200E                    PIC  X(20)     VALUE
                                               'T99F200E.txt'.
       77  DDN-300E                    PIC  X(20)     VALUE
                                               'T99F300E.txt'.
       77  DDN-100S                    PIC  X(20)     VALUE
                                               'T99F100S.txt'.
       77  DDN-900J                    PIC  X(20)     VALUE
                                               'T99L900J.txt'.
       77  DDN-350S                    PIC  X(20)     VALUE
                                               'T99F350S.txt'.
       77  DDN-350H                    PIC  X(20)     VALUE
                                               'T99F350H.txt'.
       77  DDN-100F                    PIC  X(20)     VALUE
                                               'T99F100F.txt'.
       77  DDN-400E                    PIC  X(20)     VALUE
                                               'T99F400E.txt'.
       77  DDN-420E                    PIC  X(20)     VALUE
                                               'T99F420E.txt'.
       77  DDN-100D                    PIC  X(20)     VALUE
                                               'T99F100D.txt'.
       77  DDN-100R                    PIC  X(20)     VALUE
                                               'T99F100R.txt'.
       77  DDN-900S                    PIC  X(20)     VALUE
                                               'T99F900S.txt'.
       77  DDN-200H                    PIC  X(20)     VALUE
                                               'T99F200H.txt'.
       77  DDN-450E                    PIC  X(20)     VALUE
                                               'T99F450E.txt'.
       77  DDN-450S                    PIC  X(20)     VALUE
                                               'T99F450S.txt'.
       77  DDN-727S                    PIC  X(20)     VALUE
                                               'T99L727S.txt'.
       77  DDN-200E-2                  PIC  X(20)     VALUE SPACES.
       77  DDN-200E-3                  PIC  X(20)     VALUE SPACES.
       77  DDN-200R-ENT                PIC  X(20)     VALUE SPACES.
       77  DDN-300R-ENT                PIC  X(20)     VALUE SPACES.
       77  DDN-200P-ENT                PIC  X(20)     VALUE SPACES.
       77  DDN-200X                    PIC  X(20)     VALUE SPACES.
       77  DDN-450X                    PIC  X(30)     VALUE SPACES.
       77  DDN-450S-BASE               PIC  X(20)     VALUE SPACES.
       77  DDN-450S-ANT                PIC  X(30)     VALUE SPACES.
      **** DIRETORIO DE CADA PARTICAO (PARTNN) E OS NOMES MONTADOS
      **** DENTRO DELE: O CARTAO (DDN-900Q) E OS ARQUIVOS LIMPOS NO
      **** PREPARO (DDN-APAGA).
       77  DDN-DIR-PART                PIC  X(08)     VALUE SPACES.
       77  DDN-900Q                    PIC  X(40)     VALUE SPACES.
       77  DDN-APAGA                   PIC  X(40)     VALUE SPACES.
       77  NOME-APAGA                  PIC  X(20)     VALUE SPACES.
       77  RC-ARQ                      PIC S9(09) COMP VALUE 0.
      *
       01  DATA-SISTEMA-GRP.
           03  DATA-SISTEMA          PIC  9(08).
      *
       77  SW-TEM-CARTAO               PIC  X(01)     VALUE 'N'.
           88  TEM-CARTAO                               VALUE 'S'.
       77  SW-RECUSA                   PIC  X(01)     VALUE 'N'.
           88  PARTICAO-RECUSADA                        VALUE 'S'.
       77  SW-CRIT-FALHA               PIC  X(01)     VALUE 'N'.
           88  CRITERIO-FALHOU                          VALUE 'S'.
       77  SW-FIM-ARQ                  PIC  X(01)     VALUE 'N'.
           88  FIM-ARQ                                  VALUE 'S'.
       77  SW-FIM-SORT                 PIC  X(01)     VALUE 'N'.
           88  FIM-SORT                                 VALUE 'S'.
       77  SW-450X-COMPLETO            PIC  X(01)     VALUE 'N'.
           88  450X-COMPLETO                            VALUE 'S'.
      *
      **** CONDICAO CORRENTE DA CONFERENCIA (170000) E O MOTIVO DA
      **** PRIMEIRA RECUSA, QUE VAI A LINHA FINAL DO RELATORIO.
       77  CRIT-DESC                   PIC  X(40)     VALUE SPACES.
       77  CRIT-QTDE                   PIC  9(07)     VALUE 0.
       77  MOTIVO-RECUSA               PIC  X(40)     VALUE SPACES.
      *
      **** LIMITES DO T99P2001 QUE TORNAM O RESULTADO DEPENDENTE DA
      **** FAIXA (TABELAS CARREGADAS SO COM A FAIXA NA PARTICAO, MAS
      **** COM O ARQUIVO INTEIRO NA EXECUCAO UNICA) E O TAMANHO MAXIMO
      **** DE UM NOME NA AREA ('../' + NOME EM 20 POSICOES).
       77  CTE-MAX-PARTICOES           PIC  9(02)     VALUE 20.
       77  CTE-MAX-CPFS                PIC  9(07)     VALUE 30000.
       77  CTE-MAX-DEP                 PIC  9(07)     VALUE 20000.
       77  CTE-MAX-AFAST               PIC  9(07)     VALUE 30000.
       77  CTE-MAX-FE-HIST             PIC  9(07)     VALUE 30000.
       77  CTE-MAX-NOME-AREA           PIC  9(02)     VALUE 17.
       77  CTE-AREA                    PIC  X(08)     VALUE '../'.
      *
       77  QTD-PEDIDA                  PIC  9(02)     VALUE 0.
       77  LIMITE-LOTE-PEQUENO         PIC  9(05)     VALUE 0.
       77  CNT-BASE                    PIC  9(07)     VALUE 0.
       77  CNT-FORA-ORDEM-100E         PIC  9(07)     VALUE 0.
       77  CNT-MVTOS                   PIC  9(07)     VALUE 0.
       77  CNT-INCLUSOES               PIC  9(07)     VALUE 0.
       77  CNT-ARQ-V1                  PIC  9(07)     VALUE 0.
       77  CNT-ARQ-AUSENTE             PIC  9(07)     VALUE 0.
       77  CNT-CPF-CONFLITO            PIC  9(07)     VALUE 0.
       77  CNT-LOT-ESTOURO             PIC  9(07)     VALUE 0.
       77  CNT-FORA-ORDEM-450E         PIC  9(07)     VALUE 0.
       77  CNT-DEP                     PIC  9(07)     VALUE 0.
       77  CNT-FORA-ORDEM-350S         PIC  9(07)     VALUE 0.
       77  CNT-AFAST                   PIC  9(07)     VALUE 0.
       77  CNT-FE-HIST                 PIC  9(07)     VALUE 0.
       77  CNT-NOMES-LONGOS            PIC  9(07)     VALUE 0.
       77  CNT-BASE-INCL               PIC  9(08)     VALUE 0.
       77  MATR-ANT                    PIC  9(07)     VALUE 0.
       77  CPF-ANT                     PIC  9(11)     VALUE 0.
       77  TAM-NOME                    PIC  9(03)     VALUE 0.
       77  NOME-CONFERE                PIC  X(20)     VALUE SPACES.
      *
      **** ARQUIVOS DE MOVIMENTO DA NOITE, NA ORDEM DO T99F900P:
      **** PRINCIPAL, FILIAIS 2 E 3, REJEITOS A RECICLAR E PENDENTES
      **** A LIBERAR (EM BRANCO = NAO HA).
       77  IDX-ARQ                     PIC  9(02)     VALUE 0.
       01  TAB-ARQ-MVTO-GERAL.
           03  TAB-ARQ-MVTO  OCCURS  5  TIMES PIC  X(20).
      *
      **** QUADRO DE VAGAS: LOTACOES CONTROLADAS DO T99F400E (QUADRO
      **** AUTORIZADO PREENCHIDO), COM A OCUPACAO MAXIMA POSSIVEL NA
      **** NOITE -- TODA A BASE DA LOTACAO (ATIVA OU EXCLUIDA, QUE
      **** PODE SER REATIVADA) MAIS OS MOVIMENTOS QUE A TRAZEM. SE
      **** NEM ASSIM O QUADRO LOTA, NENHUM MOVIMENTO E RETIDO E A
      **** ORDEM ENTRE AS FAIXAS NAO IMPORTA.
       77  QTD-QUADRO                  PIC  9(03)     VALUE 0.
       77  IDX-QUADRO                  PIC  9(03)     VALUE 0.
       77  LOTACAO-BUSCA               PIC  X(04)     VALUE SPACES.
       01  TAB-QUADRO-GERAL.
           03  TAB-QUADRO-ENT  OCCURS  500  TIMES.
               05  TAB-QUADRO-COD      PIC  X(04).
               05  TAB-QUADRO-VAGAS    PIC  9(05).
               05  TAB-QUADRO-MAXIMO   PIC  9(07).
      *
      **** PARTICOES: FAIXA DE MATRICULA (A PRIMEIRA COMECA EM ZERO E A
      **** ULTIMA VAI ATE 9999999) E REGISTROS DE CADA ENTRADA NA FAIXA.
       77  QTD-PART                    PIC  9(02)     VALUE 0.
       77  IDX-PART                    PIC  9(02)     VALUE 0.
       77  ALVO-PART                   PIC  9(07)     VALUE 0.
       77  CNT-NA-PART                 PIC  9(07)     VALUE 0.
       77  MATR-BUSCA                  PIC  9(07)     VALUE 0.
       01  TAB-PART-GERAL.
           03  TAB-PART-ENT  OCCURS  20  TIMES.
               05  TAB-PART-INI        PIC  9(07).
               05  TAB-PART-FIM        PIC  9(07).
               05  TAB-PART-QTD-100E   PIC  9(07).
               05  TAB-PART-QTD-200E   PIC  9(07).
               05  TAB-PART-QTD-300E   PIC  9(07).
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
           OPEN OUTPUT T99L727S
           IF FS-727S NOT EQUAL ZEROES
              PERFORM 999001-ERRO-001
           END-IF
           PERFORM 400000-GRAVA-CABECALHO
      *
           PERFORM 100000-CONFERE-ELEGIBILIDADE
           IF NOT PARTICAO-RECUSADA
              PERFORM 200000-DEFINE-CORTES
           END-IF
           IF NOT PARTICAO-RECUSADA
              PERFORM 210000-CONTA-POR-PARTICAO
              PERFORM 300000-GERA-PARTICOES
           END-IF
      *
           PERFORM 410000-GRAVA-DESFECHO
           CLOSE T99L727S
           IF PARTICAO-RECUSADA
              DISPLAY CTE-PROG ' ' CTE-VERS ' *** EXECUCAO UNICA: '
                      MOTIVO-RECUSA
              MOVE 4 TO RETURN-CODE
           ELSE
              DISPLAY CTE-PROG ' ' CTE-VERS ' *** LOTE DIVIDIDO EM '
                      QTD-PART ' PARTICOES - RODAR O T99P2001 EM '
                      'CADA PARTNN E DEPOIS O T99P2028'
              MOVE 0 TO RETURN-CODE
           END-IF
           DISPLAY CTE-PROG ' ' CTE-VERS ' *** 999 *** FIM NORMAL'
           .
       999999-ENCERRA.
           GOBACK
           .
      *-----------------------------
       100000-CONFERE-ELEGIBILIDADE SECTION.
      *-----------------------------
      **** CONFERE, UMA A UMA, AS CONDICOES EM QUE AS PARTICOES DARIAM
      **** RESULTADO DIFERENTE DA EXECUCAO UNICA. TODAS SAO LISTADAS
      **** (O OPERADOR VE DE UMA VEZ TUDO O QUE IMPEDE A DIVISAO); A
      **** PRIMEIRA QUE FALHA E O MOTIVO DA EXECUCAO UNICA. SEM
      **** QUANTIDADE PEDIDA NO CARTAO NADA MAIS E VARRIDO.
           MOVE 'QUANTIDADE DE PARTICOES PEDIDA (2 A 20)' TO CRIT-DESC
           MOVE QTD-PEDIDA TO CRIT-QTDE
           IF QTD-PEDIDA LESS THAN 2 OR
              QTD-PEDIDA GREATER THAN CTE-MAX-PARTICOES
              MOVE 'S' TO SW-CRIT-FALHA
           ELSE
              MOVE 'N' TO SW-CRIT-FALHA
           END-IF
           PERFORM 170000-GRAVA-CRITERIO
           IF PARTICAO-RECUSADA
              GO TO 100999-SAIDA
           END-IF
      *
           MOVE 'SIMULACAO PEDIDA NO CARTAO' TO CRIT-DESC
           MOVE 0 TO CRIT-QTDE
           MOVE 'N' TO SW-CRIT-FALHA
           IF 900P-SIMULACAO EQUAL 'S'
              MOVE 1 TO CRIT-QTDE
              MOVE 'S' TO SW-CRIT-FALHA
           END-IF
           PERFORM 170000-GRAVA-CRITERIO
      *
           PERFORM 160000-CONFERE-NOMES
           MOVE 'NOMES DE ARQUIVO LONGOS PARA A AREA' TO CRIT-DESC
           MOVE CNT-NOMES-LONGOS TO CRIT-QTDE
           PERFORM 175000-FALHA-SE-HOUVER
      *
           PERFORM 900022-CARREGA-QUADRO
           PERFORM 110000-VARRE-BASE
           MOVE 'T99F100E FORA DE ORDEM DE MATRICULA' TO CRIT-DESC
           MOVE CNT-FORA-ORDEM-100E TO CRIT-QTDE
           PERFORM 175000-FALHA-SE-HOUVER
      *
           MOVE DDN-200E     TO TAB-ARQ-MVTO (1)
           MOVE DDN-200E-2   TO TAB-ARQ-MVTO (2)
           MOVE DDN-200E-3   TO TAB-ARQ-MVTO (3)
           MOVE DDN-200R-ENT TO TAB-ARQ-MVTO (4)
           MOVE DDN-200P-ENT TO TAB-ARQ-MVTO (5)
           SORT SORT-WORK
                ON ASCENDING KEY SORT-CPF SORT-MATR
                INPUT PROCEDURE 120000-VARRE-MOVIMENTOS
                OUTPUT PROCEDURE 125000-CONFERE-CPF
           MOVE 'ARQUIVOS DE MOVIMENTO AUSENTES' TO CRIT-DESC
           MOVE CNT-ARQ-AUSENTE TO CRIT-QTDE
           PERFORM 175000-FALHA-SE-HOUVER
           MOVE 'MOVIMENTO NO LAYOUT ANTIGO (V1)' TO CRIT-DESC
           MOVE CNT-ARQ-V1 TO CRIT-QTDE
           PERFORM 175000-FALHA-SE-HOUVER
      *- - NO MODO DE LOTE PEQUENO O T99P2001 NEM RODA O BALANCED LINE
      *- - (VIDE 170000-DEFINE-MODO DELE), E JA E RAPIDO.
           MOVE 'MOVIMENTOS NA NOITE (LOTE PEQUENO)' TO CRIT-DESC
           MOVE CNT-MVTOS TO CRIT-QTDE
           MOVE 'N' TO SW-CRIT-FALHA
           IF LIMITE-LOTE-PEQUENO GREATER THAN 0 AND
              CNT-MVTOS GREATER THAN 0 AND
              CNT-MVTOS NOT GREATER LIMITE-LOTE-PEQUENO
              MOVE 'S' TO SW-CRIT-FALHA
           END-IF
           PERFORM 170000-GRAVA-CRITERIO
           MOVE 'CPF EM MATRICULAS DIFERENTES NA NOITE' TO CRIT-DESC
           MOVE CNT-CPF-CONFLITO TO CRIT-QTDE
           PERFORM 175000-FALHA-SE-HOUVER
      *- - A TABELA DE CPF DO T99P2001 (30000) RECEBE AS INCLUSOES DA
      *- - NOITE NA ORDEM DO LOTE; CHEIA, A ORDEM PASSARIA A CONTAR.
           COMPUTE CNT-BASE-INCL = CNT-BASE + CNT-INCLUSOES
           MOVE 'BASE + INCLUSOES (TABELA DE CPF 30000)' TO CRIT-DESC
           MOVE CNT-BASE-INCL TO CRIT-QTDE
           MOVE 'N' TO SW-CRIT-FALHA
           IF CNT-INCLUSOES GREATER THAN 0 AND
              CNT-BASE-INCL GREATER THAN CTE-MAX-CPFS
              MOVE 'S' TO SW-CRIT-FALHA
           END-IF
           PERFORM 170000-GRAVA-CRITERIO
           PERFORM 150000-CONFERE-QUADRO
           MOVE 'LOTACOES QUE PODEM LOTAR O QUADRO' TO CRIT-DESC
           MOVE CNT-LOT-ESTOURO TO CRIT-QTDE
           PERFORM 175000-FALHA-SE-HOUVER
      *
           PERFORM 130000-VARRE-DEPENDENTES
           MOVE 'T99F450E FORA DE ORDEM DE MATRICULA' TO CRIT-DESC
           MOVE CNT-FORA-ORDEM-450E TO CRIT-QTDE
           PERFORM 175000-FALHA-SE-HOUVER
           MOVE 'DEPENDENTES NO T99F450S (MAX 20000)' TO CRIT-DESC
           MOVE CNT-DEP TO CRIT-QTDE
           MOVE 'N' TO SW-CRIT-FALHA
           IF CNT-DEP GREATER THAN CTE-MAX-DEP
              MOVE 'S' TO SW-CRIT-FALHA
           END-IF
           PERFORM 170000-GRAVA-CRITERIO
      *
           PERFORM 140000-VARRE-AFASTAMENTOS
           MOVE 'T99F350S FORA DE ORDEM DE MATRICULA' TO CRIT-DESC
           MOVE CNT-FORA-ORDEM-350S TO CRIT-QTDE
           PERFORM 175000-FALHA-SE-HOUVER
           MOVE 'AFASTAMENTOS NO T99F350S (MAX 30000)' TO CRIT-DESC
           MOVE CNT-AFAST TO CRIT-QTDE
           MOVE 'N' TO SW-CRIT-FALHA
           IF CNT-AFAST GREATER THAN CTE-MAX-AFAST
              MOVE 'S' TO SW-CRIT-FALHA
           END-IF
           PERFORM 170000-GRAVA-CRITERIO
           MOVE 'FERIAS NO HISTORICO (MAX 30000)' TO CRIT-DESC
           MOVE CNT-FE-HIST TO CRIT-QTDE
           MOVE 'N' TO SW-CRIT-FALHA
           IF CNT-FE-HIST GREATER THAN CTE-MAX-FE-HIST
              MOVE 'S' TO SW-CRIT-FALHA
           END-IF
           PERFORM 170000-GRAVA-CRITERIO
      *
           MOVE 'REGISTROS NA BASE T99F100E' TO CRIT-DESC
           MOVE CNT-BASE TO CRIT-QTDE
           MOVE 'N' TO SW-CRIT-FALHA
           IF CNT-BASE LESS THAN 2
              MOVE 'S' TO SW-CRIT-FALHA
           END-IF
           PERFORM 170000-GRAVA-CRITERIO
           .
       100999-SAIDA. EXIT.
      *-----------------------------
       110000-VARRE-BASE SECTION.
      *-----------------------------
      **** CONTA A BASE, CONFERE A ORDEM DE MATRICULA (O CORTE DAS
      **** FAIXAS E O POSICIONAMENTO DAS PARTICOES DEPENDEM DELA) E
      **** SOMA A BASE DE CADA LOTACAO CONTROLADA NO QUADRO DE VAGAS.
      **** SEM O T99F100E O T99P2001 NEM PARTE; A EXECUCAO UNICA
      **** REPORTA O ERRO.
           MOVE 0 TO CNT-BASE
           MOVE 0 TO MATR-ANT
           MOVE 'N' TO SW-FIM-ARQ
           OPEN INPUT T99F100E
           IF FS-100E NOT EQUAL ZEROES
              ADD 1 TO CNT-FORA-ORDEM-100E
              GO TO 110999-SAIDA
           END-IF
           PERFORM WITH TEST BEFORE UNTIL FIM-ARQ
                    READ T99F100E INTO 100E-REGISTRO
                        AT END
                            MOVE 'S' TO SW-FIM-ARQ
                        NOT AT END
                            IF (NOT 100E-HDR) AND (NOT 100E-TRL)
                               ADD 1 TO CNT-BASE
                               IF 100E-MATR LESS THAN MATR-ANT
                                  ADD 1 TO CNT-FORA-ORDEM-100E
                               END-IF
                               MOVE 100E-MATR TO MATR-ANT
                               MOVE 100E-LOTACAO TO LOTACAO-BUSCA
                               PERFORM 155000-LOCALIZA-QUADRO
                               IF IDX-QUADRO GREATER THAN 0
                                  ADD 1 TO TAB-QUADRO-MAXIMO
                                                         (IDX-QUADRO)
                               END-IF
                            END-IF
                    END-READ
           END-PERFORM
           CLOSE T99F100E
           .
       110999-SAIDA. EXIT.
      *-----------------------------
       120000-VARRE-MOVIMENTOS SECTION.
      *-----------------------------
      **** VARRE OS ARQUIVOS DE MOVIMENTO DA NOITE: CONTA OS
      **** MOVIMENTOS (MESMA PRE-CONTAGEM DO T99P2001 PARA O MODO DE
      **** LOTE PEQUENO) E AS INCLUSOES, CONFERE O LAYOUT, SOMA AS
      **** ENTRADAS EM LOTACAO CONTROLADA E LIBERA CPF/MATRICULA AO
      **** SORT. O MOVIMENTO JA LIBERADO PELO SUPERVISOR ACIMA DO
      **** QUADRO ('Q') E O DE EXCLUSAO NAO OCUPAM VAGA.
           PERFORM VARYING IDX-ARQ FROM 1 BY 1
                   UNTIL IDX-ARQ GREATER THAN 5
                   IF TAB-ARQ-MVTO (IDX-ARQ) NOT EQUAL SPACES
                      MOVE TAB-ARQ-MVTO (IDX-ARQ) TO DDN-200X
                      PERFORM 121000-VARRE-ARQ-200E
                   END-IF
           END-PERFORM
           .
       120999-SAIDA. EXIT.
      *-----------------------------
       121000-VARRE-ARQ-200E SECTION.
      *-----------------------------
           MOVE 'N' TO SW-FIM-ARQ
           OPEN INPUT T99F200E
           IF FS-200E NOT EQUAL ZEROES
              ADD 1 TO CNT-ARQ-AUSENTE
              GO TO 121999-SAIDA
           END-IF
           PERFORM WITH TEST BEFORE UNTIL FIM-ARQ
                    READ T99F200E INTO 200E-REGISTRO
                        AT END
                            MOVE 'S' TO SW-FIM-ARQ
                        NOT AT END
                            EVALUATE TRUE
                                WHEN 200E-HDR
                                     IF 200E-VRS-LAYOUT NOT EQUAL '02'
                                        ADD 1 TO CNT-ARQ-V1
                                     END-IF
                                WHEN 200E-TRL
                                     CONTINUE
                                WHEN OTHER
                                     PERFORM 122000-CONTA-MOVIMENTO
                            END-EVALUATE
                    END-READ
           END-PERFORM
           CLOSE T99F200E
           .
       121999-SAIDA. EXIT.
      *-----------------------------
       122000-CONTA-MOVIMENTO SECTION.
      *-----------------------------
           ADD 1 TO CNT-MVTOS
           IF 200E-CMDO EQUAL 01
              ADD 1 TO CNT-INCLUSOES
           END-IF
           IF 200E-CMDO NOT EQUAL 03 AND
              200E-MARCA-QUADRO NOT EQUAL 'Q'
              MOVE 200E-LOTACAO TO LOTACAO-BUSCA
              PERFORM 155000-LOCALIZA-QUADRO
              IF IDX-QUADRO GREATER THAN 0
                 ADD 1 TO TAB-QUADRO-MAXIMO (IDX-QUADRO)
              END-IF
           END-IF
           IF 200E-CPF NUMERIC AND 200E-CPF GREATER THAN 0
              MOVE 200E-CPF  TO SORT-CPF
              MOVE 200E-MATR TO SORT-MATR
              RELEASE SORT-REG
           END-IF
           .
       122999-SAIDA. EXIT.
      *-----------------------------
       125000-CONFERE-CPF SECTION.
      *-----------------------------
      **** O T99P2001 BLOQUEIA (328000) O CPF JA USADO POR OUTRA
      **** MATRICULA, INCLUSIVE POR UMA INCLUSAO ACEITA ANTES NA MESMA
      **** NOITE. NA PARTICAO ESSA INCLUSAO PODE ESTAR EM OUTRA FAIXA,
      **** ENTAO O MESMO CPF EM MATRICULAS DIFERENTES NA NOITE IMPEDE
      **** A DIVISAO.
           MOVE 0 TO CPF-ANT
           MOVE 0 TO MATR-ANT
           MOVE 'N' TO SW-FIM-SORT
           PERFORM WITH TEST BEFORE UNTIL FIM-SORT
                    RETURN SORT-WORK
                        AT END
                            MOVE 'S' TO SW-FIM-SORT
                        NOT AT END
                            IF SORT-CPF EQUAL CPF-ANT AND
                               SORT-MATR NOT EQUAL MATR-ANT
                               ADD 1 TO CNT-CPF-CONFLITO
                            END-IF
                            MOVE SORT-CPF  TO CPF-ANT
                            MOVE SORT-MATR TO MATR-ANT
                    END-RETURN
           END-PERFORM
           .
       125999-SAIDA. EXIT.
      *-----------------------------
       130000-VARRE-DEPENDENTES SECTION.
      *-----------------------------
      **** O MOVIMENTO DE DEPENDENTES (OPCIONAL) PRECISA VIR EM ORDEM
      **** DE MATRICULA PARA O POSICIONAMENTO DAS PARTICOES. O
      **** CADASTRO ANTERIOR E O QUE O T99P2001 CARREGARIA (O
      **** T99F450S COMPLETO OU, SEM TRAILER, A COPIA .ANT).
           MOVE 0 TO MATR-ANT
           MOVE 'N' TO SW-FIM-ARQ
           OPEN INPUT T99F450E
           IF FS-450E EQUAL ZEROES
              PERFORM WITH TEST BEFORE UNTIL FIM-ARQ
                       READ T99F450E INTO 450E-REGISTRO
                           AT END
                               MOVE 'S' TO SW-FIM-ARQ
                           NOT AT END
                               IF (NOT 450E-HDR) AND (NOT 450E-TRL)
                                  IF 450E-MATR LESS THAN MATR-ANT
                                     ADD 1 TO CNT-FORA-ORDEM-450E
                                  END-IF
                                  MOVE 450E-MATR TO MATR-ANT
                               END-IF
                       END-READ
              END-PERFORM
              CLOSE T99F450E
           END-IF
      *
           MOVE SPACES TO DDN-450S-BASE
           UNSTRING DDN-450S DELIMITED BY '.' INTO DDN-450S-BASE
           MOVE SPACES TO DDN-450S-ANT
           STRING DDN-450S-BASE DELIMITED BY SPACE
                  '.ANT.txt'    DELIMITED BY SIZE
                  INTO DDN-450S-ANT
           MOVE DDN-450S TO DDN-450X
           PERFORM 131000-CONTA-DEPENDENTES
           IF NOT 450X-COMPLETO
              MOVE DDN-450S-ANT TO DDN-450X
              PERFORM 131000-CONTA-DEPENDENTES
           END-IF
           .
       130999-SAIDA. EXIT.
      *-----------------------------
       131000-CONTA-DEPENDENTES SECTION.
      *-----------------------------
           MOVE 0 TO CNT-DEP
           MOVE 'N' TO SW-450X-COMPLETO
           MOVE 'N' TO SW-FIM-ARQ
           OPEN INPUT T99F450S
           IF FS-450S NOT EQUAL ZEROES
              GO TO 131999-SAIDA
           END-IF
           PERFORM WITH TEST BEFORE UNTIL FIM-ARQ
                    READ T99F450S INTO 450S-REGISTRO
                        AT END
                            MOVE 'S' TO SW-FIM-ARQ
                        NOT AT END
                            EVALUATE TRUE
                                WHEN 450S-HDR
                                     CONTINUE
                                WHEN 450S-TRL
                                     MOVE 'S' TO SW-450X-COMPLETO
                                WHEN OTHER
                                     ADD 1 TO CNT-DEP
                            END-EVALUATE
                    END-READ
           END-PERFORM
           CLOSE T99F450S
           .
       131999-SAIDA. EXIT.
      *-----------------------------
       140000-VARRE-AFASTAMENTOS SECTION.
      *-----------------------------
      **** AFASTAMENTOS CORRENTES (T99F350S, EM ORDEM DE MATRICULA
      **** PARA O HISTORICO DOS VENCIDOS SAIR NA MESMA ORDEM) E
      **** FERIAS DO HISTORICO: AS FERIAS VENCIDAS NO T99F350S TAMBEM
      **** VAO AO HISTORICO NA CARGA, POR ISSO ENTRAM NA CONTA.
           MOVE 0 TO MATR-ANT
           MOVE 'N' TO SW-FIM-ARQ
           OPEN INPUT T99F350S
           IF FS-350S EQUAL ZEROES
              PERFORM WITH TEST BEFORE UNTIL FIM-ARQ
                       READ T99F350S INTO 350S-REGISTRO
                           AT END
                               MOVE 'S' TO SW-FIM-ARQ
                           NOT AT END
                               ADD 1 TO CNT-AFAST
                               IF 350S-MATR LESS THAN MATR-ANT
                                  ADD 1 TO CNT-FORA-ORDEM-350S
                               END-IF
                               MOVE 350S-MATR TO MATR-ANT
                               IF 350S-TIPO EQUAL 'FE'
                                  ADD 1 TO CNT-FE-HIST
                               END-IF
                       END-READ
              END-PERFORM
              CLOSE T99F350S
           END-IF
      *
           MOVE 'N' TO SW-FIM-ARQ
           OPEN INPUT T99F350H
           IF FS-350H EQUAL ZEROES
              PERFORM WITH TEST BEFORE UNTIL FIM-ARQ
                       READ T99F350H INTO 350H-REGISTRO
                           AT END
                               MOVE 'S' TO SW-FIM-ARQ
                           NOT AT END
                               IF 350H-TIPO EQUAL 'FE'
                                  ADD 1 TO CNT-FE-HIST
                               END-IF
                       END-READ
              END-PERFORM
              CLOSE T99F350H
           END-IF
           .
       140999-SAIDA. EXIT.
      *-----------------------------
       150000-CONFERE-QUADRO SECTION.
      *-----------------------------
           MOVE 0 TO CNT-LOT-ESTOURO
           PERFORM VARYING IDX-QUADRO FROM 1 BY 1
                   UNTIL IDX-QUADRO GREATER THAN QTD-QUADRO
                   IF TAB-QUADRO-MAXIMO (IDX-QUADRO) GREATER THAN
                      TAB-QUADRO-VAGAS (IDX-QUADRO)
                      ADD 1 TO CNT-LOT-ESTOURO
                   END-IF
           END-PERFORM
           .
       150999-SAIDA. EXIT.
      *-----------------------------
       155000-LOCALIZA-QUADRO SECTION.
      *-----------------------------
      **** POSICAO DE LOTACAO-BUSCA ENTRE AS LOTACOES CONTROLADAS
      **** (IDX-QUADRO), OU ZERO.
           MOVE 0 TO IDX-QUADRO
           IF LOTACAO-BUSCA EQUAL SPACES OR QTD-QUADRO EQUAL 0
              GO TO 155999-SAIDA
           END-IF
           MOVE 1 TO IDX-QUADRO
           PERFORM WITH TEST BEFORE
                   UNTIL IDX-QUADRO GREATER THAN QTD-QUADRO OR
                         TAB-QUADRO-COD (IDX-QUADRO) EQUAL
                                                    LOTACAO-BUSCA
                   ADD 1 TO IDX-QUADRO
           END-PERFORM
           IF IDX-QUADRO GREATER THAN QTD-QUADRO
              MOVE 0 TO IDX-QUADRO
           END-IF
           .
       155999-SAIDA. EXIT.
      *-----------------------------
       160000-CONFERE-NOMES SECTION.
      *-----------------------------
      **** NA PARTICAO O T99P2001 LE AS ENTRADAS COMUNS PELA AREA DO
      **** LOTE ('../' + NOME, VIDE 900034 DELE); O NOME PRECISA CABER
      **** NOS 20 BYTES DO DDN.
           MOVE 0 TO CNT-NOMES-LONGOS
           MOVE DDN-100E     TO NOME-CONFERE
           PERFORM 165000-CONFERE-UM-NOME
           MOVE DDN-200E     TO NOME-CONFERE
           PERFORM 165000-CONFERE-UM-NOME
           MOVE DDN-300E     TO NOME-CONFERE
           PERFORM 165000-CONFERE-UM-NOME
           MOVE DDN-200E-2   TO NOME-CONFERE
           PERFORM 165000-CONFERE-UM-NOME
           MOVE DDN-200E-3   TO NOME-CONFERE
           PERFORM 165000-CONFERE-UM-NOME
           MOVE DDN-200R-ENT TO NOME-CONFERE
           PERFORM 165000-CONFERE-UM-NOME
           MOVE DDN-300R-ENT TO NOME-CONFERE
           PERFORM 165000-CONFERE-UM-NOME
           MOVE DDN-200P-ENT TO NOME-CONFERE
           PERFORM 165000-CONFERE-UM-NOME
           MOVE DDN-400E     TO NOME-CONFERE
           PERFORM 165000-CONFERE-UM-NOME
           MOVE DDN-420E     TO NOME-CONFERE
           PERFORM 165000-CONFERE-UM-NOME
           MOVE DDN-450E     TO NOME-CONFERE
           PERFORM 165000-CONFERE-UM-NOME
           MOVE DDN-100D     TO NOME-CONFERE
           PERFORM 165000-CONFERE-UM-NOME
           MOVE DDN-900S     TO NOME-CONFERE
           PERFORM 165000-CONFERE-UM-NOME
           MOVE DDN-100S     TO NOME-CONFERE
           PERFORM 165000-CONFERE-UM-NOME
           MOVE DDN-100F     TO NOME-CONFERE
           PERFORM 165000-CONFERE-UM-NOME
           MOVE DDN-350S     TO NOME-CONFERE
           PERFORM 165000-CONFERE-UM-NOME
           MOVE DDN-350H     TO NOME-CONFERE
           PERFORM 165000-CONFERE-UM-NOME
           MOVE DDN-450S     TO NOME-CONFERE
           PERFORM 165000-CONFERE-UM-NOME
           .
       160999-SAIDA. EXIT.
      *-----------------------------
       165000-CONFERE-UM-NOME SECTION.
      *-----------------------------
           MOVE 0 TO TAM-NOME
           INSPECT NOME-CONFERE TALLYING TAM-NOME
                   FOR CHARACTERS BEFORE INITIAL SPACE
           IF TAM-NOME GREATER THAN CTE-MAX-NOME-AREA
              ADD 1 TO CNT-NOMES-LONGOS
              DISPLAY CTE-PROG ' ' CTE-VERS
                 ' *** NOME LONGO PARA A AREA DO LOTE: ' NOME-CONFERE
           END-IF
           .
       165999-SAIDA. EXIT.
      *-----------------------------
       170000-GRAVA-CRITERIO SECTION.
      *-----------------------------
      **** UMA LINHA DA CONFERENCIA (CRIT-DESC/CRIT-QTDE, FALHA EM
      **** SW-CRIT-FALHA); A PRIMEIRA FALHA VIRA O MOTIVO DA RECUSA.
           MOVE SPACES    TO 727S-LIN-CRIT
           MOVE CRIT-DESC TO 727S-CRIT-DESC
           MOVE CRIT-QTDE TO 727S-CRIT-QTDE
           IF CRITERIO-FALHOU
              MOVE 'RECUSA' TO 727S-CRIT-SIT
              IF NOT PARTICAO-RECUSADA
                 MOVE 'S'       TO SW-RECUSA
                 MOVE CRIT-DESC TO MOTIVO-RECUSA
              END-IF
           ELSE
              MOVE 'OK'     TO 727S-CRIT-SIT
           END-IF
           WRITE 727S-REGISTRO-FD FROM 727S-LIN-CRIT
           .
       170999-SAIDA. EXIT.
      *-----------------------------
       175000-FALHA-SE-HOUVER SECTION.
      *-----------------------------
      **** CONDICAO QUE SO PASSA COM CONTAGEM ZERO.
           IF CRIT-QTDE GREATER THAN 0
              MOVE 'S' TO SW-CRIT-FALHA
           ELSE
              MOVE 'N' TO SW-CRIT-FALHA
           END-IF
           PERFORM 170000-GRAVA-CRITERIO
           .
       175999-SAIDA. EXIT.
      *-----------------------------
       200000-DEFINE-CORTES SECTION.
      *-----------------------------
      **** DIVIDE A BASE EM FAIXAS DE TAMANHO PARECIDO (BASE / QTDE
      **** PEDIDA), CORTANDO SO ENTRE MATRICULAS DIFERENTES: A FAIXA
      **** TERMINA NA ULTIMA MATRICULA DO T99F100E QUE ELA TRATA E A
      **** SEGUINTE COMECA LOGO DEPOIS, ENTAO A INCLUSAO DE MATRICULA
      **** NOVA ENTRE DUAS DA BASE CAI NA FAIXA DA MATRICULA SEGUINTE.
           COMPUTE ALVO-PART = CNT-BASE / QTD-PEDIDA
           IF ALVO-PART LESS THAN 1
              MOVE 1 TO ALVO-PART
           END-IF
           MOVE ZEROES TO TAB-PART-GERAL
           MOVE 1 TO QTD-PART
           MOVE 0 TO TAB-PART-INI (1)
           MOVE 0 TO CNT-NA-PART
           MOVE 0 TO MATR-ANT
           MOVE 'N' TO SW-FIM-ARQ
           OPEN INPUT T99F100E
           IF FS-100E NOT EQUAL ZEROES
              PERFORM 999002-ERRO-002
           END-IF
           PERFORM WITH TEST BEFORE UNTIL FIM-ARQ
                    READ T99F100E INTO 100E-REGISTRO
                        AT END
                            MOVE 'S' TO SW-FIM-ARQ
                        NOT AT END
                            IF (NOT 100E-HDR) AND (NOT 100E-TRL)
                               PERFORM 205000-AVALIA-CORTE
                            END-IF
                    END-READ
           END-PERFORM
           CLOSE T99F100E
           MOVE 9999999     TO TAB-PART-FIM (QTD-PART)
           MOVE CNT-NA-PART TO TAB-PART-QTD-100E (QTD-PART)
      *- - BASE COM POUCAS MATRICULAS DISTINTAS PODE RENDER MENOS
      *- - FAIXAS QUE O PEDIDO; UMA SO NAO E PARTICIONAMENTO.
           IF QTD-PART LESS THAN 2
              MOVE 'S' TO SW-RECUSA
              MOVE 'MATRICULAS INSUFICIENTES PARA DIVIDIR'
                   TO MOTIVO-RECUSA
           END-IF
           .
       200999-SAIDA. EXIT.
      *-----------------------------
       205000-AVALIA-CORTE SECTION.
      *-----------------------------
           IF CNT-NA-PART NOT LESS THAN ALVO-PART AND
              QTD-PART LESS THAN QTD-PEDIDA AND
              100E-MATR GREATER THAN MATR-ANT
              MOVE MATR-ANT    TO TAB-PART-FIM (QTD-PART)
              MOVE CNT-NA-PART TO TAB-PART-QTD-100E (QTD-PART)
              ADD 1 TO QTD-PART
              COMPUTE TAB-PART-INI (QTD-PART) = MATR-ANT + 1
              MOVE 0 TO CNT-NA-PART
           END-IF
           ADD 1 TO CNT-NA-PART
           MOVE 100E-MATR TO MATR-ANT
           .
       205999-SAIDA. EXIT.
      *-----------------------------
       210000-CONTA-POR-PARTICAO SECTION.
      *-----------------------------
      **** MOVIMENTOS (TODOS OS ARQUIVOS DA NOITE) E AFASTAMENTOS DE
      **** CADA FAIXA, PARA O OPERADOR CONFERIR O EQUILIBRIO.
           PERFORM VARYING IDX-ARQ FROM 1 BY 1
                   UNTIL IDX-ARQ GREATER THAN 5
                   IF TAB-ARQ-MVTO (IDX-ARQ) NOT EQUAL SPACES
                      MOVE TAB-ARQ-MVTO (IDX-ARQ) TO DDN-200X
                      PERFORM 211000-CONTA-ARQ-200E
                   END-IF
           END-PERFORM
           MOVE 'N' TO SW-FIM-ARQ
           OPEN INPUT T99F300E
           IF FS-300E EQUAL ZEROES
              PERFORM WITH TEST BEFORE UNTIL FIM-ARQ
                       READ T99F300E INTO 300E-REGISTRO
                           AT END
                               MOVE 'S' TO SW-FIM-ARQ
                           NOT AT END
                               IF (NOT 300E-HDR) AND (NOT 300E-TRL)
                                  MOVE 300E-MATR TO MATR-BUSCA
                                  PERFORM 215000-LOCALIZA-PARTICAO
                                  ADD 1 TO TAB-PART-QTD-300E (IDX-PART)
                               END-IF
                       END-READ
              END-PERFORM
              CLOSE T99F300E
           END-IF
           .
       210999-SAIDA. EXIT.
      *-----------------------------
       211000-CONTA-ARQ-200E SECTION.
      *-----------------------------
           MOVE 'N' TO SW-FIM-ARQ
           OPEN INPUT T99F200E
           IF FS-200E NOT EQUAL ZEROES
              GO TO 211999-SAIDA
           END-IF
           PERFORM WITH TEST BEFORE UNTIL FIM-ARQ
                    READ T99F200E INTO 200E-REGISTRO
                        AT END
                            MOVE 'S' TO SW-FIM-ARQ
                        NOT AT END
                            IF (NOT 200E-HDR) AND (NOT 200E-TRL)
                               MOVE 200E-MATR TO MATR-BUSCA
                               PERFORM 215000-LOCALIZA-PARTICAO
                               ADD 1 TO TAB-PART-QTD-200E (IDX-PART)
                            END-IF
                    END-READ
           END-PERFORM
           CLOSE T99F200E
           .
       211999-SAIDA. EXIT.
      *-----------------------------
       215000-LOCALIZA-PARTICAO SECTION.
      *-----------------------------
      **** FAIXA DE MATR-BUSCA (IDX-PART); A ULTIMA VAI ATE 9999999.
           MOVE 1 TO IDX-PART
           PERFORM WITH TEST BEFORE
                   UNTIL IDX-PART NOT LESS THAN QTD-PART OR
                         MATR-BUSCA NOT GREATER THAN
                                    TAB-PART-FIM (IDX-PART)
                   ADD 1 TO IDX-PART
           END-PERFORM
           .
       215999-SAIDA. EXIT.
      *-----------------------------
       300000-GERA-PARTICOES SECTION.
      *-----------------------------
      **** PARA CADA FAIXA: DIRETORIO PARTNN (JA EXISTENTE DE OUTRA
      **** NOITE, E REAPROVEITADO), LIMPEZA DO QUE A NOITE ANTERIOR
      **** DEIXOU LA E CARTAO T99F900P DA PARTICAO.
           PERFORM VARYING IDX-PART FROM 1 BY 1
                   UNTIL IDX-PART GREATER THAN QTD-PART
                   MOVE SPACES TO DDN-DIR-PART
                   STRING 'PART'   DELIMITED BY SIZE
                          IDX-PART DELIMITED BY SIZE
                          INTO DDN-DIR-PART
                   CALL 'CBL_CREATE_DIR' USING DDN-DIR-PART
                        RETURNING RC-ARQ
                   PERFORM 310000-LIMPA-PARTICAO
                   PERFORM 320000-GRAVA-CARTAO
           END-PERFORM
           .
       300999-SAIDA. EXIT.
      *-----------------------------
       310000-LIMPA-PARTICAO SECTION.
      *-----------------------------
      **** A PARTICAO NASCE LIMPA: SEM CHECKPOINT DE OUTRA NOITE (QUE
      **** A FARIA REINICIAR), SEM RESUMO DE JOB VELHO (QUE O T99P2028
      **** TOMARIA POR CONCLUIDO) E COM OS ACUMULADORES EM EXTEND
      **** (READMISSAO, HISTORICOS DE MOVIMENTO E DE AFASTAMENTO)
      **** VAZIOS, POIS O T99P2028 OS ACRESCENTA INTEIROS AOS DO LOTE.
           MOVE 'T99F900C.txt' TO NOME-APAGA
           PERFORM 315000-APAGA-ARQUIVO
           MOVE DDN-900J       TO NOME-APAGA
           PERFORM 315000-APAGA-ARQUIVO
           MOVE DDN-100R       TO NOME-APAGA
           PERFORM 315000-APAGA-ARQUIVO
           MOVE DDN-200H       TO NOME-APAGA
           PERFORM 315000-APAGA-ARQUIVO
           MOVE DDN-350H       TO NOME-APAGA
           PERFORM 315000-APAGA-ARQUIVO
           .
       310999-SAIDA. EXIT.
      *-----------------------------
       315000-APAGA-ARQUIVO SECTION.
      *-----------------------------
           MOVE SPACES TO DDN-APAGA
           STRING DDN-DIR-PART DELIMITED BY SPACE
                  '/'          DELIMITED BY SIZE
                  NOME-APAGA   DELIMITED BY SPACE
                  INTO DDN-APAGA
           CALL 'CBL_DELETE_FILE' USING DDN-APAGA
                RETURNING RC-ARQ
           .
       315999-SAIDA. EXIT.
      *-----------------------------
       320000-GRAVA-CARTAO SECTION.
      *-----------------------------
      **** CARTAO DA PARTICAO = CARTAO PRINCIPAL + NUMERO, FAIXA, AREA
      **** DOS ARQUIVOS COMUNS E QUANTIDADE REAL DE PARTICOES (QUE O
      **** T99P2028 USA PARA ACHAR A ULTIMA).
           MOVE SPACES TO DDN-900Q
           STRING DDN-DIR-PART   DELIMITED BY SPACE
                  '/T99F900P.txt' DELIMITED BY SIZE
                  INTO DDN-900Q
           MOVE QTD-PART                TO 900P-QTD-PARTICOES
           MOVE IDX-PART                TO 900P-PART-NUM
           MOVE TAB-PART-INI (IDX-PART) TO 900P-PART-MATR-INI
           MOVE TAB-PART-FIM (IDX-PART) TO 900P-PART-MATR-FIM
           MOVE CTE-AREA                TO 900P-PART-AREA
           OPEN OUTPUT T99F900Q
           IF FS-900Q NOT EQUAL ZEROES
              PERFORM 999003-ERRO-003
           END-IF
           WRITE 900Q-REGISTRO-FD FROM 900P-REGISTRO
           CLOSE T99F900Q
           .
       320999-SAIDA. EXIT.
      *-----------------------------
       400000-GRAVA-CABECALHO SECTION.
      *-----------------------------
           MOVE DATA-SISTEMA TO 727S-CAB-DATA
           MOVE 1            TO 727S-PAG
           WRITE 727S-REGISTRO-FD FROM 727S-CAB-01
           WRITE 727S-REGISTRO-FD FROM 727S-LIN-HIFEN
           WRITE 727S-REGISTRO-FD FROM 727S-CAB-CRIT
           WRITE 727S-REGISTRO-FD FROM 727S-LIN-HIFEN
           .
       400999-SAIDA. EXIT.
      *-----------------------------
       410000-GRAVA-DESFECHO SECTION.
      *-----------------------------
      **** PARTICIONADO: UMA LINHA POR FAIXA E OS TOTAIS; RECUSADO, O
      **** MOTIVO DA EXECUCAO UNICA.
           WRITE 727S-REGISTRO-FD FROM 727S-LIN-HIFEN
           IF PARTICAO-RECUSADA
              MOVE SPACES TO 727S-LIN-MSG
              STRING 'EXECUCAO UNICA DO T99P2001: '
                                      DELIMITED BY SIZE
                     MOTIVO-RECUSA    DELIMITED BY SIZE
                     INTO 727S-MSG
              WRITE 727S-REGISTRO-FD FROM 727S-LIN-MSG
           ELSE
              WRITE 727S-REGISTRO-FD FROM 727S-CAB-PART
              WRITE 727S-REGISTRO-FD FROM 727S-LIN-HIFEN
              PERFORM VARYING IDX-PART FROM 1 BY 1
                      UNTIL IDX-PART GREATER THAN QTD-PART
                      MOVE SPACES                   TO 727S-LIN-PART
                      MOVE IDX-PART                 TO 727S-PART-NUM
                      STRING 'PART'   DELIMITED BY SIZE
                             IDX-PART DELIMITED BY SIZE
                             INTO 727S-PART-DIR
                      MOVE TAB-PART-INI (IDX-PART)  TO 727S-PART-INI
                      MOVE TAB-PART-FIM (IDX-PART)  TO 727S-PART-FIM
                      MOVE TAB-PART-QTD-100E (IDX-PART)
                                               TO 727S-PART-QTD-100E
                      MOVE TAB-PART-QTD-200E (IDX-PART)
                                               TO 727S-PART-QTD-200E
                      MOVE TAB-PART-QTD-300E (IDX-PART)
                                               TO 727S-PART-QTD-300E
                      WRITE 727S-REGISTRO-FD FROM 727S-LIN-PART
              END-PERFORM
              WRITE 727S-REGISTRO-FD FROM 727S-LIN-HIFEN
              MOVE SPACES           TO 727S-LIN-TOT
              MOVE 'PARTICOES GERADAS' TO 727S-TOT-DESC
              MOVE QTD-PART         TO 727S-TOT-QTDE
              WRITE 727S-REGISTRO-FD FROM 727S-LIN-TOT
              MOVE SPACES           TO 727S-LIN-TOT
              MOVE 'REGISTROS NA BASE' TO 727S-TOT-DESC
              MOVE CNT-BASE         TO 727S-TOT-QTDE
              WRITE 727S-REGISTRO-FD FROM 727S-LIN-TOT
              MOVE SPACES           TO 727S-LIN-TOT
              MOVE 'MOVIMENTOS NA NOITE' TO 727S-TOT-DESC
              MOVE CNT-MVTOS        TO 727S-TOT-QTDE
              WRITE 727S-REGISTRO-FD FROM 727S-LIN-TOT
              MOVE SPACES TO 727S-LIN-MSG
              MOVE 'RODAR O T99P2001 EM CADA PARTNN E DEPOIS O T99P2028'
                          TO 727S-MSG
              WRITE 727S-REGISTRO-FD FROM 727S-LIN-MSG
           END-IF
           WRITE 727S-REGISTRO-FD FROM 727S-LIN-HIFEN
           WRITE 727S-REGISTRO-FD FROM 727S-FIM-REL
           .
       410999-SAIDA. EXIT.
      *-----------------------------
       900000-OBTEM-DATA-SISTEMA SECTION.
      *-----------------------------
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD
           .
       900000-SAIDA. EXIT.
      *-----------------------------
       900022-CARREGA-QUADRO SECTION.
      *-----------------------------
      **** LOTACOES CONTROLADAS DO T99F400E (QUADRO AUTORIZADO
      **** NUMERICO, MESMO CRITERIO DO 900022 DO T99P2001). TABELA
      **** AUSENTE = NENHUMA LOTACAO CONTROLADA.
           MOVE 0 TO QTD-QUADRO
           MOVE 'N' TO SW-FIM-ARQ
           OPEN INPUT T99F400E
           IF FS-400E NOT EQUAL ZEROES
              GO TO 900022-SAIDA
           END-IF
           PERFORM WITH TEST BEFORE UNTIL FIM-ARQ
                    READ T99F400E INTO 400E-REGISTRO
                        AT END
                            MOVE 'S' TO SW-FIM-ARQ
                        NOT AT END
                            IF 400E-QTD-AUTORIZADA NUMERIC AND
                               QTD-QUADRO LESS THAN 500
                               ADD 1 TO QTD-QUADRO
                               MOVE 400E-COD TO
                                    TAB-QUADRO-COD (QTD-QUADRO)
                               MOVE 400E-QTD-AUTORIZADA TO
                                    TAB-QUADRO-VAGAS (QTD-QUADRO)
                               MOVE 0 TO
                                    TAB-QUADRO-MAXIMO (QTD-QUADRO)
                            END-IF
                    END-READ
           END-PERFORM
           CLOSE T99F400E
           .
       900022-SAIDA. EXIT.
      *-----------------------------
       900008-LE-PARAMETROS SECTION.
      *-----------------------------
      **** SEM O CARTAO PRINCIPAL NAO HA QUANTIDADE PEDIDA: A NOITE
      **** SEGUE COM A EXECUCAO UNICA.
           MOVE SPACES TO 900P-REGISTRO
           OPEN INPUT T99F900P
           IF FS-900P EQUAL ZEROES
              READ T99F900P INTO 900P-REGISTRO
                  AT END
                      CONTINUE
                  NOT AT END
                      MOVE 'S' TO SW-TEM-CARTAO
                      PERFORM 900009-APLICA-PARAMETROS
              END-READ
              CLOSE T99F900P
           END-IF
           .
       900008-SAIDA. EXIT.
      *-----------------------------
       900009-APLICA-PARAMETROS SECTION.
      *-----------------------------
           IF 900P-ARQ-100E NOT EQUAL SPACES
              MOVE 900P-ARQ-100E TO DDN-100E
           END-IF
           IF 900P-ARQ-200E NOT EQUAL SPACES
              MOVE 900P-ARQ-200E TO DDN-200E
           END-IF
           IF 900P-ARQ-300E NOT EQUAL SPACES
              MOVE 900P-ARQ-300E TO DDN-300E
           END-IF
           IF 900P-ARQ-100S NOT EQUAL SPACES
              MOVE 900P-ARQ-100S TO DDN-100S
           END-IF
           IF 900P-ARQ-900J NOT EQUAL SPACES
              MOVE 900P-ARQ-900J TO DDN-900J
           END-IF
           IF 900P-ARQ-350S NOT EQUAL SPACES
              MOVE 900P-ARQ-350S TO DDN-350S
           END-IF
           IF 900P-ARQ-350H NOT EQUAL SPACES
              MOVE 900P-ARQ-350H TO DDN-350H
           END-IF
           IF 900P-ARQ-100F NOT EQUAL SPACES
              MOVE 900P-ARQ-100F TO DDN-100F
           END-IF
           IF 900P-ARQ-400E NOT EQUAL SPACES
              MOVE 900P-ARQ-400E TO DDN-400E
           END-IF
           IF 900P-ARQ-420E NOT EQUAL SPACES
              MOVE 900P-ARQ-420E TO DDN-420E
           END-IF
           IF 900P-ARQ-100D NOT EQUAL SPACES
              MOVE 900P-ARQ-100D TO DDN-100D
           END-IF
           IF 900P-ARQ-100R NOT EQUAL SPACES
              MOVE 900P-ARQ-100R TO DDN-100R
           END-IF
           IF 900P-ARQ-900S NOT EQUAL SPACES
              MOVE 900P-ARQ-900S TO DDN-900S
           END-IF
           IF 900P-ARQ-200H NOT EQUAL SPACES
              MOVE 900P-ARQ-200H TO DDN-200H
           END-IF
           IF 900P-ARQ-450E NOT EQUAL SPACES
              MOVE 900P-ARQ-450E TO DDN-450E
           END-IF
           IF 900P-ARQ-450S NOT EQUAL SPACES
              MOVE 900P-ARQ-450S TO DDN-450S
           END-IF
           IF 900P-ARQ-200E-2 NOT EQUAL SPACES
              MOVE 900P-ARQ-200E-2 TO DDN-200E-2
           END-IF
           IF 900P-ARQ-200E-3 NOT EQUAL SPACES
              MOVE 900P-ARQ-200E-3 TO DDN-200E-3
           END-IF
           IF 900P-ARQ-200R-ENT NOT EQUAL SPACES
              MOVE 900P-ARQ-200R-ENT TO DDN-200R-ENT
           END-IF
           IF 900P-ARQ-300R-ENT NOT EQUAL SPACES
              MOVE 900P-ARQ-300R-ENT TO DDN-300R-ENT
           END-IF
           IF 900P-ARQ-200P-ENT NOT EQUAL SPACES
              MOVE 900P-ARQ-200P-ENT TO DDN-200P-ENT
           END-IF
           IF 900P-ARQ-727S NOT EQUAL SPACES
              MOVE 900P-ARQ-727S TO DDN-727S
           END-IF
           IF 900P-LIMITE-LOTE-PEQUENO NUMERIC
              MOVE 900P-LIMITE-LOTE-PEQUENO TO LIMITE-LOTE-PEQUENO
           END-IF
           IF 900P-QTD-PARTICOES NUMERIC
              MOVE 900P-QTD-PARTICOES TO QTD-PEDIDA
           END-IF
           .
       900009-SAIDA. EXIT.
      *--------------------------
       999001-ERRO-001 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 001 ERRO OPEN RELATORIO: ' DDN-727S
                   ' (' FS-727S ')'
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      *--------------------------
       999002-ERRO-002 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 002 ERRO OPEN T99F100E: ' DDN-100E
                   ' (' FS-100E ')'
           CLOSE T99L727S
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      *--------------------------
       999003-ERRO-003 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 003 ERRO GRAVACAO DO CARTAO DA PARTICAO: '
                   DDN-900Q ' (' FS-900Q ')'
           CLOSE T99L727S
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      ******************************************************************
       END PROGRAM T99P2027.
      ******************************************************************
