      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
      *
       PROGRAM-ID. T99P2023.
      *
      *AUTHOR.  MARCIO CONC
      *REMARKS. DIGITACAO DE MOVIMENTO T99F200E PELO TECLADO, PARA AS
      *REMARKS. FILIAIS QUE MONTAVAM O ARQUIVO EM EDITOR DE TEXTO (DE
      *REMARKS. ONDE VINHAM AS QUEBRAS DE SEQUENCIA 088/089, O SOMAT-
      *REMARKS. SEQ DO TRAILER ERRADO E OS CMDO TROCADOS). O DIGITADOR
      *REMARKS. ESCOLHE INCLUSAO/ALTERACAO/EXCLUSAO/REATIVAR E DIGITA
      *REMARKS. CAMPO A CAMPO; CADA CAMPO PASSA NA HORA PELAS MESMAS
      *REMARKS. CONFERENCIAS DO T99P2000 (DIGITO DO CPF, DOMINIO DE
      *REMARKS. SEXO/EST-CIVIL, LOTACAO CONTRA O T99F400E, REGRAS DE
      *REMARKS. DATA 073-078 E FAIXA DE MATRICULA DA FILIAL, 079) E
      *REMARKS. SO E ACEITO CORRETO. NA FINALIZACAO O ARQUIVO E
      *REMARKS. GRAVADO DE UMA VEZ NO LAYOUT V2 DE 90 BYTES (HEADER,
      *REMARKS. CADEIA DE 200E-SEQ E TRAILER COM SOMAT-SEQ), COM O
      *REMARKS. SELO T99F900S E O ESPELHO T99L723S. ABANDONO NAO GRAVA
      *REMARKS. NADA; UM ARQUIVO ANTERIOR DE MESMO NOME E PRESERVADO
      *REMARKS. COMO .ANT.
      *DATE-WRITTEN. 15/10/2026.
      *VERSAO 002-MARCIO CONC-15/10/2026-SELO SO PARA A FILIAL 1: O
      *VERSAO 002-MARCIO CONC-15/10/2026-T99F900S DESCREVE O T99F200E
      *VERSAO 002-MARCIO CONC-15/10/2026-PRINCIPAL E O DE FILIAL 2/3
      *VERSAO 002-MARCIO CONC-15/10/2026-SOBRESCREVIA O SELO DELE.
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
      **** T99F200E: ARQUIVO GRAVADO NA FINALIZACAO, COM O NOME DA
      **** FILIAL DA DIGITACAO (VIDE 900010-DEFINE-FILIAL).
           SELECT T99F200E ASSIGN TO DDN-200E
               FILE STATUS IS FS-200E
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99L723S ASSIGN TO DDN-723S
               FILE STATUS IS FS-723S
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99F900P ASSIGN TO 'T99F900P.txt'
               FILE STATUS IS FS-900P
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99F400E ASSIGN TO DDN-400E
               FILE STATUS IS FS-400E
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99F900S ASSIGN TO DDN-900S
               FILE STATUS IS FS-900S
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
      *
       FILE SECTION.
      *
       FD  T99F200E
           BLOCK  0
           RECORD 90
           RECORDING F.
      *
       01  200E-REGISTRO-FD            PIC X(90).
      *
       FD  T99L723S
           BLOCK  0
           RECORD 72
           RECORDING F.
      *
       01  723S-REGISTRO-FD            PIC X(72).
      *
       FD  T99F900P
           BLOCK  0
           RECORD 1923
           RECORDING F.
      *
       01  900P-REGISTRO-FD            PIC X(1923).
      *
       FD  T99F400E
           BLOCK  0
           RECORD 40
           RECORDING F.
      *
       01  400E-REGISTRO-FD            PIC X(40).
      *
       FD  T99F900S
           BLOCK  0
           RECORD 67
           RECORDING F.
      *
       01  900S-REGISTRO-FD            PIC X(67).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       77  CTE-PROG                    PIC  X(16)     VALUE
                                               '*** T99P2023 ***'.
       77  CTE-VERS                    PIC  X(06)     VALUE 'VRS002'.
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
      *{{ INCLUI BOOKS }}
            COPY 'T99K200E.cpy'.
            COPY 'T99K723S.cpy'.
            COPY 'T99K900P.cpy'.
            COPY 'T99K400E.cpy'.
            COPY 'T99K900S.cpy'.
      *{{  FIM BOOKS  }}
       77  FS-200E                     PIC  XX.
       77  FS-723S                     PIC  XX.
       77  FS-900P                     PIC  XX.
       77  FS-400E                     PIC  XX.
       77  FS-900S                     PIC  XX.
       77  DDN-200E                    PIC  X(20)     VALUE
                                               'T99F200E.txt'.
       77  DDN-200E-2                  PIC  X(20)     VALUE SPACES.
       77  DDN-200E-3                  PIC  X(20)     VALUE SPACES.
       77  DDN-723S                    PIC  X(20)     VALUE
                                               'T99L723S.txt'.
       77  DDN-400E                    PIC  X(20)     VALUE
                                               'T99F400E.txt'.
       77  DDN-900S                    PIC  X(20)     VALUE
                                               'T99F900S.txt'.
      **** COPIA DE SEGURANCA DE UM ARQUIVO ANTERIOR DE MESMO NOME.
       77  DDN-200V                    PIC  X(30).
       77  DDN-BASE                    PIC  X(20).
      *
       01  DATA-SISTEMA-GRP.
           03  DATA-SISTEMA          PIC  9(08).
      *
       01  TAB-ERROS-GERAL.
           03  TAB-ERROS  OCCURS  200  TIMES PIC  X(16).
      *
      **** FILIAL DA DIGITACAO E FAIXAS DE MATRICULA, NA MESMA
      **** ARRUMACAO DO T99P2001 (1 = PRINCIPAL, 2/3 = ADICIONAIS).
       77  FILIAL-DIGITACAO            PIC  X(01)     VALUE '1'.
       01  TAB-FAIXAS-GERAL.
           03  TAB-FAIXA-ARQ  OCCURS 3 TIMES.
               05  TAB-FAIXA-INI       PIC  9(07).
               05  TAB-FAIXA-FIM       PIC  9(07).
       77  SBS-FAIXA-ARQ               PIC  9(01)     VALUE 1.
       77  SW-FAIXA-OK                 PIC  X(01)     VALUE 'S'.
           88  MATR-NA-FAIXA                            VALUE 'S'.
      *
      **** MOVIMENTOS ACEITOS NA SESSAO: FICAM EM MEMORIA ATE A
      **** FINALIZACAO, PARA QUE UMA DIGITACAO INTERROMPIDA NAO DEIXE
      **** ARQUIVO PELA METADE (SEM TRAILER) NO DISCO.
       77  QTD-MVTOS                   PIC  9(05)     VALUE 0.
       77  IDX-MVTO                    PIC  9(05)     VALUE 0.
       01  TAB-MVTOS-GERAL.
           03  TAB-MVTO-ENT  OCCURS  2000  TIMES.
               05  TAB-MVTO-MATR       PIC  9(07).
               05  FILLER              PIC  X(83).
       01  TAB-CMDOS-FIXA.
           03  FILLER                PIC X(10)     VALUE 'INCLUSAO'.
           03  FILLER                PIC X(10)     VALUE 'ALTERACAO'.
           03  FILLER                PIC X(10)     VALUE 'EXCLUSAO'.
           03  FILLER                PIC X(10)     VALUE 'REATIVAR'.
       01  TAB-CMDOS-RED REDEFINES TAB-CMDOS-FIXA.
           03  TAB-DESC-CMDO  OCCURS  4  TIMES  PIC X(10).
       01  CNT-CMDOS-GERAL.
           03  CNT-CMDO  OCCURS  4  TIMES  PIC  9(07).
      *
      **** ENTRADA DO TECLADO: CADA RESPOSTA E LIDA COMO TEXTO E SO
      **** DEPOIS CONVERTIDA/CONFERIDA (332000), PARA QUE LETRA EM
      **** CAMPO NUMERICO VIRE RECUSA E NAO LIXO NO REGISTRO.
       01  ENT-AREA.
           03  ENT-CAMPO               PIC  X(30).
       77  ENT-TAM                     PIC  9(02)     VALUE 0.
       77  ENT-VALOR                   PIC  9(11)     VALUE 0.
       77  TAM-MIN                     PIC  9(02)     VALUE 0.
       77  TAM-MAX                     PIC  9(02)     VALUE 0.
       77  SW-NUM-OK                   PIC  X(01)     VALUE 'N'.
           88  NUM-OK                                   VALUE 'S'.
       77  MSG-ERRO                    PIC  X(40)     VALUE SPACES.
       77  CMDO-DIGITADO               PIC  9(02)     VALUE 0.
      **** TENTATIVAS: ESGOTADAS NUM CAMPO, O REGISTRO E DESCARTADO;
      **** RESPOSTAS INVALIDAS SEGUIDAS NO MENU (TECLADO/ENTRADA
      **** FECHADA) ENCERRAM A SESSAO COMO ABANDONO.
       77  MAX-TENTATIVAS              PIC  9(02)     VALUE 5.
       77  MAX-OPCAO-INVALIDA          PIC  9(02)     VALUE 10.
       77  QTD-TENTATIVAS              PIC  9(02)     VALUE 0.
       77  QTD-TENT-DATAS              PIC  9(02)     VALUE 0.
       77  QTD-OPCAO-INVALIDA          PIC  9(02)     VALUE 0.
       77  SW-CAMPO-OK                 PIC  X(01)     VALUE 'N'.
           88  CAMPO-OK                                 VALUE 'S'.
       77  SW-REG-CANCELADO            PIC  X(01)     VALUE 'N'.
           88  REG-CANCELADO                            VALUE 'S'.
       77  SW-SESSAO                   PIC  X(01)     VALUE 'A'.
           88  SESSAO-ATIVA                             VALUE 'A'.
           88  SESSAO-FINALIZADA                        VALUE 'F'.
           88  SESSAO-ABANDONADA                        VALUE 'X'.
      *
       01  CPF-VALIDA-AREA.
           03  CPF-NUM                PIC  9(11).
           03  CPF-NUM-R  REDEFINES  CPF-NUM.
               05  CPF-DIG            PIC  9(01)  OCCURS  11  TIMES.
           03  CPF-PESO               PIC  9(02).
           03  CPF-IDX                PIC  9(02).
           03  CPF-SOMA               PIC  9(05).
           03  CPF-TEMP               PIC  9(06).
           03  CPF-QUOC               PIC  9(05).
           03  CPF-RESTO              PIC  9(05).
           03  CPF-DV-CALC            PIC  9(01).
      *
       01  CPF-SWITCHES.
           03  SW-CPF-VALIDO           PIC  X(01)     VALUE 'S'.
               88  CPF-VALIDO                          VALUE 'S'.
               88  CPF-INVALIDO                         VALUE 'N'.
           03  SW-CPF-TODOS-IGUAIS     PIC  X(01)     VALUE 'N'.
               88  CPF-TODOS-IGUAIS                     VALUE 'S'.
      *
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
           88  DATA-INVALIDA                            VALUE 'N'.
      **** REGRAS DE DATA DO MOVIMENTO: AS MESMAS DO 323000 DO
      **** T99P2000/T99P2001 (IDADE MINIMA SOBREPOSTA PELO CARTAO).
       77  IDADE-MINIMA                PIC  9(03)     VALUE 14.
       77  COD-OCORR-DATAS             PIC  9(03)     VALUE 0.
       01  VAL-DT-NASC-GRP.
           03  VAL-DT-NASC             PIC  9(08).
       01  VAL-DT-NASC-RED REDEFINES VAL-DT-NASC-GRP.
           03  VAL-NASC-AA             PIC  9(04).
           03  VAL-NASC-MMDD           PIC  9(04).
       01  VAL-DT-ADM-GRP.
           03  VAL-DT-ADM              PIC  9(08).
       01  VAL-DT-ADM-RED REDEFINES VAL-DT-ADM-GRP.
           03  VAL-ADM-AA              PIC  9(04).
           03  VAL-ADM-MMDD            PIC  9(04).
       77  IDADE-NA-ADMISSAO           PIC S9(04)     VALUE 0.
      **** SELO: MESMA CONTA DO 390000-ACUMULA-SELO DO T99P2000.
       77  HORA-SISTEMA                PIC  9(06)     VALUE 0.
       77  CNT-SEQ-200E                PIC  9(05)     VALUE 1.
       77  SMT-SEQ-200E                PIC  9(09)     VALUE 1.
       01  CHECKSUM-GRP.
           03  CHECKSUM-ACUM           PIC  9(12)     VALUE 0.
       01  CHECKSUM-RED REDEFINES CHECKSUM-GRP.
           03  FILLER                  PIC  9(03).
           03  CHECKSUM-BAIXO          PIC  9(09).
       77  SW-SELO-GRAVADO             PIC  X(01)     VALUE 'N'.
           88  SELO-GRAVADO                             VALUE 'S'.
      **** TAB-LOTACOES: MESMA CARGA DO 900022 DO T99P2000.
       77  SW-CONFERE-LOTACAO          PIC  X(01)     VALUE 'N'.
           88  CONFERE-LOTACAO                          VALUE 'S'.
       77  SW-LOTACAO-OK               PIC  X(01)     VALUE 'S'.
           88  LOTACAO-OK                               VALUE 'S'.
       77  SW-FIM-400E-PRE             PIC  X(01)     VALUE 'N'.
           88  EH-FIM-400E-PRE                          VALUE 'S'.
       77  QTD-LOTACOES                PIC  9(05)     VALUE 0.
       77  IDX-LOTACAO                 PIC  9(05)     VALUE 0.
       01  TAB-LOTACOES-GERAL.
           03  TAB-LOTACAO-ENT  OCCURS  500  TIMES.
               05  TAB-LOTACAO-COD     PIC  X(04).
               05  TAB-LOTACAO-ATIVO   PIC  X(01).
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      *
      *--------------------------------
       000000-ROTINA-PRINCIPAL SECTION.
      *--------------------------------
      **** MESMOS CODIGOS E TEXTOS DE OCORRENCIA DO T99P2000, PARA O
      **** DIGITADOR RECONHECER O PROBLEMA QUE A LISTAGEM APONTARIA.
           MOVE '095 SEXO INVAL.'  TO TAB-ERROS (095)
           MOVE '096 EST.CIV INV'  TO TAB-ERROS (096)
           MOVE '098 CPF INVAL. '  TO TAB-ERROS (098)
           MOVE '071 LOTAC.INVAL.'  TO TAB-ERROS (071)
           MOVE '073 DT.EFET INV '  TO TAB-ERROS (073)
           MOVE '074 DT.NASC INV '  TO TAB-ERROS (074)
           MOVE '075 DT.ADM INVAL'  TO TAB-ERROS (075)
           MOVE '076 NASC>=ADMISS'  TO TAB-ERROS (076)
           MOVE '077 IDADE MINIMA'  TO TAB-ERROS (077)
           MOVE '078 ADMIS.FUTURA'  TO TAB-ERROS (078)
           MOVE '079 MATR F.FAIXA'  TO TAB-ERROS (079)
      *
           DISPLAY CTE-PROG ' ' CTE-VERS ' *** 000 *** INICIO PROGRAMA'
      *
           PERFORM 900008-LE-PARAMETROS
           PERFORM 900010-DEFINE-FILIAL
           PERFORM 900000-OBTEM-DATA-SISTEMA
           PERFORM 900022-CARREGA-LOTACOES
      *
           DISPLAY ' '
           DISPLAY '*** DIGITACAO DE MOVIMENTO - FILIAL '
                   FILIAL-DIGITACAO ' - ARQUIVO ' DDN-200E
           IF TAB-FAIXA-INI (SBS-FAIXA-ARQ) NOT EQUAL ZEROES OR
              TAB-FAIXA-FIM (SBS-FAIXA-ARQ) NOT EQUAL ZEROES
              DISPLAY '*** FAIXA DE MATRICULA DA FILIAL: '
                      TAB-FAIXA-INI (SBS-FAIXA-ARQ) ' A '
                      TAB-FAIXA-FIM (SBS-FAIXA-ARQ)
           END-IF
      *
           PERFORM 200000-TRATA-OPCAO
                    UNTIL NOT SESSAO-ATIVA
      *
           IF SESSAO-ABANDONADA
              DISPLAY CTE-PROG ' ' CTE-VERS
                 ' *** DIGITACAO ABANDONADA - NADA FOI GRAVADO'
              MOVE 4 TO RETURN-CODE
              GO TO 999999-ENCERRA
           END-IF
           IF QTD-MVTOS EQUAL ZEROES
              DISPLAY CTE-PROG ' ' CTE-VERS
                 ' *** NENHUM MOVIMENTO DIGITADO - NADA FOI GRAVADO'
              MOVE 4 TO RETURN-CODE
              GO TO 999999-ENCERRA
           END-IF
      *
           PERFORM 500000-GRAVA-ARQUIVO
      *- - O T99F900S SO DESCREVE O T99F200E PRINCIPAL (O T99P2001 SO
      *- - CONFERE SELO NELE); ARQUIVO DE FILIAL 2/3 NAO LEVA SELO.
           IF FILIAL-DIGITACAO EQUAL '1'
              PERFORM 600000-GRAVA-SELO
           ELSE
              DISPLAY CTE-PROG ' ' CTE-VERS
                 ' *** ARQUIVO DE FILIAL ' FILIAL-DIGITACAO
                 ' NAO E SELADO (SELO SO DO T99F200E PRINCIPAL)'
           END-IF
           PERFORM 700000-GRAVA-RESUMO
      *
           DISPLAY CTE-PROG ' ' CTE-VERS ' *** MOVIMENTOS GRAVADOS: '
                   QTD-MVTOS ' EM ' DDN-200E
           DISPLAY CTE-PROG ' ' CTE-VERS ' *** 999 *** FIM NORMAL'
      **** SEM O SELO O ARQUIVO PRINCIPAL AINDA PRECISA PASSAR NO
      **** T99P2000 ANTES DA JANELA: RC 4 AVISA A FILIAL.
           IF SELO-GRAVADO OR FILIAL-DIGITACAO NOT EQUAL '1'
              MOVE 0 TO RETURN-CODE
           ELSE
              MOVE 4 TO RETURN-CODE
           END-IF
           .
       999999-ENCERRA.
           GOBACK
           .
      *-----------------------------
       200000-TRATA-OPCAO SECTION.
      *-----------------------------
      **** MENU PRINCIPAL: UM MOVIMENTO POR VOLTA; 'F' GRAVA O ARQUIVO
      **** COM O QUE FOI ACEITO, 'A' SAI SEM GRAVAR NADA.
           DISPLAY ' '
           DISPLAY '1-INCLUSAO  2-ALTERACAO  3-EXCLUSAO  4-REATIVAR'
           DISPLAY 'F-FINALIZA E GRAVA O ARQUIVO  A-ABANDONA SEM GRAVAR'
           DISPLAY 'MOVIMENTOS ACEITOS: ' QTD-MVTOS '  OPCAO: '
           MOVE SPACES TO ENT-CAMPO
           ACCEPT ENT-CAMPO
           EVALUATE ENT-CAMPO
               WHEN '1'
               WHEN '2'
               WHEN '3'
               WHEN '4'
                    MOVE 0 TO QTD-OPCAO-INVALIDA
                    IF QTD-MVTOS NOT LESS THAN 2000
                       DISPLAY '*** LIMITE DE 2000 MOVIMENTOS POR '
                               'ARQUIVO - FINALIZE E DIGITE O RESTANTE'
                               ' EM OUTRO ARQUIVO'
                    ELSE
                       MOVE ENT-CAMPO (1:1) TO CMDO-DIGITADO
                       PERFORM 300000-DIGITA-MOVIMENTO
                    END-IF
               WHEN 'F'
                    MOVE 'F' TO SW-SESSAO
               WHEN 'A'
                    MOVE 0 TO QTD-OPCAO-INVALIDA
                    PERFORM 210000-CONFIRMA-ABANDONO
               WHEN OTHER
                    ADD 1 TO QTD-OPCAO-INVALIDA
                    DISPLAY '*** OPCAO INVALIDA'
                    IF QTD-OPCAO-INVALIDA NOT LESS THAN
                       MAX-OPCAO-INVALIDA
                       DISPLAY '*** SEM RESPOSTA VALIDA NO MENU - '
                               'SESSAO ENCERRADA'
                       MOVE 'X' TO SW-SESSAO
                    END-IF
           END-EVALUATE
           .
       200999-SAIDA. EXIT.
      *-----------------------------
       210000-CONFIRMA-ABANDONO SECTION.
      *-----------------------------
           IF QTD-MVTOS EQUAL ZEROES
              MOVE 'X' TO SW-SESSAO
              GO TO 210999-SAIDA
           END-IF
           DISPLAY 'ABANDONA ' QTD-MVTOS
                   ' MOVIMENTO(S) JA ACEITO(S)? (S/N): '
           MOVE SPACES TO ENT-CAMPO
           ACCEPT ENT-CAMPO
           IF ENT-CAMPO EQUAL 'S'
              MOVE 'X' TO SW-SESSAO
           END-IF
           .
       210999-SAIDA. EXIT.
      *-----------------------------
       300000-DIGITA-MOVIMENTO SECTION.
      *-----------------------------
      **** UM REGISTRO DE MOVIMENTO: EXCLUSAO/REATIVAR SO PRECISAM DA
      **** MATRICULA (E DA DATA DE EFETIVACAO OPCIONAL); INCLUSAO E
      **** ALTERACAO LEVAM O REGISTRO COMPLETO, COMO O T99P2001 EXIGE.
      **** '*' EM QUALQUER CAMPO DESCARTA O REGISTRO.
           MOVE SPACES        TO 200E-REGISTRO
           MOVE ZEROES        TO 200E-CPF
                                 200E-DT-NASCIMENTO
                                 200E-DT-ADMISSAO
                                 200E-DT-EFETIVACAO
           MOVE CMDO-DIGITADO TO 200E-CMDO
           MOVE 'N'           TO SW-REG-CANCELADO
           DISPLAY ' '
           DISPLAY '--- ' TAB-DESC-CMDO (CMDO-DIGITADO)
                   ' (DIGITE * PARA DESCARTAR O REGISTRO)'
      *
           PERFORM 311000-DIGITA-MATR
           IF 200E-CMDO EQUAL 1 OR 200E-CMDO EQUAL 2
              PERFORM 312000-DIGITA-NOME
              PERFORM 313000-DIGITA-SEXO
              PERFORM 314000-DIGITA-CPF
              PERFORM 315000-DIGITA-EST-CIVIL
              PERFORM 316000-DIGITA-DATAS
              PERFORM 317000-DIGITA-LOTACAO
           END-IF
           PERFORM 318000-DIGITA-DT-EFET
           PERFORM 319000-CONFIRMA-REGISTRO
           .
       300999-SAIDA. EXIT.
      *-----------------------------
       311000-DIGITA-MATR SECTION.
      *-----------------------------
           MOVE 'N' TO SW-CAMPO-OK
           MOVE 0   TO QTD-TENTATIVAS
           PERFORM WITH TEST BEFORE UNTIL CAMPO-OK OR REG-CANCELADO
                    DISPLAY '    MATRICULA (ATE 7 DIGITOS) .........: '
                    PERFORM 330000-ACEITA-CAMPO
                    IF NOT REG-CANCELADO
                       MOVE 1 TO TAM-MIN
                       MOVE 7 TO TAM-MAX
                       PERFORM 332000-CONVERTE-NUMERO
                       EVALUATE TRUE
                           WHEN NOT NUM-OK
                                MOVE 'MATRICULA NAO NUMERICA'
                                     TO MSG-ERRO
                                PERFORM 331000-RECUSA-CAMPO
                           WHEN ENT-VALOR EQUAL ZEROES OR
                                ENT-VALOR EQUAL 9999999
                                MOVE 'MATRICULA RESERVADA'
                                     TO MSG-ERRO
                                PERFORM 331000-RECUSA-CAMPO
                           WHEN OTHER
                                MOVE ENT-VALOR TO 200E-MATR
                                PERFORM 326000-CONFERE-FAIXA-MATR
                                IF MATR-NA-FAIXA
                                   MOVE 'S' TO SW-CAMPO-OK
                                ELSE
                                   MOVE TAB-ERROS (079) TO MSG-ERRO
                                   PERFORM 331000-RECUSA-CAMPO
                                END-IF
                       END-EVALUATE
                    END-IF
           END-PERFORM
      **** MESMA MATRICULA JA DIGITADA NA SESSAO E PERMITIDA (O
      **** T99P2001 APLICA NA ORDEM), MAS O DIGITADOR E AVISADO.
           IF CAMPO-OK
              MOVE 1 TO IDX-MVTO
              PERFORM WITH TEST BEFORE
                       UNTIL IDX-MVTO GREATER THAN QTD-MVTOS
                       IF TAB-MVTO-MATR (IDX-MVTO) EQUAL 200E-MATR
                          DISPLAY '    AVISO: MATRICULA JA DIGITADA NO '
                                  'MOVIMENTO ' IDX-MVTO ' DESTA SESSAO'
                          MOVE QTD-MVTOS TO IDX-MVTO
                       END-IF
                       ADD 1 TO IDX-MVTO
              END-PERFORM
           END-IF
           .
       311999-SAIDA. EXIT.
      *-----------------------------
       312000-DIGITA-NOME SECTION.
      *-----------------------------
           IF REG-CANCELADO
              GO TO 312999-SAIDA
           END-IF
           MOVE 'N' TO SW-CAMPO-OK
           MOVE 0   TO QTD-TENTATIVAS
           PERFORM WITH TEST BEFORE UNTIL CAMPO-OK OR REG-CANCELADO
                    DISPLAY '    NOME (ATE 30 POSICOES) ............: '
                    PERFORM 330000-ACEITA-CAMPO
                    IF NOT REG-CANCELADO
                       IF ENT-CAMPO EQUAL SPACES OR
                          ENT-CAMPO (1:1) EQUAL SPACE
                          MOVE 'NOME EM BRANCO OU DESALINHADO'
                               TO MSG-ERRO
                          PERFORM 331000-RECUSA-CAMPO
                       ELSE
                          MOVE ENT-CAMPO TO 200E-NOME
                          MOVE 'S' TO SW-CAMPO-OK
                       END-IF
                    END-IF
           END-PERFORM
           .
       312999-SAIDA. EXIT.
      *-----------------------------
       313000-DIGITA-SEXO SECTION.
      *-----------------------------
           IF REG-CANCELADO
              GO TO 313999-SAIDA
           END-IF
           MOVE 'N' TO SW-CAMPO-OK
           MOVE 0   TO QTD-TENTATIVAS
           PERFORM WITH TEST BEFORE UNTIL CAMPO-OK OR REG-CANCELADO
                    DISPLAY '    SEXO (M/F) ........................: '
                    PERFORM 330000-ACEITA-CAMPO
                    IF NOT REG-CANCELADO
                       MOVE ENT-CAMPO (1:1) TO 200E-SEXO
                       IF 200E-SEXO-VALIDO AND
                          ENT-CAMPO (2:) EQUAL SPACES
                          MOVE 'S' TO SW-CAMPO-OK
                       ELSE
                          MOVE TAB-ERROS (095) TO MSG-ERRO
                          PERFORM 331000-RECUSA-CAMPO
                       END-IF
                    END-IF
           END-PERFORM
           .
       313999-SAIDA. EXIT.
      *-----------------------------
       314000-DIGITA-CPF SECTION.
      *-----------------------------
           IF REG-CANCELADO
              GO TO 314999-SAIDA
           END-IF
           MOVE 'N' TO SW-CAMPO-OK
           MOVE 0   TO QTD-TENTATIVAS
           PERFORM WITH TEST BEFORE UNTIL CAMPO-OK OR REG-CANCELADO
                    DISPLAY '    CPF (11 DIGITOS, SEM PONTUACAO) ...: '
                    PERFORM 330000-ACEITA-CAMPO
                    IF NOT REG-CANCELADO
                       MOVE 11 TO TAM-MIN
                       MOVE 11 TO TAM-MAX
                       PERFORM 332000-CONVERTE-NUMERO
                       IF NUM-OK
                          MOVE ENT-VALOR TO 200E-CPF
                          PERFORM 325000-VALIDA-CPF-200E
                       END-IF
                       IF NUM-OK AND CPF-VALIDO
                          MOVE 'S' TO SW-CAMPO-OK
                       ELSE
                          MOVE TAB-ERROS (098) TO MSG-ERRO
                          PERFORM 331000-RECUSA-CAMPO
                       END-IF
                    END-IF
           END-PERFORM
           .
       314999-SAIDA. EXIT.
      *-----------------------------
       315000-DIGITA-EST-CIVIL SECTION.
      *-----------------------------
           IF REG-CANCELADO
              GO TO 315999-SAIDA
           END-IF
           MOVE 'N' TO SW-CAMPO-OK
           MOVE 0   TO QTD-TENTATIVAS
           PERFORM WITH TEST BEFORE UNTIL CAMPO-OK OR REG-CANCELADO
                    DISPLAY '    ESTADO CIVIL (1 A 5) ..............: '
                    PERFORM 330000-ACEITA-CAMPO
                    IF NOT REG-CANCELADO
                       MOVE ENT-CAMPO (1:1) TO 200E-EST-CIVIL
                       IF 200E-EST-CIVIL-VALIDO AND
                          ENT-CAMPO (2:) EQUAL SPACES
                          MOVE 'S' TO SW-CAMPO-OK
                       ELSE
                          MOVE TAB-ERROS (096) TO MSG-ERRO
                          PERFORM 331000-RECUSA-CAMPO
                       END-IF
                    END-IF
           END-PERFORM
           .
       315999-SAIDA. EXIT.
      *-----------------------------
       316000-DIGITA-DATAS SECTION.
      *-----------------------------
      **** CADA DATA E CONFERIDA NO CALENDARIO AO SER DIGITADA (074/
      **** 075); AS REGRAS QUE CRUZAM AS DUAS (076-078) SO DEPOIS DO
      **** PAR COMPLETO, E A RECUSA PEDE O PAR DE NOVO.
           IF REG-CANCELADO
              GO TO 316999-SAIDA
           END-IF
           MOVE 0 TO QTD-TENT-DATAS
           MOVE 1 TO COD-OCORR-DATAS
           PERFORM WITH TEST BEFORE
                    UNTIL COD-OCORR-DATAS EQUAL ZEROES OR REG-CANCELADO
                    PERFORM 316100-DIGITA-DT-NASC
                    PERFORM 316200-DIGITA-DT-ADM
                    IF NOT REG-CANCELADO
                       PERFORM 323000-VALIDA-DATAS-MVTO
                       IF COD-OCORR-DATAS NOT EQUAL ZEROES
                          DISPLAY '    *** '
                                  TAB-ERROS (COD-OCORR-DATAS)
                                  ' - REDIGITE AS DUAS DATAS'
                          ADD 1 TO QTD-TENT-DATAS
                          IF QTD-TENT-DATAS NOT LESS THAN
                             MAX-TENTATIVAS
                             DISPLAY '    *** LIMITE DE TENTATIVAS - '
                                     'REGISTRO DESCARTADO'
                             MOVE 'S' TO SW-REG-CANCELADO
                          END-IF
                       END-IF
                    END-IF
           END-PERFORM
           .
       316999-SAIDA. EXIT.
      *-----------------------------
       316100-DIGITA-DT-NASC SECTION.
      *-----------------------------
           IF REG-CANCELADO
              GO TO 316199-SAIDA
           END-IF
           MOVE 'N' TO SW-CAMPO-OK
           MOVE 0   TO QTD-TENTATIVAS
           PERFORM WITH TEST BEFORE UNTIL CAMPO-OK OR REG-CANCELADO
                    DISPLAY '    DATA DE NASCIMENTO (AAAAMMDD) .....: '
                    PERFORM 330000-ACEITA-CAMPO
                    IF NOT REG-CANCELADO
                       MOVE 8 TO TAM-MIN
                       MOVE 8 TO TAM-MAX
                       PERFORM 332000-CONVERTE-NUMERO
                       IF NUM-OK
                          MOVE ENT-VALOR TO DTV-DATA
                          PERFORM 380000-VALIDA-DATA
                       END-IF
                       IF NUM-OK AND DATA-VALIDA
                          MOVE ENT-VALOR TO 200E-DT-NASCIMENTO
                          MOVE 'S' TO SW-CAMPO-OK
                       ELSE
                          MOVE TAB-ERROS (074) TO MSG-ERRO
                          PERFORM 331000-RECUSA-CAMPO
                       END-IF
                    END-IF
           END-PERFORM
           .
       316199-SAIDA. EXIT.
      *-----------------------------
       316200-DIGITA-DT-ADM SECTION.
      *-----------------------------
           IF REG-CANCELADO
              GO TO 316299-SAIDA
           END-IF
           MOVE 'N' TO SW-CAMPO-OK
           MOVE 0   TO QTD-TENTATIVAS
           PERFORM WITH TEST BEFORE UNTIL CAMPO-OK OR REG-CANCELADO
                    DISPLAY '    DATA DE ADMISSAO (AAAAMMDD) .......: '
                    PERFORM 330000-ACEITA-CAMPO
                    IF NOT REG-CANCELADO
                       MOVE 8 TO TAM-MIN
                       MOVE 8 TO TAM-MAX
                       PERFORM 332000-CONVERTE-NUMERO
                       IF NUM-OK
                          MOVE ENT-VALOR TO DTV-DATA
                          PERFORM 380000-VALIDA-DATA
                       END-IF
                       IF NUM-OK AND DATA-VALIDA
                          MOVE ENT-VALOR TO 200E-DT-ADMISSAO
                          MOVE 'S' TO SW-CAMPO-OK
                       ELSE
                          MOVE TAB-ERROS (075) TO MSG-ERRO
                          PERFORM 331000-RECUSA-CAMPO
                       END-IF
                    END-IF
           END-PERFORM
           .
       316299-SAIDA. EXIT.
      *-----------------------------
       317000-DIGITA-LOTACAO SECTION.
      *-----------------------------
      **** NA DIGITACAO A LOTACAO E OBRIGATORIA (O BRANCO ACEITO PELO
      **** T99P2001 E SO DA TRANSICAO DO LAYOUT ANTIGO).
           IF REG-CANCELADO
              GO TO 317999-SAIDA
           END-IF
           MOVE 'N' TO SW-CAMPO-OK
           MOVE 0   TO QTD-TENTATIVAS
           PERFORM WITH TEST BEFORE UNTIL CAMPO-OK OR REG-CANCELADO
                    DISPLAY '    LOTACAO (ATE 4 POSICOES) ..........: '
                    PERFORM 330000-ACEITA-CAMPO
                    IF NOT REG-CANCELADO
                       MOVE ENT-CAMPO (1:4) TO 200E-LOTACAO
                       IF 200E-LOTACAO EQUAL SPACES OR
                          ENT-CAMPO (5:) NOT EQUAL SPACES
                          MOVE 'N' TO SW-LOTACAO-OK
                       ELSE
                          PERFORM 324000-VALIDA-LOTACAO
                       END-IF
                       IF LOTACAO-OK
                          MOVE 'S' TO SW-CAMPO-OK
                       ELSE
                          MOVE TAB-ERROS (071) TO MSG-ERRO
                          PERFORM 331000-RECUSA-CAMPO
                       END-IF
                    END-IF
           END-PERFORM
           .
       317999-SAIDA. EXIT.
      *-----------------------------
       318000-DIGITA-DT-EFET SECTION.
      *-----------------------------
      **** DATA DE EFETIVACAO OPCIONAL: EM BRANCO, O MOVIMENTO E
      **** APLICADO NA PROPRIA NOITE; DATA FUTURA FICA RETIDA NO
      **** T99F200P ATE VENCER (VIDE T99K200E.CPY).
           IF REG-CANCELADO
              GO TO 318999-SAIDA
           END-IF
           MOVE 'N' TO SW-CAMPO-OK
           MOVE 0   TO QTD-TENTATIVAS
           PERFORM WITH TEST BEFORE UNTIL CAMPO-OK OR REG-CANCELADO
                    DISPLAY '    EFETIVACAO (AAAAMMDD, BRANCO=HOJE) : '
                    PERFORM 330000-ACEITA-CAMPO
                    IF NOT REG-CANCELADO
                       IF ENT-CAMPO EQUAL SPACES
                          MOVE ZEROES TO 200E-DT-EFETIVACAO
                          MOVE 'S' TO SW-CAMPO-OK
                       ELSE
                          MOVE 8 TO TAM-MIN
                          MOVE 8 TO TAM-MAX
                          PERFORM 332000-CONVERTE-NUMERO
                          IF NUM-OK
                             MOVE ENT-VALOR TO DTV-DATA
                             PERFORM 380000-VALIDA-DATA
                          END-IF
                          IF NUM-OK AND DATA-VALIDA
                             MOVE ENT-VALOR TO 200E-DT-EFETIVACAO
                             MOVE 'S' TO SW-CAMPO-OK
                          ELSE
                             MOVE TAB-ERROS (073) TO MSG-ERRO
                             PERFORM 331000-RECUSA-CAMPO
                          END-IF
                       END-IF
                    END-IF
           END-PERFORM
           .
       318999-SAIDA. EXIT.
      *-----------------------------
       319000-CONFIRMA-REGISTRO SECTION.
      *-----------------------------
      **** MOSTRA O REGISTRO MONTADO E SO O GUARDA NA TABELA DA
      **** SESSAO COM A CONFIRMACAO EXPLICITA DO DIGITADOR.
           IF REG-CANCELADO
              GO TO 319999-SAIDA
           END-IF
           DISPLAY '    ' TAB-DESC-CMDO (200E-CMDO) ' MATR '
                   200E-MATR ' ' 200E-NOME
           IF 200E-CMDO EQUAL 1 OR 200E-CMDO EQUAL 2
              DISPLAY '    SEXO ' 200E-SEXO ' CPF ' 200E-CPF
                      ' EST.CIV ' 200E-EST-CIVIL ' LOTACAO '
                      200E-LOTACAO
              DISPLAY '    NASC ' 200E-DT-NASCIMENTO ' ADMISSAO '
                      200E-DT-ADMISSAO
           END-IF
           IF 200E-DT-EFETIVACAO NOT EQUAL ZEROES
              DISPLAY '    EFETIVACAO ' 200E-DT-EFETIVACAO
           END-IF
           MOVE 'N' TO SW-CAMPO-OK
           MOVE 0   TO QTD-TENTATIVAS
           PERFORM WITH TEST BEFORE UNTIL CAMPO-OK OR REG-CANCELADO
                    DISPLAY '    CONFIRMA O REGISTRO (S/N) .........: '
                    PERFORM 330000-ACEITA-CAMPO
                    IF NOT REG-CANCELADO
                       EVALUATE ENT-CAMPO
                           WHEN 'S'
                                MOVE 'S' TO SW-CAMPO-OK
                           WHEN 'N'
                                DISPLAY '    *** REGISTRO DESCARTADO'
                                MOVE 'S' TO SW-REG-CANCELADO
                           WHEN OTHER
                                MOVE 'RESPONDA S OU N' TO MSG-ERRO
                                PERFORM 331000-RECUSA-CAMPO
                       END-EVALUATE
                    END-IF
           END-PERFORM
           IF CAMPO-OK
              ADD 1 TO QTD-MVTOS
              MOVE 200E-REGISTRO TO TAB-MVTO-ENT (QTD-MVTOS)
              ADD 1 TO CNT-CMDO (200E-CMDO)
              DISPLAY '    REGISTRO ACEITO (' QTD-MVTOS ')'
           END-IF
           .
       319999-SAIDA. EXIT.
      *-----------------------------
       330000-ACEITA-CAMPO SECTION.
      *-----------------------------
           MOVE SPACES TO ENT-CAMPO
           ACCEPT ENT-CAMPO
           IF ENT-CAMPO EQUAL '*'
              DISPLAY '    *** REGISTRO DESCARTADO'
              MOVE 'S' TO SW-REG-CANCELADO
           END-IF
           .
       330999-SAIDA. EXIT.
      *-----------------------------
       331000-RECUSA-CAMPO SECTION.
      *-----------------------------
           DISPLAY '    *** ' MSG-ERRO ' - REDIGITE'
           MOVE SPACES TO MSG-ERRO
           ADD 1 TO QTD-TENTATIVAS
           IF QTD-TENTATIVAS NOT LESS THAN MAX-TENTATIVAS
              DISPLAY '    *** LIMITE DE TENTATIVAS - REGISTRO '
                      'DESCARTADO'
              MOVE 'S' TO SW-REG-CANCELADO
           END-IF
           .
       331999-SAIDA. EXIT.
      *-----------------------------
       332000-CONVERTE-NUMERO SECTION.
      *-----------------------------
      **** ENT-CAMPO ALINHADO A ESQUERDA, SO DIGITOS, ENTRE TAM-MIN E
      **** TAM-MAX POSICOES E NADA DEPOIS: VALOR EM ENT-VALOR.
           MOVE 'N' TO SW-NUM-OK
           MOVE 0   TO ENT-TAM
           MOVE 0   TO ENT-VALOR
           INSPECT ENT-CAMPO TALLYING ENT-TAM
                   FOR CHARACTERS BEFORE INITIAL SPACE
           IF ENT-TAM LESS THAN TAM-MIN OR
              ENT-TAM GREATER THAN TAM-MAX
              GO TO 332999-SAIDA
           END-IF
           IF ENT-CAMPO (ENT-TAM + 1:) NOT EQUAL SPACES
              GO TO 332999-SAIDA
           END-IF
           IF ENT-CAMPO (1:ENT-TAM) NOT NUMERIC
              GO TO 332999-SAIDA
           END-IF
           MOVE ENT-CAMPO (1:ENT-TAM) TO ENT-VALOR
           MOVE 'S' TO SW-NUM-OK
           .
       332999-SAIDA. EXIT.
      *-----------------------------
       323000-VALIDA-DATAS-MVTO SECTION.
      *-----------------------------
      **** CONTEUDO DAS DATAS DO MOVIMENTO, MESMA REGRA DO 323000 DO
      **** T99P2000/T99P2001: NASCIMENTO ANTERIOR A ADMISSAO (076),
      **** IDADE MINIMA NA ADMISSAO (077) E ADMISSAO NAO FUTURA (078).
      **** O CALENDARIO (074/075) JA FOI CONFERIDO NA DIGITACAO.
           MOVE 0 TO COD-OCORR-DATAS
           MOVE 200E-DT-NASCIMENTO TO VAL-DT-NASC
           MOVE 200E-DT-ADMISSAO   TO VAL-DT-ADM
           IF VAL-DT-NASC NOT LESS VAL-DT-ADM
              MOVE 076 TO COD-OCORR-DATAS
              GO TO 323999-SAIDA
           END-IF
           COMPUTE IDADE-NA-ADMISSAO = VAL-ADM-AA - VAL-NASC-AA
           IF VAL-ADM-MMDD LESS THAN VAL-NASC-MMDD
              SUBTRACT 1 FROM IDADE-NA-ADMISSAO
           END-IF
           IF IDADE-NA-ADMISSAO LESS THAN IDADE-MINIMA
              MOVE 077 TO COD-OCORR-DATAS
              GO TO 323999-SAIDA
           END-IF
           IF VAL-DT-ADM GREATER THAN DATA-SISTEMA
              MOVE 078 TO COD-OCORR-DATAS
           END-IF
           .
       323999-SAIDA. EXIT.
      *-----------------------------
       324000-VALIDA-LOTACAO SECTION.
      *-----------------------------
      **** CONFERE 200E-LOTACAO CONTRA A TABELA DE DEPARTAMENTOS:
      **** CODIGO AUSENTE OU INATIVADO REPROVA; SEM A TABELA,
      **** DISPENSADA. MESMA REGRA DO 324000 DO T99P2000/T99P2001.
           MOVE 'S' TO SW-LOTACAO-OK
           IF NOT CONFERE-LOTACAO
              GO TO 324999-SAIDA
           END-IF
           MOVE 'N' TO SW-LOTACAO-OK
           MOVE 1 TO IDX-LOTACAO
           PERFORM WITH TEST BEFORE
                    UNTIL IDX-LOTACAO GREATER THAN QTD-LOTACOES
                    IF TAB-LOTACAO-COD (IDX-LOTACAO) EQUAL
                          200E-LOTACAO AND
                       TAB-LOTACAO-ATIVO (IDX-LOTACAO) EQUAL 'S'
                       MOVE 'S' TO SW-LOTACAO-OK
                    END-IF
                    ADD 1 TO IDX-LOTACAO
           END-PERFORM
           .
       324999-SAIDA. EXIT.
      *-----------------------------
       325000-VALIDA-CPF-200E SECTION.
      *-----------------------------
      **** VALIDA O DIGITO VERIFICADOR DO CPF (200E-CPF) PELO ALGORITMO
      **** PADRAO DA RECEITA FEDERAL (MODULO 11), REJEITANDO TAMBEM OS
      **** CPF COM OS 9 PRIMEIROS DIGITOS TODOS IGUAIS (MESMA
      **** CONFERENCIA DO 325000-VALIDA-CPF-200E DO T99P2001).
           MOVE 200E-CPF      TO CPF-NUM
           MOVE 'S'           TO SW-CPF-VALIDO
           MOVE 'S'           TO SW-CPF-TODOS-IGUAIS
      *
           MOVE 2 TO CPF-IDX
           PERFORM WITH TEST BEFORE UNTIL CPF-IDX GREATER THAN 9
                    IF CPF-DIG (CPF-IDX) NOT EQUAL CPF-DIG (1)
                       MOVE 'N' TO SW-CPF-TODOS-IGUAIS
                    END-IF
                    ADD 1 TO CPF-IDX
           END-PERFORM
      *
           IF  CPF-TODOS-IGUAIS
               MOVE 'N' TO SW-CPF-VALIDO
           ELSE
               MOVE 0 TO CPF-SOMA
               MOVE 1 TO CPF-IDX
               MOVE 10 TO CPF-PESO
               PERFORM WITH TEST BEFORE UNTIL CPF-IDX GREATER THAN 9
                        COMPUTE CPF-SOMA = CPF-SOMA +
                                (CPF-DIG (CPF-IDX) * CPF-PESO)
                        SUBTRACT 1 FROM CPF-PESO
                        ADD 1 TO CPF-IDX
               END-PERFORM
               COMPUTE CPF-TEMP = CPF-SOMA * 10
               DIVIDE CPF-TEMP BY 11 GIVING CPF-QUOC
                      REMAINDER CPF-RESTO
               IF  CPF-RESTO EQUAL 10
                   MOVE 0 TO CPF-DV-CALC
               ELSE
                   MOVE CPF-RESTO TO CPF-DV-CALC
               END-IF
               IF  CPF-DV-CALC NOT EQUAL CPF-DIG (10)
                   MOVE 'N' TO SW-CPF-VALIDO
               END-IF
      *
               MOVE 0 TO CPF-SOMA
               MOVE 1 TO CPF-IDX
               MOVE 11 TO CPF-PESO
               PERFORM WITH TEST BEFORE UNTIL CPF-IDX GREATER THAN 10
                        COMPUTE CPF-SOMA = CPF-SOMA +
                                (CPF-DIG (CPF-IDX) * CPF-PESO)
                        SUBTRACT 1 FROM CPF-PESO
                        ADD 1 TO CPF-IDX
               END-PERFORM
               COMPUTE CPF-TEMP = CPF-SOMA * 10
               DIVIDE CPF-TEMP BY 11 GIVING CPF-QUOC
                      REMAINDER CPF-RESTO
               IF  CPF-RESTO EQUAL 10
                   MOVE 0 TO CPF-DV-CALC
               ELSE
                   MOVE CPF-RESTO TO CPF-DV-CALC
               END-IF
               IF  CPF-DV-CALC NOT EQUAL CPF-DIG (11)
                   MOVE 'N' TO SW-CPF-VALIDO
               END-IF
           END-IF
           .
       325999-SAIDA. EXIT.
      *-----------------------------
       326000-CONFERE-FAIXA-MATR SECTION.
      *-----------------------------
      **** MATRICULA CONTRA A FAIXA DA FILIAL DA DIGITACAO (MESMA
      **** REGRA DO 226000 DO T99P2001); FAIXA ZERADA NAO RESTRINGE.
           MOVE 'S' TO SW-FAIXA-OK
           IF TAB-FAIXA-INI (SBS-FAIXA-ARQ) EQUAL ZEROES AND
              TAB-FAIXA-FIM (SBS-FAIXA-ARQ) EQUAL ZEROES
              GO TO 326999-SAIDA
           END-IF
           IF 200E-MATR LESS THAN TAB-FAIXA-INI (SBS-FAIXA-ARQ) OR
              200E-MATR GREATER THAN TAB-FAIXA-FIM (SBS-FAIXA-ARQ)
              MOVE 'N' TO SW-FAIXA-OK
           END-IF
           .
       326999-SAIDA. EXIT.
      *-----------------------------
       380000-VALIDA-DATA SECTION.
      *-----------------------------
      **** VALIDA DTV-DATA (AAAAMMDD) COMO DATA REAL DE CALENDARIO:
      **** MES 1-12, DIA DENTRO DO LIMITE DO MES, FEVEREIRO COM 29
      **** SOMENTE EM ANO BISSEXTO (DIVISIVEL POR 4 E NAO POR 100,
      **** OU DIVISIVEL POR 400). MESMA CONFERENCIA DO T99P2001.
           MOVE 'S' TO SW-DATA-VALIDA
           IF DTV-MM LESS THAN 1 OR DTV-MM GREATER THAN 12
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
       380999-SAIDA. EXIT.
      *-----------------------------
       500000-GRAVA-ARQUIVO SECTION.
      *-----------------------------
      **** GRAVA O ARQUIVO INTEIRO DE UMA VEZ: HEADER (SEQ 1), OS
      **** MOVIMENTOS NA ORDEM DE DIGITACAO COM A CADEIA DE 200E-SEQ
      **** E O TRAILER COM O SOMAT-SEQ, COMO O T99P2017 GERA O SEU.
      **** UM ARQUIVO ANTERIOR DE MESMO NOME VIRA .ANT; SE A GRAVACAO
      **** NEM ABRIR, ELE VOLTA AO NOME ORIGINAL.
           MOVE SPACES TO DDN-BASE
           UNSTRING DDN-200E DELIMITED BY '.' INTO DDN-BASE
           MOVE SPACES TO DDN-200V
           STRING DDN-BASE DELIMITED BY SPACE
                  '.ANT.txt' DELIMITED BY SIZE
                  INTO DDN-200V
           CALL 'CBL_RENAME_FILE' USING DDN-200E DDN-200V
           IF RETURN-CODE EQUAL ZEROES
              DISPLAY CTE-PROG ' ' CTE-VERS
                 ' *** ARQUIVO ANTERIOR PRESERVADO EM ' DDN-200V
           END-IF
           OPEN OUTPUT T99F200E
           IF FS-200E NOT EQUAL ZEROES
              CALL 'CBL_RENAME_FILE' USING DDN-200V DDN-200E
              PERFORM 999011-ERRO-011
           END-IF
           OPEN OUTPUT T99L723S
           IF FS-723S NOT EQUAL ZEROES
              CLOSE T99F200E
              PERFORM 999011-ERRO-011
           END-IF
      *
           MOVE DATA-SISTEMA TO 723S-CAB-DATA
           WRITE 723S-REGISTRO-FD FROM 723S-CAB-01
           MOVE SPACES TO 723S-ACAO
           STRING 'FILIAL ' FILIAL-DIGITACAO ' - ARQUIVO '
                  DDN-200E DELIMITED BY SIZE
                  INTO 723S-ACAO
           WRITE 723S-REGISTRO-FD FROM 723S-LIN-ACAO
           WRITE 723S-REGISTRO-FD FROM 723S-LIN-HIFEN
      *
           MOVE SPACES       TO 200E-REGISTRO
           MOVE ZEROS        TO 200E-MATR
           MOVE 'T99F200'    TO 200E-NOME-ARQ
           MOVE DATA-SISTEMA TO 200E-AMD-ARQ
           MOVE '02'         TO 200E-VRS-LAYOUT
           MOVE CNT-SEQ-200E TO 200E-SEQ
           WRITE 200E-REGISTRO-FD FROM 200E-REGISTRO
      *
           MOVE 1 TO IDX-MVTO
           PERFORM WITH TEST BEFORE
                    UNTIL IDX-MVTO GREATER THAN QTD-MVTOS
                    PERFORM 510000-GRAVA-MOVIMENTO
                    ADD 1 TO IDX-MVTO
           END-PERFORM
      *
           MOVE SPACES       TO 200E-REGISTRO
           MOVE 9999999      TO 200E-MATR
           MOVE SMT-SEQ-200E TO 200E-SOMAT-SEQ
           WRITE 200E-REGISTRO-FD FROM 200E-REGISTRO
           CLOSE T99F200E
           .
       500999-SAIDA. EXIT.
      *-----------------------------
       510000-GRAVA-MOVIMENTO SECTION.
      *-----------------------------
           MOVE TAB-MVTO-ENT (IDX-MVTO) TO 200E-REGISTRO
           ADD 1 TO CNT-SEQ-200E
           MOVE CNT-SEQ-200E TO 200E-SEQ
           WRITE 200E-REGISTRO-FD FROM 200E-REGISTRO
           ADD CNT-SEQ-200E TO SMT-SEQ-200E
      *- - MESMA CONTA DO 390000-ACUMULA-SELO DO T99P2000.
           COMPUTE CHECKSUM-ACUM = CHECKSUM-ACUM + 200E-MATR +
                   (200E-CMDO * 9973)
           IF CHECKSUM-ACUM GREATER THAN 900000000000
              SUBTRACT 900000000000 FROM CHECKSUM-ACUM
           END-IF
      *
           MOVE 200E-SEQ                   TO 723S-SEQ
           MOVE TAB-DESC-CMDO (200E-CMDO)  TO 723S-CMDO
           MOVE 200E-MATR                  TO 723S-MATR
           MOVE 200E-NOME                  TO 723S-NOME
           MOVE 200E-LOTACAO               TO 723S-LOTACAO
           IF 200E-DT-EFETIVACAO EQUAL ZEROES
              MOVE SPACES                  TO 723S-DT-EFET
           ELSE
              MOVE 200E-DT-EFETIVACAO      TO 723S-DT-EFET
           END-IF
           WRITE 723S-REGISTRO-FD FROM 723S-LIN-DET
           .
       510999-SAIDA. EXIT.
      *-----------------------------
       600000-GRAVA-SELO SECTION.
      *-----------------------------
      **** O ARQUIVO JA NASCE VALIDADO CAMPO A CAMPO: O SELO E O MESMO
      **** QUE O T99P2000 GRAVARIA NUMA VALIDACAO LIMPA, PARA O
      **** T99P2001 ACEITA-LO COM 900P-EXIGE-SELO.
           OPEN OUTPUT T99F900S
           IF FS-900S NOT EQUAL ZEROES
              DISPLAY CTE-PROG ' ' CTE-VERS
                 ' *** AVISO: SELO ' DDN-900S ' INDISPONIVEL ('
                 FS-900S ') - PASSE O ARQUIVO NO T99P2000'
              GO TO 600999-SAIDA
           END-IF
           ACCEPT HORA-SISTEMA FROM TIME
           MOVE 'T99P2023'      TO 900S-PROG
           MOVE DDN-200E        TO 900S-NOME-ARQ
           MOVE DATA-SISTEMA    TO 900S-DATA
           MOVE HORA-SISTEMA    TO 900S-HORA
           MOVE QTD-MVTOS       TO 900S-QTD-MVTOS
           MOVE SMT-SEQ-200E    TO 900S-SOMAT-SEQ
           MOVE CHECKSUM-BAIXO  TO 900S-CHECKSUM
           WRITE 900S-REGISTRO-FD FROM 900S-REGISTRO
           CLOSE T99F900S
           MOVE 'S' TO SW-SELO-GRAVADO
           DISPLAY CTE-PROG ' ' CTE-VERS
              ' *** SELO GRAVADO PARA ' DDN-200E
           .
       600999-SAIDA. EXIT.
      *-----------------------------
       700000-GRAVA-RESUMO SECTION.
      *-----------------------------
           WRITE 723S-REGISTRO-FD FROM 723S-LIN-HIFEN
           MOVE 1 TO IDX-MVTO
           PERFORM WITH TEST BEFORE UNTIL IDX-MVTO GREATER THAN 4
                    MOVE SPACES                   TO 723S-LIN-TOT
                    MOVE TAB-DESC-CMDO (IDX-MVTO) TO 723S-TOT-DESC
                    MOVE CNT-CMDO (IDX-MVTO)      TO 723S-TOT-QTDE
                    WRITE 723S-REGISTRO-FD FROM 723S-LIN-TOT
                    ADD 1 TO IDX-MVTO
           END-PERFORM
           MOVE SPACES                     TO 723S-LIN-TOT
           MOVE 'MOVIMENTOS GRAVADOS         ' TO 723S-TOT-DESC
           MOVE QTD-MVTOS                  TO 723S-TOT-QTDE
           WRITE 723S-REGISTRO-FD FROM 723S-LIN-TOT
           WRITE 723S-REGISTRO-FD FROM 723S-LIN-HIFEN
           MOVE SPACES TO 723S-ACAO
           EVALUATE TRUE
               WHEN SELO-GRAVADO
                    STRING 'SELO: SOMAT-SEQ ' SMT-SEQ-200E
                           ' CHECKSUM ' CHECKSUM-BAIXO
                           DELIMITED BY SIZE INTO 723S-ACAO
               WHEN FILIAL-DIGITACAO NOT EQUAL '1'
                    MOVE 'ARQUIVO DE FILIAL - NAO SELADO'
                         TO 723S-ACAO
               WHEN OTHER
                    MOVE 'SEM SELO - PASSAR O ARQUIVO NO T99P2000'
                         TO 723S-ACAO
           END-EVALUATE
           WRITE 723S-REGISTRO-FD FROM 723S-LIN-ACAO
           WRITE 723S-REGISTRO-FD FROM 723S-LIN-HIFEN
           WRITE 723S-REGISTRO-FD FROM 723S-FIM-REL
           CLOSE T99L723S
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
           IF 900P-ARQ-200E NOT EQUAL SPACES
              MOVE 900P-ARQ-200E TO DDN-200E
           END-IF
           IF 900P-ARQ-200E-2 NOT EQUAL SPACES
              MOVE 900P-ARQ-200E-2 TO DDN-200E-2
           END-IF
           IF 900P-ARQ-200E-3 NOT EQUAL SPACES
              MOVE 900P-ARQ-200E-3 TO DDN-200E-3
           END-IF
           IF 900P-ARQ-723S NOT EQUAL SPACES
              MOVE 900P-ARQ-723S TO DDN-723S
           END-IF
           IF 900P-ARQ-400E NOT EQUAL SPACES
              MOVE 900P-ARQ-400E TO DDN-400E
           END-IF
           IF 900P-ARQ-900S NOT EQUAL SPACES
              MOVE 900P-ARQ-900S TO DDN-900S
           END-IF
           IF 900P-IDADE-MINIMA NUMERIC AND
              900P-IDADE-MINIMA GREATER THAN ZEROES
              MOVE 900P-IDADE-MINIMA TO IDADE-MINIMA
           END-IF
           IF 900P-FILIAL-DIGITACAO NOT EQUAL SPACE
              MOVE 900P-FILIAL-DIGITACAO TO FILIAL-DIGITACAO
           END-IF
           IF 900P-FAIXA-MATR-1-INI NUMERIC
              MOVE 900P-FAIXA-MATR-1-INI TO TAB-FAIXA-INI (1)
           END-IF
           IF 900P-FAIXA-MATR-1-FIM NUMERIC
              MOVE 900P-FAIXA-MATR-1-FIM TO TAB-FAIXA-FIM (1)
           END-IF
           IF 900P-FAIXA-MATR-2-INI NUMERIC
              MOVE 900P-FAIXA-MATR-2-INI TO TAB-FAIXA-INI (2)
           END-IF
           IF 900P-FAIXA-MATR-2-FIM NUMERIC
              MOVE 900P-FAIXA-MATR-2-FIM TO TAB-FAIXA-FIM (2)
           END-IF
           IF 900P-FAIXA-MATR-3-INI NUMERIC
              MOVE 900P-FAIXA-MATR-3-INI TO TAB-FAIXA-INI (3)
           END-IF
           IF 900P-FAIXA-MATR-3-FIM NUMERIC
              MOVE 900P-FAIXA-MATR-3-FIM TO TAB-FAIXA-FIM (3)
           END-IF
           .
       900009-SAIDA. EXIT.
      *-----------------------------
       900010-DEFINE-FILIAL SECTION.
      *-----------------------------
      **** A FILIAL ESCOLHE A FAIXA CONFERIDA E O ARQUIVO GRAVADO: A
      **** PRINCIPAL GRAVA O T99F200E (ARQ-200E); AS ADICIONAIS, O
      **** ARQUIVO QUE O T99P2001 LE PARA ELAS (ARQ-200E-2/-3).
           EVALUATE FILIAL-DIGITACAO
               WHEN '1'
                    MOVE 1 TO SBS-FAIXA-ARQ
               WHEN '2'
                    IF DDN-200E-2 EQUAL SPACES
                       PERFORM 999002-ERRO-002
                    END-IF
                    MOVE 2 TO SBS-FAIXA-ARQ
                    MOVE DDN-200E-2 TO DDN-200E
               WHEN '3'
                    IF DDN-200E-3 EQUAL SPACES
                       PERFORM 999002-ERRO-002
                    END-IF
                    MOVE 3 TO SBS-FAIXA-ARQ
                    MOVE DDN-200E-3 TO DDN-200E
               WHEN OTHER
                    PERFORM 999003-ERRO-003
           END-EVALUATE
           .
       900010-SAIDA. EXIT.
      *-----------------------------
       900022-CARREGA-LOTACOES SECTION.
      *-----------------------------
      **** PRE-CARREGA A TABELA DE REFERENCIA DE LOTACOES (T99F400E)
      **** EM TAB-LOTACOES; ARQUIVO OPCIONAL, AUSENTE DISPENSA A
      **** CONFERENCIA COM AVISO (MESMA ROTINA DO T99P2000).
           MOVE 0 TO QTD-LOTACOES
           MOVE 'N' TO SW-CONFERE-LOTACAO
           MOVE 'N' TO SW-FIM-400E-PRE
           OPEN INPUT T99F400E
           IF FS-400E EQUAL ZEROES
              MOVE 'S' TO SW-CONFERE-LOTACAO
              PERFORM WITH TEST BEFORE UNTIL EH-FIM-400E-PRE
                       READ T99F400E INTO 400E-REGISTRO
                           AT END
                               MOVE 'S' TO SW-FIM-400E-PRE
                           NOT AT END
                               IF QTD-LOTACOES LESS THAN 500
                                  ADD 1 TO QTD-LOTACOES
                                  MOVE 400E-COD TO
                                       TAB-LOTACAO-COD (QTD-LOTACOES)
                                  MOVE 400E-ATIVO TO
                                       TAB-LOTACAO-ATIVO (QTD-LOTACOES)
                               END-IF
                       END-READ
              END-PERFORM
              CLOSE T99F400E
           ELSE
              DISPLAY CTE-PROG ' ' CTE-VERS
                 ' *** AVISO: TABELA DE LOTACOES ' DDN-400E
                 ' INDISPONIVEL (' FS-400E ') - CONFERENCIA DISPENSADA'
           END-IF
           .
       900022-SAIDA. EXIT.
      *--------------------------
       999002-ERRO-002 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 002: FILIAL ' FILIAL-DIGITACAO
                   ' SEM ARQ-200E-' FILIAL-DIGITACAO ' NO T99F900P'
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      *--------------------------
       999003-ERRO-003 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 003: FILIAL-DIGITACAO INVALIDA NO T99F900P: '
                   FILIAL-DIGITACAO
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      *--------------------------
       999011-ERRO-011 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 011 ERRO OPEN ARQUIVOS: ' FS-200E ' ' FS-723S
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      ******************************************************************
       END PROGRAM T99P2023.
      ******************************************************************
