      *REMARKS. OCORRENCIAS SAEM NA LISTAGEM T99L705S, PARA QUE A AREA
      *REMARKS. REMETENTE CORRIJA O ARQUIVO AINDA DURANTE O DIA.
      *DATE-WRITTEN. 09/05/2026.
      *VERSAO 010-MARCIO CONC-15/10/2026-CALENDARIO DE FERIADOS
      *VERSAO 010-MARCIO CONC-15/10/2026-(MODULO T99S420C): FE
      *VERSAO 010-MARCIO CONC-15/10/2026-INICIANDO NOS 2 DIAS ANTES DE
      *VERSAO 010-MARCIO CONC-15/10/2026-FERIADO DA EMPRESA OU DOMINGO
      *VERSAO 010-MARCIO CONC-15/10/2026-APONTADO (169); DURACAO DO FE
      *VERSAO 010-MARCIO CONC-15/10/2026-EM DIAS UTEIS SE 900P-
      *VERSAO 010-MARCIO CONC-15/10/2026-CONTAGEM-DIAS = 'U'.
      *VERSAO 009-MARCIO CONC-02/09/2026-VALIDACAO LIMPA GRAVA O SELO
      *VERSAO 009-MARCIO CONC-02/09/2026-T99F900S (NOME, CONTAGEM,
      *VERSAO 009-MARCIO CONC-02/09/2026-SOMAT-SEQ E CHECKSUM), QUE O
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
      *-----------------------------------------------------------------
       77  CTE-PROG                    PIC  X(16)     VALUE
                                               '*** T99P2000 ***'.
       77  CTE-VERS                    PIC  X(06)     VALUE 'VRS010'.
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
            COPY 'T99K900P.cpy'.
            COPY 'T99K400E.cpy'.
            COPY 'T99K900S.cpy'.
            COPY 'T99K420C.cpy'.
      *{{  FIM BOOKS  }}
       01  TABELA-FIXA.
           03  FILLER                PIC X(09)     VALUE ' JANEIRO'.
      **** GOZADO NO PERIODO AQUISITIVO -- ESSA SOMA E DO T99P2001);
      **** UM FE MAIOR QUE O LIMITE SOZINHO JA SAI APONTADO (160).
       77  DIAS-FERIAS-LIMITE          PIC  9(03)     VALUE 30.
      **** CALENDARIO DE DIAS UTEIS (MODULO T99S420C, VIDE 904100),
      **** MESMAS REGRAS DO T99P2001: COM 900P-CONTAGEM-DIAS = 'U' A
      **** DURACAO DO FE E EM DIAS UTEIS (LIMITE DEFAULT 22) E O
      **** INICIO NOS 2 DIAS ANTES DE FERIADO OU DOMINGO E APONTADO
      **** (169). SEM A BASE NAO HA LOTACAO: DE DIA SO OS FERIADOS
      **** DA EMPRESA CONTAM (OS LOCAIS FICAM PARA A NOITE).
       77  DDN-420E                    PIC  X(20)     VALUE
                                               'T99F420E.txt'.
       77  SW-CONTAGEM-DIAS            PIC  X(01)     VALUE 'C'.
           88  CONTAGEM-UTEIS                           VALUE 'U'.
       77  SW-CALENDARIO               PIC  X(01)     VALUE 'N'.
           88  CALENDARIO-ATIVO                         VALUE 'S'.
       77  SW-LIMITE-FE-CARTAO         PIC  X(01)     VALUE 'N'.
           88  LIMITE-FE-DO-CARTAO                      VALUE 'S'.
      **** VALIDACAO DE CONTEUDO DAS DATAS DO MOVIMENTO (MESMA REGRA
      **** DO 323000 DO T99P2001): REGISTRO REMAPEADO DO LAYOUT
      **** ANTIGO TRAZ AS DATAS ZERADAS DA TRANSICAO E E DISPENSADO.
           MOVE '078 ADMIS.FUTURA'  TO TAB-ERROS (078)
           MOVE '160 FE SEM SALDO'  TO TAB-ERROS (160)
           MOVE '161 ACAO INVAL. '  TO TAB-ERROS (161)
           MOVE '169 FE INIC.VED.'  TO TAB-ERROS (169)
           MOVE '060 HDR INVALIDO'  TO TAB-ERROS (060)
           MOVE '061 NOME ARQ INV'  TO TAB-ERROS (061)
           MOVE '062 TRL AUSENTE '  TO TAB-ERROS (062)
           PERFORM 900017-MONTA-TIPOS-AFAST
           PERFORM 900000-OBTEM-DATA-SISTEMA
           PERFORM 900022-CARREGA-LOTACOES
           PERFORM 904100-CARREGA-CALENDARIO
           PERFORM 900001-ABRE-ARQUIVOS
      *
           PERFORM 110000-VALIDA-HEADER-200E
              GO TO 367999-SAIDA
           END-IF
           COMPUTE DIAS-FE-REG = INT-FE-FIM - INT-FE-INI + 1
           IF CALENDARIO-ATIVO
              MOVE SPACES         TO 420C-LOTACAO
              MOVE 300E-DT-INICIO TO 420C-DT-INI
              MOVE 300E-DT-FIM    TO 420C-DT-FIM
              IF CONTAGEM-UTEIS
                 MOVE 'U' TO 420C-FUNCAO
                 CALL 'T99S420C' USING 420C-AREA
                     ON EXCEPTION
                         MOVE '99' TO 420C-RETORNO
                 END-CALL
                 IF 420C-OK
                    MOVE 420C-DIAS TO DIAS-FE-REG
                 END-IF
              END-IF
           END-IF
           IF DIAS-FE-REG GREATER THAN DIAS-FERIAS-LIMITE
              MOVE 160 TO SBS-GRV
              PERFORM 430050-GRAVA-300E-705S
           END-IF
           IF CALENDARIO-ATIVO
              MOVE 'V' TO 420C-FUNCAO
              CALL 'T99S420C' USING 420C-AREA
                  ON EXCEPTION
                      MOVE '99' TO 420C-RETORNO
              END-CALL
              IF 420C-OK AND 420C-INICIO-VEDADO
                 MOVE 169 TO SBS-GRV
                 PERFORM 430050-GRAVA-300E-705S
              END-IF
           END-IF
           .
       367999-SAIDA. EXIT.
      *-----------------------------
           IF 900P-DIAS-FERIAS NUMERIC AND
              900P-DIAS-FERIAS GREATER THAN ZEROES
              MOVE 900P-DIAS-FERIAS TO DIAS-FERIAS-LIMITE
              MOVE 'S' TO SW-LIMITE-FE-CARTAO
           END-IF
           IF 900P-ARQ-420E NOT EQUAL SPACES
              MOVE 900P-ARQ-420E TO DDN-420E
           END-IF
           IF 900P-CONTAGEM-DIAS EQUAL 'U'
              MOVE 'U' TO SW-CONTAGEM-DIAS
              IF NOT LIMITE-FE-DO-CARTAO
                 MOVE 22 TO DIAS-FERIAS-LIMITE
              END-IF
           END-IF
           IF 900P-IDADE-MINIMA NUMERIC AND
              900P-IDADE-MINIMA GREATER THAN ZEROES
           END-IF
           .
       900022-SAIDA. EXIT.
      *-----------------------------
       904100-CARREGA-CALENDARIO SECTION.
      *-----------------------------
      **** CARREGA O CALENDARIO DE FERIADOS NO MODULO T99S420C (MESMA
      **** ROTINA DO T99P2001): MODULO AUSENTE DISPENSA AS
      **** CONFERENCIAS DE CALENDARIO COM AVISO; ARQUIVO AUSENTE SO
      **** AVISA (DOMINGOS SEGUEM CONFERIDOS).
           MOVE 'S'      TO SW-CALENDARIO
           MOVE 'C'      TO 420C-FUNCAO
           MOVE DDN-420E TO 420C-ARQUIVO
           CALL 'T99S420C' USING 420C-AREA
               ON EXCEPTION
                   MOVE 'N' TO SW-CALENDARIO
                   DISPLAY CTE-PROG ' ' CTE-VERS
                      ' *** AVISO: MODULO DE CALENDARIO T99S420C '
                      'INDISPONIVEL - CONFERENCIA DISPENSADA'
           END-CALL
      *- - SEM O MODULO A CONTAGEM VOLTA A SER EM DIAS CORRIDOS, E O
      *- - LIMITE DEFAULT TAMBEM.
           IF (NOT CALENDARIO-ATIVO) AND CONTAGEM-UTEIS
              MOVE 'C' TO SW-CONTAGEM-DIAS
              IF NOT LIMITE-FE-DO-CARTAO
                 MOVE 30 TO DIAS-FERIAS-LIMITE
              END-IF
           END-IF
           IF CALENDARIO-ATIVO AND 420C-SEM-CALENDARIO
              DISPLAY CTE-PROG ' ' CTE-VERS
                 ' *** AVISO: CALENDARIO DE FERIADOS ' DDN-420E
                 ' INDISPONIVEL - SO SABADOS E DOMINGOS CONSIDERADOS'
           END-IF
           .
       904100-SAIDA. EXIT.
      *--------------------------
       999001-ERRO-001 SECTION.
      *--------------------------
