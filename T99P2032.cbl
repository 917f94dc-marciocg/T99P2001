      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
      *
       PROGRAM-ID. T99P2032.
      *
      *AUTHOR.  MARCIO CONC
      *REMARKS. NUMERACAO DE MATRICULAS: A FILIAL PEDE UM BLOCO DE N
      *REMARKS. MATRICULAS NOVAS (900P-FILIAL-PEDIDO E
      *REMARKS. 900P-QTD-MATR-PEDIDA) E RECEBE NUMEROS DENTRO DA SUA
      *REMARKS. 900P-FAIXA-MATR QUE NUNCA EXISTIRAM NO CADASTRO
      *REMARKS. T99F100S NEM NO ARQUIVO-MORTO T99F100D, SEMPRE DEPOIS
      *REMARKS. DA ULTIMA MATRICULA JA EMITIDA PARA A FILIAL -- NUMERO
      *REMARKS. EMITIDO NAO VOLTA, MESMO QUE NUNCA SEJA USADO. CADA
      *REMARKS. MATRICULA EMITIDA FICA RESERVADA NO CONTROLE T99F900N
      *REMARKS. COM A DATA E A FILIAL ATE APARECER NO CADASTRO; A
      *REMARKS. RESERVA SEM USO HA MAIS DE 900P-DIAS-RESERVA DIAS SAI
      *REMARKS. COMO VENCIDA NO T99L731S A CADA EXECUCAO, ATE O RH DAR
      *REMARKS. BAIXA (900P-BAIXA-RESERVAS = 'S'). SEM FILIAL NO
      *REMARKS. CARTAO O PROGRAMA SO ACOMPANHA AS RESERVAS. RETURN-CODE
      *REMARKS. 4 = HA RESERVA VENCIDA; 8 = A FAIXA DA FILIAL NAO
      *REMARKS. COMPORTOU O BLOCO INTEIRO (EMITIDO O QUE COUBE).
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
           SELECT T99F100D ASSIGN TO DDN-100D
               FILE STATUS IS FS-100D
               ORGANIZATION IS LINE SEQUENTIAL.
      **** T99F900V: O CONTROLE T99F900N DA EXECUCAO ANTERIOR,
      **** RENOMEADO PARA .ANT ANTES DA REGRAVACAO.
           SELECT T99F900V ASSIGN TO DDN-900V
               FILE STATUS IS FS-900V
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99F900N ASSIGN TO DDN-900N
               FILE STATUS IS FS-900N
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99L731S ASSIGN TO DDN-731S
               FILE STATUS IS FS-731S
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
       FD  T99F100D
           BLOCK  0
           RECORD 98
           RECORDING F.
      *
       01  100D-REGISTRO-FD            PIC X(98).
      *
       FD  T99F900V
           BLOCK  0
           RECORD 40
           RECORDING F.
      *
       01  900V-REGISTRO-FD            PIC X(40).
      *
       FD  T99F900N
           BLOCK  0
           RECORD 40
           RECORDING F.
      *
       01  900N-REGISTRO-FD            PIC X(40).
      *
       FD  T99L731S
           BLOCK  0
           RECORD 72
           RECORDING F.
      *
       01  731S-REGISTRO-FD            PIC X(72).
      *
       FD  T99F900P
           BLOCK  0
           RECORD 1923
           RECORDING F.
      *
       01  900P-REGISTRO-FD            PIC X(1923).
      *
      **** ARQUIVO DE TRABALHO DO SORT: TODA MATRICULA QUE JA EXISTE
      **** (CADASTRO, ARQUIVO-MORTO OU RESERVA EM ABERTO), EM ORDEM,
      **** PARA A EMISSAO PULAR OS NUMEROS OCUPADOS E PARA MARCAR AS
      **** RESERVAS QUE JA APARECERAM NO CADASTRO.
       SD  SORT-WORK.
      *
       01  SORT-REG.
           03  SORT-MATR               PIC 9(07).
           03  SORT-ORIGEM             PIC X(01).
               88  SORT-DA-RESERVA                      VALUE 'R'.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       77  CTE-PROG                    PIC  X(16)     VALUE
                                               '*** T99P2032 ***'.
       77  CTE-VERS                    PIC  X(06)     VALUE 'VRS001'.
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
      *{{ INCLUI BOOKS }}
            COPY 'T99K100S.cpy'.
            COPY 'T99K100D.cpy'.
            COPY 'T99K900N.cpy'.
            COPY 'T99K731S.cpy'.
            COPY 'T99K900P.cpy'.
      *{{  FIM BOOKS  }}
       77  FS-100S                     PIC  XX.
       77  FS-100D                     PIC  XX.
       77  FS-900V                     PIC  XX.
       77  FS-900N                     PIC  XX.
       77  FS-731S                     PIC  XX.
       77  FS-900P                     PIC  XX.
       77  DDN-100S                    PIC  X(20)     VALUE
                                               'T99F100S.txt'.
       77  DDN-100D                    PIC  X(20)     VALUE
                                               'T99F100D.txt'.
       77  DDN-900N                    PIC  X(20)     VALUE
                                               'T99F900N.txt'.
       77  DDN-731S                    PIC  X(20)     VALUE
                                               'T99L731S.txt'.
       77  DDN-900V                    PIC  X(30).
       77  DDN-BASE                    PIC  X(20).
      *
       01  DATA-SISTEMA-GRP.
           03  DATA-SISTEMA          PIC  9(08).
      *
      **** PEDIDO DA EXECUCAO: FILIAL (BRANCO = SEM EMISSAO), BLOCO
      **** PEDIDO, FAIXA DA FILIAL E PRAZO DAS RESERVAS (DEFAULT 30
      **** DIAS, O MES EM QUE A FILIAL COSTUMA CONCLUIR A ADMISSAO).
       77  PED-FILIAL                  PIC  X(01)     VALUE SPACE.
           88  HA-PEDIDO                      VALUE '1' '2' '3'.
       77  PED-QTDE                    PIC  9(03)     VALUE 0.
       77  PED-INI                     PIC  9(07)     VALUE 0.
       77  PED-FIM                     PIC  9(07)     VALUE 0.
       77  PED-ULTIMA                  PIC  9(07)     VALUE 0.
       77  SBS-FILIAL                  PIC  9(01)     VALUE 0.
       77  DIAS-RESERVA                PIC  9(03)     VALUE 30.
       77  SW-BAIXA                    PIC  X(01)     VALUE 'N'.
           88  BAIXA-VENCIDAS                           VALUE 'S'.
      *
      **** FAIXAS DE MATRICULA DAS FILIAIS (900P-FAIXA-MATR-*, A MESMA
      **** TABELA DO T99P2001) E A ULTIMA MATRICULA EMITIDA PARA CADA
      **** UMA (LINHAS 'U' DO CONTROLE).
       01  TAB-FAIXAS-GERAL.
           03  TAB-FAIXA-ARQ  OCCURS 3 TIMES.
               05  TAB-FAIXA-INI       PIC  9(07).
               05  TAB-FAIXA-FIM       PIC  9(07).
       01  TAB-ULT-GERAL.
           03  TAB-ULT  OCCURS 3 TIMES.
               05  TAB-ULT-MATR        PIC  9(07).
               05  TAB-ULT-DATA        PIC  9(08).
      *
      **** EMISSAO: PROXIMO NUMERO CANDIDATO E LIMITE DA VEZ (A
      **** PROXIMA MATRICULA OCUPADA QUE SAI DO SORT).
       77  CAND-MATR                   PIC  9(07)     VALUE 0.
       77  CAND-LIMITE                 PIC  9(07)     VALUE 0.
      *
       77  INT-HOJE                    PIC S9(09) COMP VALUE 0.
       77  INT-RESERVA                 PIC S9(09) COMP VALUE 0.
       77  DIAS-CORR                   PIC S9(09) COMP VALUE 0.
       77  SITUACAO-RES                PIC  X(30)     VALUE SPACES.
       77  QTDE-EDIT                   PIC  ZZ9.
       77  QTDE-EDIT-2                 PIC  ZZ9.
      *
       77  SW-FIM-100S                 PIC  X(01)     VALUE 'N'.
           88  FIM-100S                                 VALUE 'S'.
       77  SW-FIM-ARQ                  PIC  X(01)     VALUE 'N'.
           88  FIM-ARQ                                  VALUE 'S'.
       77  SW-FIM-SORT                 PIC  X(01)     VALUE 'N'.
           88  FIM-SORT                                 VALUE 'S'.
       77  SW-CONTROLE                 PIC  X(01)     VALUE 'N'.
           88  CONTROLE-RENOMEADO                       VALUE 'S'.
       77  PAG-731S                    PIC  9(05)     VALUE 0.
       77  CNT-100S                    PIC  9(07)     VALUE 0.
       77  CNT-100D                    PIC  9(07)     VALUE 0.
       77  CNT-RES-ANTERIOR            PIC  9(07)     VALUE 0.
       77  CNT-UTILIZADAS              PIC  9(07)     VALUE 0.
       77  CNT-VENCIDAS                PIC  9(07)     VALUE 0.
       77  CNT-BAIXADAS                PIC  9(07)     VALUE 0.
       77  CNT-EM-ABERTO               PIC  9(07)     VALUE 0.
      *
      **** TAB-RES: RESERVAS EM ABERTO DO CONTROLE ANTERIOR, EM ORDEM
      **** DE MATRICULA, PERCORRIDAS JUNTO COM O SORT. SITUACAO 'R' =
      **** SEGUE RESERVADA; 'U' = APARECEU NO CADASTRO NESTA EXECUCAO;
      **** 'B' = VENCIDA COM BAIXA (AMBAS SAEM DO CONTROLE). TAB-NOVA:
      **** AS MATRICULAS EMITIDAS NESTA EXECUCAO, JA EM ORDEM.
       77  QTD-RES                     PIC  9(05)     VALUE 0.
       77  IDX-RES                     PIC  9(05)     VALUE 0.
       01  TAB-RES-GERAL.
           03  TAB-RES  OCCURS  20000  TIMES.
               05  TAB-RES-FILIAL      PIC  X(01).
               05  TAB-RES-MATR        PIC  9(07).
               05  TAB-RES-DATA        PIC  9(08).
               05  TAB-RES-SIT         PIC  X(01).
                   88  RES-RESERVADA                    VALUE 'R'.
                   88  RES-UTILIZADA                    VALUE 'U'.
                   88  RES-BAIXADA                      VALUE 'B'.
       77  MATR-ANT                    PIC  9(07)     VALUE 0.
       77  QTD-NOVA                    PIC  9(03)     VALUE 0.
       77  IDX-NOVA                    PIC  9(03)     VALUE 0.
       01  TAB-NOVA-GERAL.
           03  TAB-NOVA-MATR  OCCURS  999  TIMES  PIC  9(07).
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
           INITIALIZE TAB-FAIXAS-GERAL TAB-ULT-GERAL
           PERFORM 900008-LE-PARAMETROS
           PERFORM 900000-OBTEM-DATA-SISTEMA
           COMPUTE INT-HOJE = FUNCTION INTEGER-OF-DATE (DATA-SISTEMA)
           PERFORM 050000-CONFERE-PEDIDO
      *
      **** CADASTRO E RELATORIO SAO ABERTOS ANTES DE MEXER NO
      **** CONTROLE: A FALTA DE UM DELES ENCERRA O PROGRAMA COM O
      **** CONTROLE INTACTO.
           OPEN INPUT T99F100S
           IF FS-100S NOT EQUAL ZEROES
              PERFORM 999001-ERRO-001
           END-IF
           OPEN OUTPUT T99L731S
           IF FS-731S NOT EQUAL ZEROES
              PERFORM 999002-ERRO-002
           END-IF
           PERFORM 100000-CARREGA-CONTROLE
           IF HA-PEDIDO
              MOVE TAB-ULT-MATR (SBS-FILIAL) TO PED-ULTIMA
              IF PED-ULTIMA LESS THAN PED-INI
                 MOVE PED-INI TO CAND-MATR
              ELSE
                 COMPUTE CAND-MATR = PED-ULTIMA + 1
              END-IF
           END-IF
           PERFORM 332000-GRAVA-CABEC
           SORT SORT-WORK
                ON ASCENDING KEY SORT-MATR
                INPUT PROCEDURE 200000-SELECIONA-MATR
                OUTPUT PROCEDURE 300000-EMITE-MATR
           CLOSE T99F100S
           PERFORM 400000-LISTA-RESERVAS
           PERFORM 500000-REGRAVA-CONTROLE
           PERFORM 600000-IMPRIME-TOTAIS
           CLOSE T99L731S
      *
           DISPLAY CTE-PROG ' ' CTE-VERS ' *** EMITIDAS: ' QTD-NOVA
                   ' UTILIZADAS: ' CNT-UTILIZADAS
                   ' VENCIDAS: ' CNT-VENCIDAS
           DISPLAY CTE-PROG ' ' CTE-VERS ' *** 999 *** FIM NORMAL'
           EVALUATE TRUE
               WHEN HA-PEDIDO AND QTD-NOVA LESS THAN PED-QTDE
                    MOVE 8 TO RETURN-CODE
               WHEN CNT-VENCIDAS GREATER THAN ZEROES
                    MOVE 4 TO RETURN-CODE
               WHEN OTHER
                    MOVE 0 TO RETURN-CODE
           END-EVALUATE
           .
       999999-ENCERRA.
           GOBACK
           .
      *-----------------------------
       050000-CONFERE-PEDIDO SECTION.
      *-----------------------------
      **** FILIAL FORA DE 1/2/3, BLOCO ZERADO OU FILIAL SEM FAIXA NO
      **** CARTAO NAO TEM COMO SER ATENDIDO: O PROGRAMA PARA ANTES DE
      **** MEXER NO CONTROLE. A FAIXA PARA ANTES DO 9999999 (VALOR
      **** RESERVADO DO TRAILER DO CADASTRO).
           IF PED-FILIAL EQUAL SPACE
              GO TO 050999-SAIDA
           END-IF
           IF NOT HA-PEDIDO
              PERFORM 999004-ERRO-004
           END-IF
           IF PED-QTDE EQUAL ZEROES
              PERFORM 999005-ERRO-005
           END-IF
           MOVE PED-FILIAL TO SBS-FILIAL
           MOVE TAB-FAIXA-INI (SBS-FILIAL) TO PED-INI
           MOVE TAB-FAIXA-FIM (SBS-FILIAL) TO PED-FIM
           IF PED-INI EQUAL ZEROES
              MOVE 1 TO PED-INI
           END-IF
           IF PED-FIM EQUAL 9999999
              MOVE 9999998 TO PED-FIM
           END-IF
           IF TAB-FAIXA-FIM (SBS-FILIAL) EQUAL ZEROES OR
              PED-FIM LESS THAN PED-INI
              PERFORM 999006-ERRO-006
           END-IF
           .
       050999-SAIDA. EXIT.
      *-----------------------------
       100000-CARREGA-CONTROLE SECTION.
      *-----------------------------
      **** O CONTROLE CORRENTE E RENOMEADO PARA .ANT E LIDO DE LA; O
      **** T99F900N E REGRAVADO NO FIM (500000). SEM CONTROLE (PRIMEIRA
      **** EXECUCAO) CADA FILIAL COMECA DO INICIO DA SUA FAIXA, SEM
      **** RESERVAS. INTERROMPIDA A EXECUCAO ANTES DA REGRAVACAO, O
      **** .ANT FICA E E LIDO DE NOVO NA EXECUCAO SEGUINTE.
           MOVE SPACES TO DDN-BASE
           UNSTRING DDN-900N DELIMITED BY '.' INTO DDN-BASE
           MOVE SPACES TO DDN-900V
           STRING DDN-BASE DELIMITED BY SPACE
                  '.ANT.txt' DELIMITED BY SIZE
                  INTO DDN-900V
           CALL 'CBL_RENAME_FILE' USING DDN-900N DDN-900V
           MOVE 0 TO QTD-RES
           OPEN INPUT T99F900V
           IF FS-900V NOT EQUAL ZEROES
              GO TO 100999-SAIDA
           END-IF
           MOVE 'S' TO SW-CONTROLE
           MOVE 'N' TO SW-FIM-ARQ
           MOVE 0 TO MATR-ANT
           PERFORM WITH TEST BEFORE UNTIL FIM-ARQ
                    READ T99F900V INTO 900N-REGISTRO
                        AT END
                            MOVE 'S' TO SW-FIM-ARQ
                        NOT AT END
                            PERFORM 110000-GUARDA-CONTROLE
                    END-READ
           END-PERFORM
           CLOSE T99F900V
           MOVE QTD-RES TO CNT-RES-ANTERIOR
           .
       100999-SAIDA. EXIT.
      *-----------------------------
       110000-GUARDA-CONTROLE SECTION.
      *-----------------------------
           IF 900N-FILIAL NOT EQUAL '1' AND
              900N-FILIAL NOT EQUAL '2' AND
              900N-FILIAL NOT EQUAL '3'
              PERFORM 999007-ERRO-007
           END-IF
           IF 900N-MATR NOT NUMERIC OR 900N-DATA NOT NUMERIC
              PERFORM 999007-ERRO-007
           END-IF
           EVALUATE TRUE
               WHEN 900N-ULTIMA
                    MOVE 900N-FILIAL TO SBS-FILIAL
                    MOVE 900N-MATR TO TAB-ULT-MATR (SBS-FILIAL)
                    MOVE 900N-DATA TO TAB-ULT-DATA (SBS-FILIAL)
               WHEN 900N-RESERVA
                    IF QTD-RES NOT LESS THAN 20000
                       PERFORM 999008-ERRO-008
                    END-IF
                    IF 900N-MATR NOT GREATER MATR-ANT
                       PERFORM 999009-ERRO-009
                    END-IF
                    MOVE 900N-MATR TO MATR-ANT
                    ADD 1 TO QTD-RES
                    MOVE 900N-FILIAL TO TAB-RES-FILIAL (QTD-RES)
                    MOVE 900N-MATR   TO TAB-RES-MATR (QTD-RES)
                    MOVE 900N-DATA   TO TAB-RES-DATA (QTD-RES)
                    MOVE 'R'         TO TAB-RES-SIT (QTD-RES)
               WHEN OTHER
                    PERFORM 999007-ERRO-007
           END-EVALUATE
      *- - A FILIAL DO PEDIDO VOLTA A SER A DO CARTAO.
           IF HA-PEDIDO
              MOVE PED-FILIAL TO SBS-FILIAL
           END-IF
           .
       110999-SAIDA. EXIT.
      *-----------------------------
       200000-SELECIONA-MATR SECTION.
      *-----------------------------
      **** LIBERA PARA O SORT AS MATRICULAS DO CADASTRO (ARQUIVO JA
      **** ABERTO NA ROTINA PRINCIPAL), DO ARQUIVO-MORTO (SEM ELE, SO
      **** UM AVISO: O EXPURGO PODE NUNCA TER RODADO) E AS RESERVAS EM
      **** ABERTO (FAIXAS DE FILIAIS SOBREPOSTAS NAO EMITEM DE NOVO O
      **** NUMERO RESERVADO PARA A OUTRA FILIAL).
           MOVE 'N' TO SW-FIM-100S
           PERFORM 345000-LE-100S
           PERFORM WITH TEST BEFORE UNTIL FIM-100S
                    IF NOT 100S-HDR
                       ADD 1 TO CNT-100S
                       MOVE 100S-MATR TO SORT-MATR
                       MOVE 'S'       TO SORT-ORIGEM
                       RELEASE SORT-REG
                    END-IF
                    PERFORM 345000-LE-100S
           END-PERFORM
      *
           OPEN INPUT T99F100D
           IF FS-100D NOT EQUAL ZEROES
              MOVE SPACES TO 731S-LIN-MSG
              STRING 'AVISO: ARQUIVO-MORTO ' DELIMITED BY SIZE
                     DDN-100D DELIMITED BY SPACE
                     ' INDISPONIVEL' DELIMITED BY SIZE
                     INTO 731S-MSG
              WRITE 731S-REGISTRO-FD FROM 731S-LIN-MSG
           ELSE
              MOVE 'N' TO SW-FIM-ARQ
              PERFORM WITH TEST BEFORE UNTIL FIM-ARQ
                       READ T99F100D INTO 100D-REGISTRO
                           AT END
                               MOVE 'S' TO SW-FIM-ARQ
                           NOT AT END
                               IF 100D-MATR NUMERIC AND
                                  100D-MATR NOT EQUAL ZEROES
                                  ADD 1 TO CNT-100D
                                  MOVE 100D-MATR TO SORT-MATR
                                  MOVE 'D'       TO SORT-ORIGEM
                                  RELEASE SORT-REG
                               END-IF
                       END-READ
              END-PERFORM
              CLOSE T99F100D
           END-IF
      *
           PERFORM VARYING IDX-RES FROM 1 BY 1
                     UNTIL IDX-RES GREATER THAN QTD-RES
                    MOVE TAB-RES-MATR (IDX-RES) TO SORT-MATR
                    MOVE 'R'                    TO SORT-ORIGEM
                    RELEASE SORT-REG
           END-PERFORM
           .
       200999-SAIDA. EXIT.
      *-------------------------------
       300000-EMITE-MATR SECTION.
      *-------------------------------
           MOVE 1 TO IDX-RES
           MOVE 'N' TO SW-FIM-SORT
           PERFORM WITH TEST BEFORE UNTIL FIM-SORT
                    RETURN SORT-WORK INTO SORT-REG
                        AT END
                            MOVE 'S' TO SW-FIM-SORT
                        NOT AT END
                            PERFORM 310000-TRATA-MATR
                    END-RETURN
           END-PERFORM
      *- - ACABADAS AS MATRICULAS OCUPADAS, O RESTO DA FAIXA E LIVRE.
           IF HA-PEDIDO
              MOVE 9999999 TO CAND-LIMITE
              PERFORM 320000-EMITE-ATE-LIMITE
           END-IF
           .
       300999-SAIDA. EXIT.
      *-----------------------------
       310000-TRATA-MATR SECTION.
      *-----------------------------
      **** RESERVA CUJA MATRICULA JA ESTA NO CADASTRO OU NO ARQUIVO-
      **** MORTO FOI UTILIZADA (A FILIAL ADMITIU COM ELA). A EMISSAO
      **** ANDA ATE A MATRICULA OCUPADA E PULA POR CIMA DELA.
           IF NOT SORT-DA-RESERVA
              PERFORM WITH TEST BEFORE
                       UNTIL IDX-RES GREATER THAN QTD-RES OR
                             TAB-RES-MATR (IDX-RES) NOT LESS THAN
                             SORT-MATR
                       ADD 1 TO IDX-RES
              END-PERFORM
              IF IDX-RES NOT GREATER THAN QTD-RES
                 IF TAB-RES-MATR (IDX-RES) EQUAL SORT-MATR AND
                    RES-RESERVADA (IDX-RES)
                    MOVE 'U' TO TAB-RES-SIT (IDX-RES)
                    ADD 1 TO CNT-UTILIZADAS
                 END-IF
              END-IF
           END-IF
           IF HA-PEDIDO
              MOVE SORT-MATR TO CAND-LIMITE
              PERFORM 320000-EMITE-ATE-LIMITE
              IF CAND-MATR EQUAL SORT-MATR
                 ADD 1 TO CAND-MATR
              END-IF
           END-IF
           .
       310999-SAIDA. EXIT.
      *-----------------------------
       320000-EMITE-ATE-LIMITE SECTION.
      *-----------------------------
      **** EMITE OS NUMEROS LIVRES ENTRE O CANDIDATO E A PROXIMA
      **** MATRICULA OCUPADA, ATE COMPLETAR O BLOCO OU A FAIXA ACABAR.
           PERFORM WITH TEST BEFORE
                    UNTIL QTD-NOVA NOT LESS THAN PED-QTDE OR
                          CAND-MATR GREATER THAN PED-FIM OR
                          CAND-MATR NOT LESS THAN CAND-LIMITE
                    ADD 1 TO QTD-NOVA
                    MOVE CAND-MATR TO TAB-NOVA-MATR (QTD-NOVA)
                    ADD 1 TO CAND-MATR
           END-PERFORM
           .
       320999-SAIDA. EXIT.
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
       332000-GRAVA-CABEC SECTION.
      *-----------------------------
           ADD 1 TO PAG-731S
           MOVE DATA-SISTEMA TO 731S-CAB-DATA
           MOVE PAG-731S     TO 731S-PAG
           WRITE 731S-REGISTRO-FD FROM 731S-CAB-01
           IF HA-PEDIDO
              MOVE PED-FILIAL    TO 731S-PED-FILIAL
              MOVE PED-QTDE      TO 731S-PED-QTDE
              MOVE PED-INI       TO 731S-PED-FAIXA-INI
              MOVE PED-FIM       TO 731S-PED-FAIXA-FIM
              MOVE PED-ULTIMA    TO 731S-PED-ULTIMA
              WRITE 731S-REGISTRO-FD FROM 731S-CAB-PEDIDO
           ELSE
              MOVE SPACES TO 731S-LIN-MSG
              MOVE 'SEM PEDIDO DE FILIAL - SO ACOMPANHA AS RESERVAS'
                   TO 731S-MSG
              WRITE 731S-REGISTRO-FD FROM 731S-LIN-MSG
           END-IF
           IF NOT CONTROLE-RENOMEADO
              MOVE SPACES TO 731S-LIN-MSG
              MOVE 'CONTROLE DE NUMERACAO INEXISTENTE - INICIADO AGORA'
                   TO 731S-MSG
              WRITE 731S-REGISTRO-FD FROM 731S-LIN-MSG
           END-IF
           WRITE 731S-REGISTRO-FD FROM 731S-LIN-HIFEN
           .
       332999-SAIDA. EXIT.
      *-----------------------------
       400000-LISTA-RESERVAS SECTION.
      *-----------------------------
      **** TRES PARTES: AS MATRICULAS EMITIDAS NESTA EXECUCAO, AS
      **** RESERVAS QUE APARECERAM NO CADASTRO (SAEM DO CONTROLE) E AS
      **** RESERVAS SEM USO HA MAIS DO PRAZO (COM BAIXA QUANDO PEDIDA).
           IF HA-PEDIDO
              MOVE SPACES TO 731S-PARTE
              STRING 'MATRICULAS EMITIDAS E RESERVADAS PARA A FILIAL '
                     DELIMITED BY SIZE
                     PED-FILIAL DELIMITED BY SIZE
                     INTO 731S-PARTE
              PERFORM 410000-GRAVA-PARTE
              PERFORM VARYING IDX-NOVA FROM 1 BY 1
                        UNTIL IDX-NOVA GREATER THAN QTD-NOVA
                       MOVE SPACES                   TO 731S-LIN-DET
                       MOVE TAB-NOVA-MATR (IDX-NOVA) TO 731S-MATR
                       MOVE PED-FILIAL               TO 731S-FILIAL
                       MOVE DATA-SISTEMA             TO 731S-DT-RESERVA
                       MOVE 0                        TO 731S-DIAS
                       MOVE 'EMITIDA'                TO 731S-SITUACAO
                       WRITE 731S-REGISTRO-FD FROM 731S-LIN-DET
              END-PERFORM
              IF QTD-NOVA LESS THAN PED-QTDE
                 MOVE SPACES TO 731S-LIN-MSG
                 MOVE QTD-NOVA TO QTDE-EDIT
                 MOVE PED-QTDE TO QTDE-EDIT-2
                 STRING 'FAIXA DA FILIAL ESGOTADA - EMITIDAS '
                        DELIMITED BY SIZE
                        QTDE-EDIT DELIMITED BY SIZE
                        ' DAS ' DELIMITED BY SIZE
                        QTDE-EDIT-2 DELIMITED BY SIZE
                        ' PEDIDAS' DELIMITED BY SIZE
                        INTO 731S-MSG
                 WRITE 731S-REGISTRO-FD FROM 731S-LIN-MSG
              END-IF
           END-IF
      *
           MOVE 'RESERVAS UTILIZADAS NO CADASTRO (SAEM DO CONTROLE)'
                TO 731S-PARTE
           PERFORM 410000-GRAVA-PARTE
           PERFORM VARYING IDX-RES FROM 1 BY 1
                     UNTIL IDX-RES GREATER THAN QTD-RES
                    IF RES-UTILIZADA (IDX-RES)
                       MOVE 'UTILIZADA' TO SITUACAO-RES
                       PERFORM 420000-GRAVA-RESERVA
                    END-IF
           END-PERFORM
           IF CNT-UTILIZADAS EQUAL ZEROES
              MOVE SPACES TO 731S-LIN-MSG
              MOVE 'NENHUMA' TO 731S-MSG
              WRITE 731S-REGISTRO-FD FROM 731S-LIN-MSG
           END-IF
      *
           MOVE DIAS-RESERVA TO QTDE-EDIT
           MOVE SPACES TO 731S-PARTE
           STRING 'RESERVAS SEM USO HA MAIS DE' DELIMITED BY SIZE
                  QTDE-EDIT DELIMITED BY SIZE
                  ' DIAS' DELIMITED BY SIZE
                  INTO 731S-PARTE
           PERFORM 410000-GRAVA-PARTE
           PERFORM VARYING IDX-RES FROM 1 BY 1
                     UNTIL IDX-RES GREATER THAN QTD-RES
                    IF RES-RESERVADA (IDX-RES)
                       PERFORM 430000-CONFERE-PRAZO
                    END-IF
           END-PERFORM
           IF CNT-VENCIDAS EQUAL ZEROES
              MOVE SPACES TO 731S-LIN-MSG
              MOVE 'NENHUMA' TO 731S-MSG
              WRITE 731S-REGISTRO-FD FROM 731S-LIN-MSG
           END-IF
           .
       400999-SAIDA. EXIT.
      *-----------------------------
       410000-GRAVA-PARTE SECTION.
      *-----------------------------
           WRITE 731S-REGISTRO-FD FROM 731S-CAB-PARTE
           WRITE 731S-REGISTRO-FD FROM 731S-CAB-COL
           .
       410999-SAIDA. EXIT.
      *-----------------------------
       420000-GRAVA-RESERVA SECTION.
      *-----------------------------
           COMPUTE INT-RESERVA =
                   FUNCTION INTEGER-OF-DATE (TAB-RES-DATA (IDX-RES))
           COMPUTE DIAS-CORR = INT-HOJE - INT-RESERVA
           MOVE SPACES                  TO 731S-LIN-DET
           MOVE TAB-RES-MATR (IDX-RES)   TO 731S-MATR
           MOVE TAB-RES-FILIAL (IDX-RES) TO 731S-FILIAL
           MOVE TAB-RES-DATA (IDX-RES)   TO 731S-DT-RESERVA
           MOVE DIAS-CORR                TO 731S-DIAS
           MOVE SITUACAO-RES             TO 731S-SITUACAO
           WRITE 731S-REGISTRO-FD FROM 731S-LIN-DET
           .
       420999-SAIDA. EXIT.
      *-----------------------------
       430000-CONFERE-PRAZO SECTION.
      *-----------------------------
           COMPUTE INT-RESERVA =
                   FUNCTION INTEGER-OF-DATE (TAB-RES-DATA (IDX-RES))
           IF INT-HOJE - INT-RESERVA NOT GREATER THAN DIAS-RESERVA
              GO TO 430999-SAIDA
           END-IF
           ADD 1 TO CNT-VENCIDAS
           IF BAIXA-VENCIDAS
              MOVE 'B' TO TAB-RES-SIT (IDX-RES)
              ADD 1 TO CNT-BAIXADAS
              MOVE 'VENCIDA - BAIXADA' TO SITUACAO-RES
           ELSE
              MOVE 'VENCIDA' TO SITUACAO-RES
           END-IF
           PERFORM 420000-GRAVA-RESERVA
           .
       430999-SAIDA. EXIT.
      *-----------------------------
       500000-REGRAVA-CONTROLE SECTION.
      *-----------------------------
      **** O CONTROLE NOVO TEM A ULTIMA MATRICULA EMITIDA DE CADA
      **** FILIAL E AS RESERVAS AINDA EM ABERTO (AS ANTERIORES QUE
      **** SEGUEM RESERVADAS MAIS AS EMITIDAS AGORA), INTERCALADAS EM
      **** ORDEM DE MATRICULA. FALHA NA ABERTURA DEVOLVE O .ANT.
           OPEN OUTPUT T99F900N
           IF FS-900N NOT EQUAL ZEROES
              IF CONTROLE-RENOMEADO
                 CALL 'CBL_RENAME_FILE' USING DDN-900V DDN-900N
              END-IF
              PERFORM 999003-ERRO-003
           END-IF
           IF QTD-NOVA GREATER THAN ZEROES
              MOVE TAB-NOVA-MATR (QTD-NOVA) TO TAB-ULT-MATR (SBS-FILIAL)
              MOVE DATA-SISTEMA TO TAB-ULT-DATA (SBS-FILIAL)
           END-IF
           PERFORM VARYING SBS-FILIAL FROM 1 BY 1
                     UNTIL SBS-FILIAL GREATER THAN 3
                    IF TAB-ULT-MATR (SBS-FILIAL) GREATER THAN ZEROES
                       MOVE SPACES TO 900N-REGISTRO
                       MOVE 'U'    TO 900N-TIPO
                       MOVE SBS-FILIAL TO 900N-FILIAL
                       MOVE TAB-ULT-MATR (SBS-FILIAL) TO 900N-MATR
                       MOVE TAB-ULT-DATA (SBS-FILIAL) TO 900N-DATA
                       WRITE 900N-REGISTRO-FD FROM 900N-REGISTRO
                    END-IF
           END-PERFORM
           MOVE 1 TO IDX-RES
           MOVE 1 TO IDX-NOVA
           PERFORM WITH TEST BEFORE
                    UNTIL IDX-RES GREATER THAN QTD-RES AND
                          IDX-NOVA GREATER THAN QTD-NOVA
                    IF IDX-NOVA GREATER THAN QTD-NOVA
                       PERFORM 510000-GRAVA-RES-ANTERIOR
                    ELSE
                       IF IDX-RES NOT GREATER THAN QTD-RES AND
                          TAB-RES-MATR (IDX-RES) LESS THAN
                          TAB-NOVA-MATR (IDX-NOVA)
                          PERFORM 510000-GRAVA-RES-ANTERIOR
                       ELSE
                          PERFORM 520000-GRAVA-RES-NOVA
                       END-IF
                    END-IF
           END-PERFORM
           CLOSE T99F900N
           .
       500999-SAIDA. EXIT.
      *-----------------------------
       510000-GRAVA-RES-ANTERIOR SECTION.
      *-----------------------------
           IF RES-RESERVADA (IDX-RES)
              MOVE SPACES                   TO 900N-REGISTRO
              MOVE 'R'                      TO 900N-TIPO
              MOVE TAB-RES-FILIAL (IDX-RES) TO 900N-FILIAL
              MOVE TAB-RES-MATR (IDX-RES)   TO 900N-MATR
              MOVE TAB-RES-DATA (IDX-RES)   TO 900N-DATA
              WRITE 900N-REGISTRO-FD FROM 900N-REGISTRO
              ADD 1 TO CNT-EM-ABERTO
           END-IF
           ADD 1 TO IDX-RES
           .
       510999-SAIDA. EXIT.
      *-----------------------------
       520000-GRAVA-RES-NOVA SECTION.
      *-----------------------------
           MOVE SPACES                   TO 900N-REGISTRO
           MOVE 'R'                      TO 900N-TIPO
           MOVE PED-FILIAL               TO 900N-FILIAL
           MOVE TAB-NOVA-MATR (IDX-NOVA) TO 900N-MATR
           MOVE DATA-SISTEMA             TO 900N-DATA
           WRITE 900N-REGISTRO-FD FROM 900N-REGISTRO
           ADD 1 TO CNT-EM-ABERTO
           ADD 1 TO IDX-NOVA
           .
       520999-SAIDA. EXIT.
      *-----------------------------
       600000-IMPRIME-TOTAIS SECTION.
      *-----------------------------
           WRITE 731S-REGISTRO-FD FROM 731S-LIN-HIFEN
           MOVE SPACES                     TO 731S-LIN-TOT
           MOVE 'MATRICULAS NO CADASTRO'   TO 731S-TOT-DESC
           MOVE CNT-100S                   TO 731S-TOT-QTDE
           WRITE 731S-REGISTRO-FD FROM 731S-LIN-TOT
           MOVE SPACES                     TO 731S-LIN-TOT
           MOVE 'MATRICULAS NO ARQUIVO-MORTO' TO 731S-TOT-DESC
           MOVE CNT-100D                   TO 731S-TOT-QTDE
           WRITE 731S-REGISTRO-FD FROM 731S-LIN-TOT
           MOVE SPACES                     TO 731S-LIN-TOT
           MOVE 'RESERVAS ANTERIORES'      TO 731S-TOT-DESC
           MOVE CNT-RES-ANTERIOR           TO 731S-TOT-QTDE
           WRITE 731S-REGISTRO-FD FROM 731S-LIN-TOT
           MOVE SPACES                     TO 731S-LIN-TOT
           MOVE 'MATRICULAS EMITIDAS'      TO 731S-TOT-DESC
           MOVE QTD-NOVA                   TO 731S-TOT-QTDE
           WRITE 731S-REGISTRO-FD FROM 731S-LIN-TOT
           MOVE SPACES                     TO 731S-LIN-TOT
           MOVE 'RESERVAS UTILIZADAS'      TO 731S-TOT-DESC
           MOVE CNT-UTILIZADAS             TO 731S-TOT-QTDE
           WRITE 731S-REGISTRO-FD FROM 731S-LIN-TOT
           MOVE SPACES                     TO 731S-LIN-TOT
           MOVE 'RESERVAS VENCIDAS'        TO 731S-TOT-DESC
           MOVE CNT-VENCIDAS               TO 731S-TOT-QTDE
           WRITE 731S-REGISTRO-FD FROM 731S-LIN-TOT
           MOVE SPACES                     TO 731S-LIN-TOT
           MOVE '  COM BAIXA'              TO 731S-TOT-DESC
           MOVE CNT-BAIXADAS               TO 731S-TOT-QTDE
           WRITE 731S-REGISTRO-FD FROM 731S-LIN-TOT
           MOVE SPACES                     TO 731S-LIN-TOT
           MOVE 'RESERVAS EM ABERTO'       TO 731S-TOT-DESC
           MOVE CNT-EM-ABERTO              TO 731S-TOT-QTDE
           WRITE 731S-REGISTRO-FD FROM 731S-LIN-TOT
           WRITE 731S-REGISTRO-FD FROM 731S-LIN-HIFEN
           WRITE 731S-REGISTRO-FD FROM 731S-FIM-REL
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
      **** VALEM OS DEFAULTS JA FIXADOS EM WORKING-STORAGE (SEM
      **** PEDIDO, SO O ACOMPANHAMENTO DAS RESERVAS).
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
           IF 900P-ARQ-100D NOT EQUAL SPACES
              MOVE 900P-ARQ-100D TO DDN-100D
           END-IF
           IF 900P-ARQ-900N NOT EQUAL SPACES
              MOVE 900P-ARQ-900N TO DDN-900N
           END-IF
           IF 900P-ARQ-731S NOT EQUAL SPACES
              MOVE 900P-ARQ-731S TO DDN-731S
           END-IF
           IF 900P-FAIXA-MATR-1-INI NUMERIC AND
              900P-FAIXA-MATR-1-FIM NUMERIC
              MOVE 900P-FAIXA-MATR-1-INI TO TAB-FAIXA-INI (1)
              MOVE 900P-FAIXA-MATR-1-FIM TO TAB-FAIXA-FIM (1)
           END-IF
           IF 900P-FAIXA-MATR-2-INI NUMERIC AND
              900P-FAIXA-MATR-2-FIM NUMERIC
              MOVE 900P-FAIXA-MATR-2-INI TO TAB-FAIXA-INI (2)
              MOVE 900P-FAIXA-MATR-2-FIM TO TAB-FAIXA-FIM (2)
           END-IF
           IF 900P-FAIXA-MATR-3-INI NUMERIC AND
              900P-FAIXA-MATR-3-FIM NUMERIC
              MOVE 900P-FAIXA-MATR-3-INI TO TAB-FAIXA-INI (3)
              MOVE 900P-FAIXA-MATR-3-FIM TO TAB-FAIXA-FIM (3)
           END-IF
           MOVE 900P-FILIAL-PEDIDO TO PED-FILIAL
           IF 900P-QTD-MATR-PEDIDA NUMERIC
              MOVE 900P-QTD-MATR-PEDIDA TO PED-QTDE
           END-IF
           IF 900P-DIAS-RESERVA NUMERIC AND
              900P-DIAS-RESERVA GREATER THAN ZEROES
              MOVE 900P-DIAS-RESERVA TO DIAS-RESERVA
           END-IF
           IF 900P-BAIXA-RESERVAS EQUAL 'S'
              MOVE 'S' TO SW-BAIXA
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
           DISPLAY '*** 002 ERRO OPEN RELATORIO: ' DDN-731S
                   ' (' FS-731S ')'
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      *--------------------------
       999003-ERRO-003 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 003 ERRO OPEN CONTROLE: ' DDN-900N
                   ' (' FS-900N ')'
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      *--------------------------
       999004-ERRO-004 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 004 FILIAL-PEDIDO INVALIDA NO T99F900P: '
                   PED-FILIAL
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      *--------------------------
       999005-ERRO-005 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 005 FILIAL ' PED-FILIAL
                   ' SEM QTD-MATR-PEDIDA NO T99F900P'
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      *--------------------------
       999006-ERRO-006 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 006 FILIAL ' PED-FILIAL
                   ' SEM FAIXA-MATR VALIDA NO T99F900P'
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      *--------------------------
       999007-ERRO-007 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 007 LINHA INVALIDA NO CONTROLE: ' DDN-900V
                   ' (' 900N-REGISTRO ')'
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      *--------------------------
       999008-ERRO-008 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 008 CONTROLE EXCEDE 20000 RESERVAS EM ABERTO'
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      *--------------------------
       999009-ERRO-009 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 009 CONTROLE FORA DE ORDEM: ' DDN-900V
                   ' MATRICULA ' 900N-MATR
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      ******************************************************************
       END PROGRAM T99P2032.
      ******************************************************************
