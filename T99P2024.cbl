      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
      *
       PROGRAM-ID. T99P2024.
      *
      *AUTHOR.  MARCIO CONC
      *REMARKS. ESTEIRA NOTURNA DO CADASTRO: SUBSTITUI O ROTEIRO EM
      *REMARKS. PAPEL DO OPERADOR DA NOITE. CHAMA (CALL DINAMICO) OS
      *REMARKS. PROGRAMAS DA JANELA NA ORDEM DA TABELA TAB-PASSOS --
      *REMARKS. CARTAO (T99P2015), SELO (T99P2000), ATUALIZACAO
      *REMARKS. (T99P2001, QUE TAMBEM RECONSTROI O INDEXADO VIA
      *REMARKS. T99S100I), INTEGRIDADE (T99P2014), ESOCIAL (T99P2021),
      *REMARKS. ENCAMINHAMENTO AO INSS (T99P2031), GUARDA (T99P2007),
      *REMARKS. EXPURGO (T99P2008), RELATORIOS E,
      *REMARKS. SO NO ULTIMO DIA UTIL DO MES (FERIADOS DA EMPRESA PELO
      *REMARKS. CALENDARIO T99F420E), A CONFERENCIA DO CALENDARIO
      *REMARKS. (T99P2030), A ESTATISTICA MENSAL (T99P2005), A
      *REMARKS. ROTATIVIDADE POR LOTACAO DO MES (T99P2033) E AS FERIAS
      *REMARKS. VENCIDAS E A VENCER (T99P2034). CADA
      *REMARKS. PASSO TEM UM RETURN-CODE LIMITE: UM PASSO QUE DEVOLVE
      *REMARKS. MAIS QUE O LIMITE INTERROMPE A ESTEIRA E OS PASSOS
      *REMARKS. SEGUINTES NAO RODAM. A OPERACAO
      *REMARKS. CORRIGE A CAUSA E REINICIA PELO PASSO APONTADO NO LOG,
      *REMARKS. INFORMANDO-O EM 900P-PASSO-REINICIO (O CARTAO E SEMPRE
      *REMARKS. REVALIDADO). LOG NO T99L724S. RETURN-CODE: 0 = TODOS OS
      *REMARKS. PASSOS LIMPOS; 4 = CONCLUIDA COM AVISO DE ALGUM PASSO
      *REMARKS. (DENTRO DO LIMITE); 8 = INTERROMPIDA, REINICIAR;
      *REMARKS. 888 = ERRO NA PROPRIA ESTEIRA (NENHUM PASSO RODOU).
      *DATE-WRITTEN. 15/10/2026.
      *VERSAO 007-MARCIO CONC-15/10/2026-PASSO MENSAL FERIAS (T99P2034,
      *VERSAO 007-MARCIO CONC-15/10/2026-FERIAS VENCIDAS E A VENCER).
      *VERSAO 006-MARCIO CONC-15/10/2026-PASSO MENSAL TURNOVER
      *VERSAO 006-MARCIO CONC-15/10/2026-(T99P2033, ROTATIVIDADE POR
      *VERSAO 006-MARCIO CONC-15/10/2026-LOTACAO DO MES).
      *VERSAO 005-MARCIO CONC-15/10/2026-PASSO INSS (T99P2031,
      *VERSAO 005-MARCIO CONC-15/10/2026-ENCAMINHAMENTO AO INSS DOS AT
      *VERSAO 005-MARCIO CONC-15/10/2026-ACIMA DE 15 DIAS).
      *VERSAO 004-MARCIO CONC-15/10/2026-ULTIMO DIA UTIL DO MES PULA OS
      *VERSAO 004-MARCIO CONC-15/10/2026-FERIADOS DA EMPRESA (MODULO
      *VERSAO 004-MARCIO CONC-15/10/2026-T99S420C); PASSO MENSAL CALEND
      *VERSAO 004-MARCIO CONC-15/10/2026-(T99P2030, CONFERENCIA DO
      *VERSAO 004-MARCIO CONC-15/10/2026-CALENDARIO).
      *VERSAO 003-MARCIO CONC-15/10/2026-PASSO EXPERIEN (T99P2029, AVISO
      *VERSAO 003-MARCIO CONC-15/10/2026-DE VENCIMENTO DA EXPERIENCIA).
      *VERSAO 002-MARCIO CONC-15/10/2026-PASSO QUADRO (T99P2025, VAGAS
      *VERSAO 002-MARCIO CONC-15/10/2026-POR LOTACAO); RC 16 DO T99P2001
      *VERSAO 002-MARCIO CONC-15/10/2026-TAMBEM PARA RETENCAO DO QUADRO.
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
           SELECT T99L724S ASSIGN TO DDN-724S
               FILE STATUS IS FS-724S
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
       FD  T99L724S
           BLOCK  0
           RECORD 72
           RECORDING F.
      *
       01  724S-REGISTRO-FD            PIC X(72).
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
                                               '*** T99P2024 ***'.
       77  CTE-VERS                    PIC  X(06)     VALUE 'VRS007'.
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
      *{{ INCLUI BOOKS }}
            COPY 'T99K420C.cpy'.
            COPY 'T99K724S.cpy'.
            COPY 'T99K900P.cpy'.
      *{{  FIM BOOKS  }}
       77  FS-724S                     PIC  XX.
       77  FS-900P                     PIC  XX.
       77  DDN-724S                    PIC  X(20)     VALUE
                                               'T99L724S.txt'.
       77  DDN-420E                    PIC  X(20)     VALUE
                                               'T99F420E.txt'.
      *
       01  DATA-SISTEMA-GRP.
           03  DATA-SISTEMA          PIC  9(08).
       77  HORA-SISTEMA                PIC  9(08)     VALUE 0.
       01  HORA-EDIT-GRP.
           03  HORA-EDIT-HH            PIC  9(02).
           03  FILLER                  PIC  X(01)     VALUE ':'.
           03  HORA-EDIT-MM            PIC  9(02).
           03  FILLER                  PIC  X(01)     VALUE ':'.
           03  HORA-EDIT-SS            PIC  9(02).
      *
      **** PASSOS DA ESTEIRA, NA ORDEM DE EXECUCAO: NOME DO PASSO (O
      **** QUE A OPERACAO INFORMA NO REINICIO), PROGRAMA CHAMADO,
      **** MAIOR RETURN-CODE ACEITO PARA A ESTEIRA SEGUIR E TIPO DO
      **** PASSO ('S' = SEMPRE RODA, INCLUSIVE NO REINICIO; 'N' =
      **** NORMAL; 'M' = SO NO ULTIMO DIA UTIL DO MES).
      **** LIMITES: O CARTAO ACEITA 4 (CARTAO AUSENTE, DEFAULTS); O
      **** SELO ACEITA 8 (ARQUIVO COM OCORRENCIAS VIRA REJEITO NO
      **** T99P2001, QUE SO PARA SE 900P-EXIGE-SELO); A ATUALIZACAO
      **** ACEITA 8 (REJEITOS), MAS PARA EM 12 (REJEITOS ACIMA DO
      **** PERCENTUAL) E 16 (MOVIMENTOS SUSPENSOS); O ESOCIAL ACEITA 4
      **** (EVENTOS PENDENTES DE RETORNO), O INSS ACEITA 4 (CASO NOVO
      **** OU ALTERADO PARA O RH ENCAMINHAR), O QUADRO DE VAGAS ACEITA
      **** 4 (LOTACAO ACIMA DO QUADRO), O CALENDARIO ACEITA 4 (LINHA
      **** COM PROBLEMA OU ANO SEGUINTE AINDA SEM FERIADOS), A
      **** ROTATIVIDADE ACEITA 4 (LOTACAO DIVERGENTE) E AS FERIAS
      **** ACEITAM 4 (PERIODO VENCIDO OU A VENCER); OS DEMAIS
      **** EXIGEM ZERO (A DIVERGENCIA 8 DO T99P2014 SEGURA TUDO O QUE
      **** VEM DEPOIS).
       01  TAB-PASSOS-FIXA.
           03  FILLER      PIC X(20)     VALUE 'CARTAO  T99P2015004S'.
           03  FILLER      PIC X(20)     VALUE 'SELO    T99P2000008N'.
           03  FILLER      PIC X(20)     VALUE 'ATUALIZAT99P2001008N'.
           03  FILLER      PIC X(20)     VALUE 'INTEGRIDT99P2014000N'.
           03  FILLER      PIC X(20)     VALUE 'ESOCIAL T99P2021004N'.
           03  FILLER      PIC X(20)     VALUE 'INSS    T99P2031004N'.
           03  FILLER      PIC X(20)     VALUE 'GUARDA  T99P2007000N'.
           03  FILLER      PIC X(20)     VALUE 'EXPURGO T99P2008000N'.
           03  FILLER      PIC X(20)     VALUE 'DELTA   T99P2003000N'.
           03  FILLER      PIC X(20)     VALUE 'EFETIVO T99P2010000N'.
           03  FILLER      PIC X(20)     VALUE 'QUADRO  T99P2025004N'.
           03  FILLER      PIC X(20)     VALUE 'EXPERIENT99P2029000N'.
           03  FILLER      PIC X(20)     VALUE 'ETARIO  T99P2011000N'.
           03  FILLER      PIC X(20)     VALUE 'TENDENC T99P2004000N'.
           03  FILLER      PIC X(20)     VALUE 'CALEND  T99P2030004M'.
           03  FILLER      PIC X(20)     VALUE 'MENSAL  T99P2005000M'.
           03  FILLER      PIC X(20)     VALUE 'TURNOVERT99P2033004M'.
           03  FILLER      PIC X(20)     VALUE 'FERIAS  T99P2034004M'.
       01  TAB-PASSOS-RED REDEFINES TAB-PASSOS-FIXA.
           03  TAB-PASSO  OCCURS  18  TIMES.
               05  TAB-PASSO-NOME      PIC X(08).
               05  TAB-PASSO-PROG      PIC X(08).
               05  TAB-PASSO-LIMITE    PIC 9(03).
               05  TAB-PASSO-TIPO      PIC X(01).
                   88  PASSO-SEMPRE                     VALUE 'S'.
                   88  PASSO-MENSAL                     VALUE 'M'.
       77  QTD-PASSOS                  PIC  9(02)     VALUE 18.
       77  IDX-PASSO                   PIC  9(02)     VALUE 0.
       77  IDX-REINICIO                PIC  9(02)     VALUE 1.
       77  PROG-CHAMADO                PIC  X(08)     VALUE SPACES.
       77  SW-PROG-CHAMADO             PIC  X(01)     VALUE 'N'.
           88  PROG-FOI-CHAMADO                         VALUE 'S'.
       77  RC-PASSO                    PIC  9(03)     VALUE 0.
       77  RC-MAIOR                    PIC  9(03)     VALUE 0.
       77  PASSO-INTERROMPIDO          PIC  X(08)     VALUE SPACES.
       77  PASSO-REINICIO              PIC  X(08)     VALUE SPACES.
       77  ESTEIRA-MENSAL              PIC  X(01)     VALUE SPACE.
       77  SW-ESTEIRA                  PIC  X(01)     VALUE 'A'.
           88  ESTEIRA-ANDANDO                          VALUE 'A'.
           88  ESTEIRA-INTERROMPIDA                     VALUE 'I'.
       77  SW-FIM-MES                  PIC  X(01)     VALUE 'N'.
           88  EH-FIM-MES                               VALUE 'S'.
       77  CNT-EXECUTADOS              PIC  9(05)     VALUE 0.
       77  CNT-PULADOS                 PIC  9(05)     VALUE 0.
       77  CNT-NAO-EXECUTADOS          PIC  9(05)     VALUE 0.
      *
      **** DATA DE NEGOCIO DA JANELA (900P-DATA-MVTO-ESPERADA OU A
      **** DATA-SISTEMA) E ULTIMO DIA UTIL DO MES DELA, ACHADO
      **** RECUANDO A PARTIR DO ULTIMO DIA DO MES ENQUANTO CAIR EM
      **** SABADO, DOMINGO (DIA DA SEMANA PELO INTEGER-OF-DATE:
      **** 01/01/1601 = SEGUNDA-FEIRA) OU FERIADO DA EMPRESA (MODULO
      **** T99S420C; SEM O MODULO OU O CALENDARIO, SO FIM DE SEMANA).
       77  DATA-NEGOCIO                PIC  9(08)     VALUE 0.
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
       77  INT-DIA                     PIC  9(07)     VALUE 0.
       77  QUOC-SEMANA                 PIC  9(07)     VALUE 0.
       77  DIA-SEMANA                  PIC  9(01)     VALUE 0.
           88  DIA-FIM-SEMANA                           VALUE 5 6.
       77  ULT-DIA-UTIL                PIC  9(08)     VALUE 0.
       77  SW-CALENDARIO               PIC  X(01)     VALUE 'N'.
           88  CALENDARIO-ATIVO                         VALUE 'S'.
       77  SW-DIA-FERIADO              PIC  X(01)     VALUE 'N'.
           88  DIA-FERIADO                              VALUE 'S'.
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
           PERFORM 900010-LOCALIZA-REINICIO
           PERFORM 900020-VERIFICA-FIM-MES
           PERFORM 900001-ABRE-ARQUIVOS
      *
           MOVE DATA-NEGOCIO TO 724S-CAB-DATA
           WRITE 724S-REGISTRO-FD FROM 724S-CAB-01
           WRITE 724S-REGISTRO-FD FROM 724S-LIN-HIFEN
           PERFORM 100000-IMPRIME-CONDICOES
           WRITE 724S-REGISTRO-FD FROM 724S-CAB-02
           WRITE 724S-REGISTRO-FD FROM 724S-LIN-HIFEN
      *
           PERFORM 200000-TRATA-PASSO
                   VARYING IDX-PASSO FROM 1 BY 1
                   UNTIL IDX-PASSO GREATER THAN QTD-PASSOS
      *
           PERFORM 600000-GRAVA-DESFECHO
           PERFORM 900002-FECHA-ARQUIVOS
      *
           DISPLAY CTE-PROG ' ' CTE-VERS ' *** EXECUTADOS: '
                   CNT-EXECUTADOS ' PULADOS: ' CNT-PULADOS
                   ' NAO EXECUTADOS: ' CNT-NAO-EXECUTADOS
           DISPLAY CTE-PROG ' ' CTE-VERS ' *** 999 *** FIM NORMAL'
           EVALUATE TRUE
               WHEN ESTEIRA-INTERROMPIDA
                    MOVE 8 TO RETURN-CODE
               WHEN RC-MAIOR GREATER THAN ZEROES
                    MOVE 4 TO RETURN-CODE
               WHEN OTHER
                    MOVE 0 TO RETURN-CODE
           END-EVALUATE
           .
       999999-ENCERRA.
           GOBACK
           .
      *-----------------------------
       100000-IMPRIME-CONDICOES SECTION.
      *-----------------------------
      **** REGISTRA NO LOG EM QUE CONDICOES A ESTEIRA PARTIU:
      **** REINICIO E RODADA DE FIM DE MES.
           IF PASSO-REINICIO NOT EQUAL SPACES
              MOVE SPACES TO 724S-TITULO
              STRING 'REINICIO PELO PASSO ' PASSO-REINICIO
                     ' - LIMPAR 900P-PASSO-REINICIO DEPOIS'
                     DELIMITED BY SIZE INTO 724S-TITULO
              WRITE 724S-REGISTRO-FD FROM 724S-LIN-TITULO
           END-IF
           MOVE SPACES TO 724S-TITULO
           EVALUATE TRUE
               WHEN ESTEIRA-MENSAL EQUAL 'S'
                    MOVE 'PASSOS DE FIM DE MES FORCADOS PELO CARTAO'
                         TO 724S-TITULO
               WHEN ESTEIRA-MENSAL EQUAL 'N'
                    MOVE 'PASSOS DE FIM DE MES SUPRIMIDOS PELO CARTAO'
                         TO 724S-TITULO
               WHEN EH-FIM-MES
                    STRING 'ULTIMO DIA UTIL DO MES (' ULT-DIA-UTIL
                           ') - RODAM OS PASSOS DE FIM DE MES'
                           DELIMITED BY SIZE INTO 724S-TITULO
               WHEN OTHER
                    STRING 'ULTIMO DIA UTIL DO MES: ' ULT-DIA-UTIL
                           DELIMITED BY SIZE INTO 724S-TITULO
           END-EVALUATE
           WRITE 724S-REGISTRO-FD FROM 724S-LIN-TITULO
           IF NOT CALENDARIO-ATIVO
              MOVE 'ULTIMO DIA UTIL SEM O CALENDARIO DE FERIADOS (SO FIM
      -            ' DE SEMANA)' TO 724S-TITULO
              WRITE 724S-REGISTRO-FD FROM 724S-LIN-TITULO
           END-IF
           WRITE 724S-REGISTRO-FD FROM 724S-LIN-HIFEN
           .
       100999-SAIDA. EXIT.
      *-----------------------------
       200000-TRATA-PASSO SECTION.
      *-----------------------------
      **** DECIDE O DESTINO DO PASSO: NAO EXECUTADO DEPOIS DE UMA
      **** INTERRUPCAO, PULADO ANTES DO PASSO DE REINICIO (SALVO OS
      **** PASSOS 'S') OU FORA DO FIM DE MES (PASSOS 'M'), E
      **** EXECUTADO NOS DEMAIS CASOS.
           MOVE SPACES                      TO 724S-HORA-INI
           MOVE SPACES                      TO 724S-HORA-FIM
           MOVE TAB-PASSO-NOME (IDX-PASSO)  TO 724S-PASSO
           MOVE TAB-PASSO-PROG (IDX-PASSO)  TO 724S-PROG
           MOVE TAB-PASSO-LIMITE (IDX-PASSO) TO 724S-LIMITE
           MOVE ZEROES                      TO 724S-RC
           EVALUATE TRUE
               WHEN ESTEIRA-INTERROMPIDA
                    MOVE 'NAO EXECUTADO'        TO 724S-SITUACAO
                    ADD 1 TO CNT-NAO-EXECUTADOS
               WHEN IDX-PASSO LESS THAN IDX-REINICIO AND
                    NOT PASSO-SEMPRE (IDX-PASSO)
                    MOVE 'PULADO (REINICIO)'    TO 724S-SITUACAO
                    ADD 1 TO CNT-PULADOS
               WHEN PASSO-MENSAL (IDX-PASSO) AND NOT EH-FIM-MES
                    MOVE 'PULADO (NAO FIM MES)' TO 724S-SITUACAO
                    ADD 1 TO CNT-PULADOS
               WHEN OTHER
                    PERFORM 210000-EXECUTA-PASSO
           END-EVALUATE
           WRITE 724S-REGISTRO-FD FROM 724S-LIN-DET
           .
       200999-SAIDA. EXIT.
      *-----------------------------
       210000-EXECUTA-PASSO SECTION.
      *-----------------------------
      **** CHAMA O PROGRAMA DO PASSO E CONFERE O RETURN-CODE DELE
      **** CONTRA O LIMITE. PROGRAMA AUSENTE NO AMBIENTE (ON
      **** EXCEPTION) CONTA COMO FALHA 888 DO PASSO. O CANCEL DEVOLVE
      **** O PROGRAMA AO ESTADO INICIAL PARA UMA PROXIMA CHAMADA.
           MOVE TAB-PASSO-PROG (IDX-PASSO) TO PROG-CHAMADO
           PERFORM 900030-EDITA-HORA
           MOVE HORA-EDIT-GRP TO 724S-HORA-INI
           DISPLAY CTE-PROG ' ' CTE-VERS ' *** PASSO '
                   TAB-PASSO-NOME (IDX-PASSO) ' - ' PROG-CHAMADO
                   ' - INICIO ' HORA-EDIT-GRP
           MOVE 'S' TO SW-PROG-CHAMADO
           MOVE 0 TO RETURN-CODE
           CALL PROG-CHAMADO
               ON EXCEPTION
                   DISPLAY CTE-PROG ' ' CTE-VERS
                      ' *** PROGRAMA ' PROG-CHAMADO
                      ' INDISPONIVEL NO AMBIENTE'
                   MOVE 'N' TO SW-PROG-CHAMADO
                   MOVE 888 TO RETURN-CODE
           END-CALL
           MOVE RETURN-CODE TO RC-PASSO
           MOVE 0 TO RETURN-CODE
           IF PROG-FOI-CHAMADO
              CANCEL PROG-CHAMADO
           END-IF
           PERFORM 900030-EDITA-HORA
           MOVE HORA-EDIT-GRP TO 724S-HORA-FIM
           MOVE RC-PASSO TO 724S-RC
           ADD 1 TO CNT-EXECUTADOS
           IF RC-PASSO GREATER THAN RC-MAIOR
              MOVE RC-PASSO TO RC-MAIOR
           END-IF
           IF RC-PASSO GREATER THAN TAB-PASSO-LIMITE (IDX-PASSO)
              MOVE 'I' TO SW-ESTEIRA
              MOVE TAB-PASSO-NOME (IDX-PASSO) TO PASSO-INTERROMPIDO
              MOVE 'INTERROMPEU A ESTEIRA' TO 724S-SITUACAO
           ELSE
              MOVE 'EXECUTADO'             TO 724S-SITUACAO
           END-IF
           DISPLAY CTE-PROG ' ' CTE-VERS ' *** PASSO '
                   TAB-PASSO-NOME (IDX-PASSO) ' - RC ' RC-PASSO
                   ' (LIMITE ' TAB-PASSO-LIMITE (IDX-PASSO) ')'
           .
       210999-SAIDA. EXIT.
      *-----------------------------
       600000-GRAVA-DESFECHO SECTION.
      *-----------------------------
      **** TOTAIS E DESFECHO; NA INTERRUPCAO, A ORIENTACAO DE
      **** REINICIO PARA A OPERACAO (O QUE ANTES ESTAVA NO ROTEIRO).
           WRITE 724S-REGISTRO-FD FROM 724S-LIN-HIFEN
           MOVE SPACES                     TO 724S-LIN-TOT
           MOVE 'PASSOS EXECUTADOS           ' TO 724S-TOT-DESC
           MOVE CNT-EXECUTADOS             TO 724S-TOT-QTDE
           WRITE 724S-REGISTRO-FD FROM 724S-LIN-TOT
           MOVE SPACES                     TO 724S-LIN-TOT
           MOVE 'PASSOS PULADOS              ' TO 724S-TOT-DESC
           MOVE CNT-PULADOS                TO 724S-TOT-QTDE
           WRITE 724S-REGISTRO-FD FROM 724S-LIN-TOT
           MOVE SPACES                     TO 724S-LIN-TOT
           MOVE 'PASSOS NAO EXECUTADOS       ' TO 724S-TOT-DESC
           MOVE CNT-NAO-EXECUTADOS         TO 724S-TOT-QTDE
           WRITE 724S-REGISTRO-FD FROM 724S-LIN-TOT
           WRITE 724S-REGISTRO-FD FROM 724S-LIN-HIFEN
           MOVE SPACES TO 724S-TITULO
           IF ESTEIRA-ANDANDO
              MOVE 'ESTEIRA CONCLUIDA' TO 724S-TITULO
              WRITE 724S-REGISTRO-FD FROM 724S-LIN-TITULO
           ELSE
              STRING 'ESTEIRA INTERROMPIDA NO PASSO ' PASSO-INTERROMPIDO
                     ' (RC ' RC-PASSO ')'
                     DELIMITED BY SIZE INTO 724S-TITULO
              WRITE 724S-REGISTRO-FD FROM 724S-LIN-TITULO
              PERFORM 610000-ORIENTA-REINICIO
           END-IF
           WRITE 724S-REGISTRO-FD FROM 724S-LIN-HIFEN
           WRITE 724S-REGISTRO-FD FROM 724S-FIM-REL
           .
       600999-SAIDA. EXIT.
      *-----------------------------
       610000-ORIENTA-REINICIO SECTION.
      *-----------------------------
      **** A CAUSA A CORRIGIR DEPENDE DO PROGRAMA E DO RETURN-CODE.
      **** NA SUSPENSAO DE MOVIMENTOS (16: EXCLUSAO EM MASSA OU QUADRO
      **** DE VAGAS DA LOTACAO) O T99P2001 JA TERMINOU O
      **** LOTE: DEPOIS DA REVISAO NO T99P2013 A ESTEIRA SEGUE DO
      **** PASSO SEGUINTE (REPETIR O T99P2001 SUSPENDERIA DE NOVO).
           MOVE SPACES TO 724S-TITULO
           EVALUATE TRUE
               WHEN RC-PASSO EQUAL 888
                    MOVE 'ERRO FATAL - VER AS MENSAGENS DO PROGRAMA NO C
      -                  'ONSOLE'
                         TO 724S-TITULO
               WHEN PROG-CHAMADO EQUAL 'T99P2015'
                    MOVE 'CARTAO T99F900P COM PROBLEMAS - VER T99L716S'
                         TO 724S-TITULO
               WHEN PROG-CHAMADO EQUAL 'T99P2000'
                    MOVE 'MOVIMENTO COM OCORRENCIAS - VER T99L705S'
                         TO 724S-TITULO
               WHEN PROG-CHAMADO EQUAL 'T99P2001' AND RC-PASSO EQUAL 16
                    MOVE 'MOVIMENTOS SUSPENSOS - REVISAR NO T99P2013'
                         TO 724S-TITULO
               WHEN PROG-CHAMADO EQUAL 'T99P2001' AND RC-PASSO EQUAL 12
                    MOVE 'REJEITOS ACIMA DO PERCENTUAL - VER T99L701S'
                         TO 724S-TITULO
               WHEN PROG-CHAMADO EQUAL 'T99P2014'
                    MOVE 'DIVERGENCIAS DE INTEGRIDADE - VER T99L715S'
                         TO 724S-TITULO
               WHEN OTHER
                    MOVE 'RETURN-CODE ACIMA DO LIMITE DO PASSO'
                         TO 724S-TITULO
           END-EVALUATE
           WRITE 724S-REGISTRO-FD FROM 724S-LIN-TITULO
           MOVE PASSO-INTERROMPIDO TO PASSO-REINICIO
           IF PROG-CHAMADO EQUAL 'T99P2001' AND RC-PASSO EQUAL 16 AND
              IDX-PASSO LESS THAN QTD-PASSOS
              MOVE TAB-PASSO-NOME (IDX-PASSO + 1) TO PASSO-REINICIO
           END-IF
           MOVE SPACES TO 724S-TITULO
           STRING 'CORRIGIDA A CAUSA, REINICIAR COM 900P-PASSO-REINICIO'
                  ' = ' PASSO-REINICIO
                  DELIMITED BY SIZE INTO 724S-TITULO
           WRITE 724S-REGISTRO-FD FROM 724S-LIN-TITULO
           DISPLAY CTE-PROG ' ' CTE-VERS ' *** ESTEIRA INTERROMPIDA NO '
                   'PASSO ' PASSO-INTERROMPIDO
                   ' - REINICIAR PELO PASSO ' PASSO-REINICIO
           .
       610999-SAIDA. EXIT.
      *-----------------------------
       900000-OBTEM-DATA-SISTEMA SECTION.
      *-----------------------------
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD
           .
       900000-SAIDA. EXIT.
      *-----------------------------
       900001-ABRE-ARQUIVOS SECTION.
      *-----------------------------
           OPEN OUTPUT T99L724S
           IF FS-724S NOT EQUAL ZEROES
              PERFORM 999011-ERRO-011
           END-IF
           .
       900001-SAIDA. EXIT.
      *-----------------------------
       900002-FECHA-ARQUIVOS SECTION.
      *-----------------------------
           CLOSE T99L724S
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
           IF 900P-ARQ-724S NOT EQUAL SPACES
              MOVE 900P-ARQ-724S TO DDN-724S
           END-IF
           IF 900P-ARQ-420E NOT EQUAL SPACES
              MOVE 900P-ARQ-420E TO DDN-420E
           END-IF
           IF 900P-DATA-MVTO-ESPERADA NUMERIC
              MOVE 900P-DATA-MVTO-ESPERADA TO DATA-NEGOCIO
           END-IF
           MOVE 900P-PASSO-REINICIO TO PASSO-REINICIO
           MOVE 900P-ESTEIRA-MENSAL TO ESTEIRA-MENSAL
           .
       900009-SAIDA. EXIT.
      *-----------------------------
       900010-LOCALIZA-REINICIO SECTION.
      *-----------------------------
      **** PASSO DE REINICIO DESCONHECIDO E FATAL ANTES DE QUALQUER
      **** PASSO RODAR: UM NOME ERRADO NAO PODE VIRAR UMA ESTEIRA
      **** INTEIRA PULADA.
           MOVE 1 TO IDX-REINICIO
           IF PASSO-REINICIO EQUAL SPACES
              GO TO 900010-SAIDA
           END-IF
           MOVE 0 TO IDX-REINICIO
           PERFORM VARYING IDX-PASSO FROM 1 BY 1
                   UNTIL IDX-PASSO GREATER THAN QTD-PASSOS
                      OR IDX-REINICIO GREATER THAN ZEROES
                    IF TAB-PASSO-NOME (IDX-PASSO) EQUAL PASSO-REINICIO
                       MOVE IDX-PASSO TO IDX-REINICIO
                    END-IF
           END-PERFORM
           IF IDX-REINICIO EQUAL ZEROES
              PERFORM 999001-ERRO-001
           END-IF
           .
       900010-SAIDA. EXIT.
      *-----------------------------
       900020-VERIFICA-FIM-MES SECTION.
      *-----------------------------
      **** FIM DE MES = A DATA DE NEGOCIO E O ULTIMO DIA UTIL DO MES
      **** DELA; O CARTAO PODE FORCAR ('S') OU SUPRIMIR ('N') OS
      **** PASSOS MENSAIS (EX. REINICIO NA MANHA SEGUINTE).
           IF DATA-NEGOCIO EQUAL ZEROES
              MOVE DATA-SISTEMA TO DATA-NEGOCIO
           END-IF
           MOVE DATA-NEGOCIO TO DTV-DATA
           IF DTV-MM LESS THAN 1 OR DTV-MM GREATER THAN 12
              PERFORM 999002-ERRO-002
           END-IF
           PERFORM 900023-CARREGA-CALENDARIO
           PERFORM 900021-ULTIMO-DIA-MES
           MOVE DTV-ULT-DIA TO DTV-DD
           PERFORM 900022-DIA-SEMANA
           PERFORM UNTIL (NOT DIA-FIM-SEMANA) AND (NOT DIA-FERIADO)
                    SUBTRACT 1 FROM DTV-DD
                    PERFORM 900022-DIA-SEMANA
           END-PERFORM
           MOVE DTV-DATA TO ULT-DIA-UTIL
           MOVE 'N' TO SW-FIM-MES
           EVALUATE ESTEIRA-MENSAL
               WHEN 'S'
                    MOVE 'S' TO SW-FIM-MES
               WHEN 'N'
                    CONTINUE
               WHEN OTHER
                    IF DATA-NEGOCIO EQUAL ULT-DIA-UTIL
                       MOVE 'S' TO SW-FIM-MES
                    END-IF
           END-EVALUATE
           .
       900020-SAIDA. EXIT.
      *-----------------------------
       900021-ULTIMO-DIA-MES SECTION.
      *-----------------------------
      **** ULTIMO DIA DO MES DE DTV-DATA: MESMA REGRA DE BISSEXTO DO
      **** 380000-VALIDA-DATA DO T99P2001.
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
           .
       900021-SAIDA. EXIT.
      *-----------------------------
       900022-DIA-SEMANA SECTION.
      *-----------------------------
      **** DIA DA SEMANA DE DTV-DATA: 0 = SEGUNDA ... 5 = SABADO,
      **** 6 = DOMINGO.
           COMPUTE INT-DIA = FUNCTION INTEGER-OF-DATE (DTV-DATA) - 1
           DIVIDE INT-DIA BY 7 GIVING QUOC-SEMANA REMAINDER DIA-SEMANA
           MOVE 'N' TO SW-DIA-FERIADO
           IF CALENDARIO-ATIVO AND NOT DIA-FIM-SEMANA
              MOVE 'D'      TO 420C-FUNCAO
              MOVE SPACES   TO 420C-LOTACAO
              MOVE DTV-DATA TO 420C-DT-INI
              CALL 'T99S420C' USING 420C-AREA
              IF 420C-DIA-FERIADO
                 MOVE 'S' TO SW-DIA-FERIADO
              END-IF
           END-IF
           .
       900022-SAIDA. EXIT.
      *-----------------------------
       900023-CARREGA-CALENDARIO SECTION.
      *-----------------------------
      **** SO OS FERIADOS DA EMPRESA (LOTACAO EM BRANCO) MUDAM O FIM
      **** DE MES. SEM O MODULO OU SEM O CALENDARIO A ESTEIRA SEGUE
      **** SO COM SABADOS E DOMINGOS, COMO ANTES (AVISO NO LOG).
           MOVE 'S'      TO SW-CALENDARIO
           MOVE 'C'      TO 420C-FUNCAO
           MOVE DDN-420E TO 420C-ARQUIVO
           CALL 'T99S420C' USING 420C-AREA
               ON EXCEPTION
                   MOVE 'N' TO SW-CALENDARIO
           END-CALL
           IF CALENDARIO-ATIVO AND NOT 420C-OK
              MOVE 'N' TO SW-CALENDARIO
           END-IF
           IF NOT CALENDARIO-ATIVO
              DISPLAY CTE-PROG ' ' CTE-VERS
                 ' *** AVISO: CALENDARIO DE FERIADOS ' DDN-420E
                 ' INDISPONIVEL - ULTIMO DIA UTIL SO POR FIM DE SEMANA'
           END-IF
           .
       900023-SAIDA. EXIT.
      *-----------------------------
       900030-EDITA-HORA SECTION.
      *-----------------------------
           ACCEPT HORA-SISTEMA FROM TIME
           MOVE HORA-SISTEMA (1:2) TO HORA-EDIT-HH
           MOVE HORA-SISTEMA (3:2) TO HORA-EDIT-MM
           MOVE HORA-SISTEMA (5:2) TO HORA-EDIT-SS
           .
       900030-SAIDA. EXIT.
      *--------------------------
       999001-ERRO-001 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 001: PASSO DE REINICIO DESCONHECIDO NO '
                   'T99F900P: ' PASSO-REINICIO
           DISPLAY '*** PASSOS DA ESTEIRA:'
           PERFORM VARYING IDX-PASSO FROM 1 BY 1
                   UNTIL IDX-PASSO GREATER THAN QTD-PASSOS
                    DISPLAY '***    ' TAB-PASSO-NOME (IDX-PASSO) ' '
                            TAB-PASSO-PROG (IDX-PASSO)
           END-PERFORM
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      *--------------------------
       999002-ERRO-002 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 002: DATA DE NEGOCIO INVALIDA: ' DATA-NEGOCIO
                   ' (VER 900P-DATA-MVTO-ESPERADA)'
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      *--------------------------
       999011-ERRO-011 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 011 ERRO OPEN ARQUIVOS: ' FS-724S
           MOVE 888 TO RETURN-CODE
           GO TO 999999-ENCERRA
           .
      ******************************************************************
       END PROGRAM T99P2024.
      ******************************************************************
