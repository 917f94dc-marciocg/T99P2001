      *REMARKS. BLOQUEAR A JANELA; 4 QUANDO O CARTAO NEM EXISTE (OS
      *REMARKS. DEFAULTS VALEM INTEIROS).
      *DATE-WRITTEN. 02/09/2026.
      *VERSAO 019-MARCIO CONC-15/10/2026-CONFERE DIAS-RETENCAO-EVT
      *VERSAO 019-MARCIO CONC-15/10/2026-(RETENCAO DO CONTROLE ESOCIAL
      *VERSAO 019-MARCIO CONC-15/10/2026-DO T99P2021).
      *VERSAO 018-MARCIO CONC-15/10/2026-LISTA O ARQ-100M E O ARQ-734S
      *VERSAO 018-MARCIO CONC-15/10/2026-(RESTAURACAO DO ARQUIVO-MORTO
      *VERSAO 018-MARCIO CONC-15/10/2026-PELO T99P2035).
      *VERSAO 017-MARCIO CONC-15/10/2026-CONFERE DIAS-ALERTA-FERIAS E
      *VERSAO 017-MARCIO CONC-15/10/2026-DT-CORTE-FERIAS (FERIAS
      *VERSAO 017-MARCIO CONC-15/10/2026-VENCIDAS DO T99P2034); LISTA O
      *VERSAO 017-MARCIO CONC-15/10/2026-ARQ-733S.
      *VERSAO 016-MARCIO CONC-15/10/2026-CONFERE DT-INI-TURNOVER E
      *VERSAO 016-MARCIO CONC-15/10/2026-DT-FIM-TURNOVER (DATAS E
      *VERSAO 016-MARCIO CONC-15/10/2026-PERIODO INVERTIDO, ROTATIVIDADE
      *VERSAO 016-MARCIO CONC-15/10/2026-DO T99P2033); LISTA O ARQ-732S.
      *VERSAO 015-MARCIO CONC-15/10/2026-CONFERE FILIAL-PEDIDO, A FAIXA
      *VERSAO 015-MARCIO CONC-15/10/2026-DA FILIAL, QTD-MATR-PEDIDA,
      *VERSAO 015-MARCIO CONC-15/10/2026-DIAS-RESERVA E BAIXA-RESERVAS
      *VERSAO 015-MARCIO CONC-15/10/2026-(NUMERACAO DO T99P2032); LISTA
      *VERSAO 015-MARCIO CONC-15/10/2026-O ARQ-900N E O ARQ-731S.
      *VERSAO 014-MARCIO CONC-15/10/2026-CONFERE TIPOS-AFAST-PROTEG
      *VERSAO 014-MARCIO CONC-15/10/2026-(TIPOS NO DOMINIO DOS TIPOS DE
      *VERSAO 014-MARCIO CONC-15/10/2026-AFASTAMENTO) E O LISTA NO
      *VERSAO 014-MARCIO CONC-15/10/2026-RESUMO.
      *VERSAO 013-MARCIO CONC-15/10/2026-LISTA O ARQ-350I E O ARQ-730S
      *VERSAO 013-MARCIO CONC-15/10/2026-(ENCAMINHAMENTO AO INSS DO
      *VERSAO 013-MARCIO CONC-15/10/2026-T99P2031) NO RESUMO.
      *VERSAO 012-MARCIO CONC-15/10/2026-CONFERE CONTAGEM-DIAS (BRANCO/
      *VERSAO 012-MARCIO CONC-15/10/2026-C/U), ANO-CALENDARIO E O
      *VERSAO 012-MARCIO CONC-15/10/2026-CALENDARIO ARQ-420E; LISTA O
      *VERSAO 012-MARCIO CONC-15/10/2026-ARQ-420E E O ARQ-729S.
      *VERSAO 011-MARCIO CONC-15/10/2026-CONFERE DIAS-AVISO-EXPER
      *VERSAO 011-MARCIO CONC-15/10/2026-(T99P2029) E LISTA O ARQ-728S E
      *VERSAO 011-MARCIO CONC-15/10/2026-O ARQ-100W NO RESUMO.
      *VERSAO 010-MARCIO CONC-15/10/2026-CONFERE QTD-PARTICOES
      *VERSAO 010-MARCIO CONC-15/10/2026-(T99P2027, ATE 20) E LISTA O
      *VERSAO 010-MARCIO CONC-15/10/2026-ARQ-727S NO RESUMO.
      *VERSAO 009-MARCIO CONC-15/10/2026-LISTA O ARQ-200C E O ARQ-726S
      *VERSAO 009-MARCIO CONC-15/10/2026-(SANEAMENTO DO T99P2026).
      *VERSAO 008-MARCIO CONC-15/10/2026-LISTA O ARQ-725S (QUADRO DE
      *VERSAO 008-MARCIO CONC-15/10/2026-VAGAS DO T99P2025) NO RESUMO.
      *VERSAO 007-MARCIO CONC-15/10/2026-CONFERE IDADE-MAX-DEP E OS
      *VERSAO 007-MARCIO CONC-15/10/2026-ARQUIVOS DE DEPENDENTES
      *VERSAO 007-MARCIO CONC-15/10/2026-(ARQ-450E/ARQ-450S).
      *VERSAO 006-MARCIO CONC-15/10/2026-CONFERE ESTEIRA-MENSAL
      *VERSAO 006-MARCIO CONC-15/10/2026-(T99P2024) NO DOMINIO S/N/
      *VERSAO 006-MARCIO CONC-15/10/2026-BRANCO.
      *VERSAO 005-MARCIO CONC-15/10/2026-CONFERE FILIAL-DIGITACAO
      *VERSAO 005-MARCIO CONC-15/10/2026-(T99P2023) E O ARQUIVO DA
      *VERSAO 005-MARCIO CONC-15/10/2026-FILIAL ADICIONAL QUE ELA GRAVA.
      *VERSAO 004-MARCIO CONC-15/10/2026-CONFERE ANOS-ANONIMIZA
      *VERSAO 004-MARCIO CONC-15/10/2026-(PRAZO DE GUARDA DO T99P2020).
      *VERSAO 003-MARCIO CONC-15/10/2026-CONFERE A PRESENCA DA LISTA
      *VERSAO 003-MARCIO CONC-15/10/2026-DE CPFS DO T99P2019 (ARQ-100L).
      *VERSAO 002-MARCIO CONC-15/10/2026-CONFERE MATR-POSICAO E
      *VERSAO 002-MARCIO CONC-15/10/2026-DATA-POSICAO (T99P2018) E
      *VERSAO 002-MARCIO CONC-15/10/2026-LISTA O ARQ-200H NO RESUMO.
      *VERSAO 001-MARCIO CONC-02/09/2026-IMPLANTACAO.
      *
      *-----------------------------------------------------------------
      *
       FD  T99F900P
           BLOCK  0
           RECORD 1923
           RECORDING F.
      *
       01  900P-REGISTRO-FD            PIC X(1923).
      *
      **** SO A ABERTURA INTERESSA (EXISTENCIA EM DISCO); O ARQUIVO
      **** NUNCA E LIDO, ENTAO O TAMANHO DO REGISTRO E INDIFERENTE.
      *-----------------------------------------------------------------
       77  CTE-PROG                    PIC  X(16)     VALUE
                                               '*** T99P2015 ***'.
       77  CTE-VERS                    PIC  X(06)     VALUE 'VRS019'.
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
       77  CAMPO-FLAG                  PIC  X(01)     VALUE SPACE.
       77  SW-ARQ-OBRIGATORIO          PIC  X(01)     VALUE 'N'.
           88  ARQ-OBRIGATORIO                          VALUE 'S'.
      *
      **** TIPOS DE AFASTAMENTO PROTEGIDOS CONTRA A EXCLUSAO: CADA UM
      **** PRECISA ESTAR NO DOMINIO DOS TIPOS ACEITOS (O DO CARTAO OU,
      **** EM BRANCO, O MESMO DEFAULT DO T99P2001).
       01  TIPOS-DOMINIO               PIC  X(20)     VALUE SPACES.
       01  TIPOS-PROTEG                PIC  X(20)     VALUE SPACES.
       77  IDX-TIPO-PROTEG             PIC  9(02)     VALUE 0.
       77  IDX-TIPO-DOMINIO            PIC  9(02)     VALUE 0.
       77  POS-TIPO-PROTEG             PIC  9(02)     VALUE 0.
       77  POS-TIPO-DOMINIO            PIC  9(02)     VALUE 0.
       77  SW-TIPO-NO-DOMINIO          PIC  X(01)     VALUE 'N'.
           88  TIPO-NO-DOMINIO                          VALUE 'S'.
       01  DTV-AREA.
           03  DTV-DATA                PIC  9(08).
           03  DTV-DATA-RED REDEFINES DTV-DATA.
           MOVE 'IDADE-MINIMA        ' TO CAMPO-NOME
           MOVE 900P-IDADE-MINIMA (1:3) TO CAMPO-NUM-3
           PERFORM 411000-CONFERE-NUM-3
           MOVE 'IDADE-MAX-DEP       ' TO CAMPO-NOME
           MOVE 900P-IDADE-MAX-DEP (1:3) TO CAMPO-NUM-3
           PERFORM 411000-CONFERE-NUM-3
           MOVE 'MATR-SOBREVIVE      ' TO CAMPO-NOME
           MOVE 900P-MATR-SOBREVIVE (1:7) TO CAMPO-NUM-7
           PERFORM 413000-CONFERE-NUM-7
           MOVE 'MATR-VITIMA         ' TO CAMPO-NOME
           MOVE 900P-MATR-VITIMA (1:7) TO CAMPO-NUM-7
           PERFORM 413000-CONFERE-NUM-7
           MOVE 'MATR-POSICAO        ' TO CAMPO-NOME
           MOVE 900P-MATR-POSICAO (1:7) TO CAMPO-NUM-7
           PERFORM 413000-CONFERE-NUM-7
           MOVE 'ANOS-ANONIMIZA      ' TO CAMPO-NOME
           MOVE 900P-ANOS-ANONIMIZA (1:3) TO CAMPO-NUM-3
           PERFORM 411000-CONFERE-NUM-3
           MOVE 'DIAS-AVISO-EXPER    ' TO CAMPO-NOME
           MOVE 900P-DIAS-AVISO-EXPER (1:3) TO CAMPO-NUM-3
           PERFORM 411000-CONFERE-NUM-3
           MOVE 'QTD-MATR-PEDIDA     ' TO CAMPO-NOME
           MOVE 900P-QTD-MATR-PEDIDA (1:3) TO CAMPO-NUM-3
           PERFORM 411000-CONFERE-NUM-3
           MOVE 'DIAS-RESERVA        ' TO CAMPO-NOME
           MOVE 900P-DIAS-RESERVA (1:3) TO CAMPO-NUM-3
           PERFORM 411000-CONFERE-NUM-3
      *
           MOVE 'DATA-COMPARACAO     ' TO CAMPO-NOME
           MOVE 900P-DATA-COMPARACAO (1:8) TO CAMPO-NUM-8
           MOVE 'DT-FIM-ABSENT       ' TO CAMPO-NOME
           MOVE 900P-DT-FIM-ABSENT (1:8) TO CAMPO-NUM-8
           PERFORM 420000-CONFERE-DATA
           MOVE 'DATA-POSICAO        ' TO CAMPO-NOME
           MOVE 900P-DATA-POSICAO (1:8) TO CAMPO-NUM-8
           PERFORM 420000-CONFERE-DATA
           MOVE 'DT-INI-TURNOVER     ' TO CAMPO-NOME
           MOVE 900P-DT-INI-TURNOVER (1:8) TO CAMPO-NUM-8
           PERFORM 420000-CONFERE-DATA
           MOVE 'DT-FIM-TURNOVER     ' TO CAMPO-NOME
           MOVE 900P-DT-FIM-TURNOVER (1:8) TO CAMPO-NUM-8
           PERFORM 420000-CONFERE-DATA
           MOVE 'DIAS-ALERTA-FERIAS  ' TO CAMPO-NOME
           MOVE 900P-DIAS-ALERTA-FERIAS (1:3) TO CAMPO-NUM-3
           PERFORM 411000-CONFERE-NUM-3
           MOVE 'DT-CORTE-FERIAS     ' TO CAMPO-NOME
           MOVE 900P-DT-CORTE-FERIAS (1:8) TO CAMPO-NUM-8
           PERFORM 420000-CONFERE-DATA
           MOVE 'DIAS-RETENCAO-EVT   ' TO CAMPO-NOME
           MOVE 900P-DIAS-RETENCAO-EVT (1:3) TO CAMPO-NUM-3
           PERFORM 411000-CONFERE-NUM-3
      *
           MOVE 'IGNORA-LOCK         ' TO CAMPO-NOME
           MOVE 900P-IGNORA-LOCK TO CAMPO-FLAG
           MOVE 'EXIGE-SELO          ' TO CAMPO-NOME
           MOVE 900P-EXIGE-SELO TO CAMPO-FLAG
           PERFORM 430000-CONFERE-FLAG
           MOVE 'ESTEIRA-MENSAL      ' TO CAMPO-NOME
           MOVE 900P-ESTEIRA-MENSAL TO CAMPO-FLAG
           PERFORM 430000-CONFERE-FLAG
           MOVE 'BAIXA-RESERVAS      ' TO CAMPO-NOME
           MOVE 900P-BAIXA-RESERVAS TO CAMPO-FLAG
           PERFORM 430000-CONFERE-FLAG
      *- - A ACAO SOBRE OS SUSPENSOS TEM DOMINIO PROPRIO: EM BRANCO
      *- - (SO LISTA), 'L' (LIBERA) OU 'D' (DESCARTA).
           MOVE 'ACAO-SUSPENSOS      ' TO CAMPO-NOME
                   TO 716S-PROB-DESC
              PERFORM 490000-GRAVA-PROBLEMA
           END-IF
      *- - A FILIAL DA DIGITACAO (T99P2023) TAMBEM: BRANCO, 1, 2, 3.
           MOVE 'FILIAL-DIGITACAO    ' TO CAMPO-NOME
           IF 900P-FILIAL-DIGITACAO NOT EQUAL SPACE AND
              900P-FILIAL-DIGITACAO NOT EQUAL '1' AND
              900P-FILIAL-DIGITACAO NOT EQUAL '2' AND
              900P-FILIAL-DIGITACAO NOT EQUAL '3'
              MOVE 'FILIAL FORA DO DOMINIO (BRANCO/1/2/3)       '
                   TO 716S-PROB-DESC
              PERFORM 490000-GRAVA-PROBLEMA
           END-IF
      *- - E A FILIAL QUE PEDE MATRICULAS AO T99P2032.
           MOVE 'FILIAL-PEDIDO       ' TO CAMPO-NOME
           IF 900P-FILIAL-PEDIDO NOT EQUAL SPACE AND
              900P-FILIAL-PEDIDO NOT EQUAL '1' AND
              900P-FILIAL-PEDIDO NOT EQUAL '2' AND
              900P-FILIAL-PEDIDO NOT EQUAL '3'
              MOVE 'FILIAL FORA DO DOMINIO (BRANCO/1/2/3)       '
                   TO 716S-PROB-DESC
              PERFORM 490000-GRAVA-PROBLEMA
           END-IF
      *- - E A CONTAGEM DE DIAS: BRANCO OU 'C' (CORRIDOS), 'U' (UTEIS).
           MOVE 'CONTAGEM-DIAS       ' TO CAMPO-NOME
           IF 900P-CONTAGEM-DIAS NOT EQUAL SPACE AND
              900P-CONTAGEM-DIAS NOT EQUAL 'C' AND
              900P-CONTAGEM-DIAS NOT EQUAL 'U'
              MOVE 'CONTAGEM FORA DO DOMINIO (BRANCO/C/U)       '
                   TO 716S-PROB-DESC
              PERFORM 490000-GRAVA-PROBLEMA
           END-IF
      *- - E OS TIPOS DE AFASTAMENTO PROTEGIDOS CONTRA A EXCLUSAO.
           IF 900P-TIPOS-AFAST-PROTEG NOT EQUAL SPACES
              PERFORM 435000-CONFERE-TIPOS-PROTEG
           END-IF
      *
      *- - ENTRADAS APONTADAS PELO CARTAO DEVEM EXISTIR EM DISCO;
      *- - NOME EM BRANCO SO E PROBLEMA QUANDO O CAMPO E DE ENTRADA
           MOVE 'ARQ-900S            ' TO CAMPO-NOME
           MOVE 900P-ARQ-900S TO CAMPO-ARQ
           PERFORM 400000-CONFERE-ARQUIVO
           MOVE 'ARQ-100L            ' TO CAMPO-NOME
           MOVE 900P-ARQ-100L TO CAMPO-ARQ
           PERFORM 400000-CONFERE-ARQUIVO
           MOVE 'ARQ-450E            ' TO CAMPO-NOME
           MOVE 900P-ARQ-450E TO CAMPO-ARQ
           PERFORM 400000-CONFERE-ARQUIVO
           MOVE 'ARQ-420E            ' TO CAMPO-NOME
           MOVE 900P-ARQ-420E TO CAMPO-ARQ
           PERFORM 400000-CONFERE-ARQUIVO
      *
           PERFORM 440000-CONFERE-DEPENDENCIAS
           .
                   TO 716S-PROB-DESC
              PERFORM 490000-GRAVA-PROBLEMA
           END-IF
           IF 900P-DT-INI-TURNOVER NUMERIC AND
              900P-DT-FIM-TURNOVER NUMERIC AND
              900P-DT-INI-TURNOVER NOT EQUAL ZEROES AND
              900P-DT-FIM-TURNOVER NOT EQUAL ZEROES AND
              900P-DT-FIM-TURNOVER LESS THAN 900P-DT-INI-TURNOVER
              MOVE 'DT-FIM-TURNOVER     ' TO CAMPO-NOME
              MOVE 'PERIODO DE ROTATIVIDADE INVERTIDO           '
                   TO 716S-PROB-DESC
              PERFORM 490000-GRAVA-PROBLEMA
           END-IF
           IF 900P-ACAO-SUSPENSOS EQUAL 'L' AND
              900P-ARQ-200Z-LIB EQUAL SPACES
              MOVE 'ACAO-SUSPENSOS      ' TO CAMPO-NOME
                   TO 716S-PROB-DESC
              PERFORM 490000-GRAVA-PROBLEMA
           END-IF
           IF (900P-FILIAL-DIGITACAO EQUAL '2' AND
               900P-ARQ-200E-2 EQUAL SPACES) OR
              (900P-FILIAL-DIGITACAO EQUAL '3' AND
               900P-ARQ-200E-3 EQUAL SPACES)
              MOVE 'FILIAL-DIGITACAO    ' TO CAMPO-NOME
              MOVE 'FILIAL SEM ARQ-200E-2/-3 NOMEADO NO CARTAO  '
                   TO 716S-PROB-DESC
              PERFORM 490000-GRAVA-PROBLEMA
           END-IF
      *- - PEDIDO DE MATRICULAS (T99P2032): A FILIAL PRECISA DE FAIXA
      *- - PROPRIA NO CARTAO E DE UMA QUANTIDADE PEDIDA.
           IF 900P-FILIAL-PEDIDO EQUAL '1' OR
              900P-FILIAL-PEDIDO EQUAL '2' OR
              900P-FILIAL-PEDIDO EQUAL '3'
              MOVE 'FILIAL-PEDIDO       ' TO CAMPO-NOME
              IF (900P-FILIAL-PEDIDO EQUAL '1' AND
                  900P-FAIXA-MATR-1-FIM (1:7) NOT GREATER '0000000') OR
                 (900P-FILIAL-PEDIDO EQUAL '2' AND
                  900P-FAIXA-MATR-2-FIM (1:7) NOT GREATER '0000000') OR
                 (900P-FILIAL-PEDIDO EQUAL '3' AND
                  900P-FAIXA-MATR-3-FIM (1:7) NOT GREATER '0000000')
                 MOVE 'FILIAL SEM FAIXA-MATR NO CARTAO             '
                      TO 716S-PROB-DESC
                 PERFORM 490000-GRAVA-PROBLEMA
              END-IF
              IF 900P-QTD-MATR-PEDIDA (1:3) EQUAL SPACES OR
                 900P-QTD-MATR-PEDIDA (1:3) EQUAL '000'
                 MOVE 'FILIAL SEM QTD-MATR-PEDIDA NO CARTAO        '
                      TO 716S-PROB-DESC
                 PERFORM 490000-GRAVA-PROBLEMA
              END-IF
           END-IF
      *- - EXECUCAO PARTICIONADA: BRANCO/00/01 = EXECUCAO UNICA; O
      *- - T99P2027 NAO DIVIDE EM MAIS DE 20 PARTICOES.
           IF 900P-QTD-PARTICOES (1:2) NOT EQUAL SPACES
              MOVE 'QTD-PARTICOES       ' TO CAMPO-NOME
              IF 900P-QTD-PARTICOES NOT NUMERIC
                 MOVE 'CONTEUDO NAO NUMERICO (COLUNA DESLOCADA?)   '
                      TO 716S-PROB-DESC
                 PERFORM 490000-GRAVA-PROBLEMA
              ELSE
                 IF 900P-QTD-PARTICOES GREATER THAN 20
                    MOVE 'MAIS DE 20 PARTICOES PEDIDAS AO T99P2027    '
                         TO 716S-PROB-DESC
                    PERFORM 490000-GRAVA-PROBLEMA
                 END-IF
              END-IF
           END-IF
      *- - ANO DO CALENDARIO CONFERIDO PELO T99P2030: BRANCO/ZERO =
      *- - ANO CORRENTE; SENAO UM ANO DA CONTAGEM DE DIAS (1601+).
           IF 900P-ANO-CALENDARIO (1:4) NOT EQUAL SPACES
              MOVE 'ANO-CALENDARIO      ' TO CAMPO-NOME
              IF 900P-ANO-CALENDARIO NOT NUMERIC
                 MOVE 'CONTEUDO NAO NUMERICO (COLUNA DESLOCADA?)   '
                      TO 716S-PROB-DESC
                 PERFORM 490000-GRAVA-PROBLEMA
              ELSE
                 IF 900P-ANO-CALENDARIO NOT EQUAL ZEROES AND
                    900P-ANO-CALENDARIO LESS THAN 1601
                    MOVE 'ANO FORA DO CALENDARIO                      '
                         TO 716S-PROB-DESC
                    PERFORM 490000-GRAVA-PROBLEMA
                 END-IF
              END-IF
           END-IF
      *- - CONTAGEM EM DIAS UTEIS: O CALENDARIO DEFAULT TAMBEM PRECISA
      *- - EXISTIR (O NOMEADO JA FOI CONFERIDO ACIMA).
           IF 900P-CONTAGEM-DIAS EQUAL 'U' AND
              900P-ARQ-420E EQUAL SPACES
              MOVE 'CONTAGEM-DIAS       ' TO CAMPO-NOME
              MOVE 'T99F420E.txt' TO CAMPO-ARQ
              PERFORM 400000-CONFERE-ARQUIVO
           END-IF
           .
       440999-SAIDA. EXIT.
      *-----------------------------
       435000-CONFERE-TIPOS-PROTEG SECTION.
      *-----------------------------
      **** CADA PAR DE LETRAS NAO BRANCO DO 900P-TIPOS-AFAST-PROTEG
      **** PRECISA EXISTIR NO DOMINIO DOS TIPOS DE AFASTAMENTO; UM
      **** TIPO FORA DELE NUNCA CHEGARIA AO T99F350S E A PROTECAO
      **** FICARIA SEM EFEITO SEM NINGUEM PERCEBER.
           MOVE 'TIPOS-AFAST-PROTEG  ' TO CAMPO-NOME
           MOVE 900P-TIPOS-AFAST-PROTEG TO TIPOS-PROTEG
           IF 900P-TIPOS-AFAST NOT EQUAL SPACES
              MOVE 900P-TIPOS-AFAST TO TIPOS-DOMINIO
           ELSE
              MOVE 'FEATLI' TO TIPOS-DOMINIO
           END-IF
           PERFORM VARYING IDX-TIPO-PROTEG FROM 1 BY 1
                   UNTIL IDX-TIPO-PROTEG GREATER THAN 10
                   COMPUTE POS-TIPO-PROTEG = IDX-TIPO-PROTEG * 2 - 1
                   IF TIPOS-PROTEG (POS-TIPO-PROTEG:2) NOT EQUAL SPACES
                      MOVE 'N' TO SW-TIPO-NO-DOMINIO
                      PERFORM VARYING IDX-TIPO-DOMINIO FROM 1 BY 1
                              UNTIL IDX-TIPO-DOMINIO GREATER THAN 10
                              COMPUTE POS-TIPO-DOMINIO =
                                      IDX-TIPO-DOMINIO * 2 - 1
                              IF TIPOS-DOMINIO (POS-TIPO-DOMINIO:2)
                                    EQUAL
                                 TIPOS-PROTEG (POS-TIPO-PROTEG:2)
                                 MOVE 'S' TO SW-TIPO-NO-DOMINIO
                              END-IF
                      END-PERFORM
                      IF NOT TIPO-NO-DOMINIO
                         MOVE
                         'TIPO PROTEGIDO FORA DOS TIPOS DE AFASTAMENTO'
                              TO 716S-PROB-DESC
                         PERFORM 490000-GRAVA-PROBLEMA
                      END-IF
                   END-IF
           END-PERFORM
           .
       435999-SAIDA. EXIT.
      *-----------------------------
       490000-GRAVA-PROBLEMA SECTION.
      *-----------------------------
           MOVE 'ARQ-400E            ' TO CAMPO-NOME
           MOVE 900P-ARQ-400E TO CAMPO-ARQ
           PERFORM 610000-GRAVA-VALOR
           MOVE 'ARQ-200H            ' TO CAMPO-NOME
           MOVE 900P-ARQ-200H TO CAMPO-ARQ
           PERFORM 610000-GRAVA-VALOR
           MOVE 'ARQ-450E            ' TO CAMPO-NOME
           MOVE 900P-ARQ-450E TO CAMPO-ARQ
           PERFORM 610000-GRAVA-VALOR
           MOVE 'ARQ-450S            ' TO CAMPO-NOME
           MOVE 900P-ARQ-450S TO CAMPO-ARQ
           PERFORM 610000-GRAVA-VALOR
           MOVE 'ARQ-725S            ' TO CAMPO-NOME
           MOVE 900P-ARQ-725S TO CAMPO-ARQ
           PERFORM 610000-GRAVA-VALOR
           MOVE 'ARQ-200C            ' TO CAMPO-NOME
           MOVE 900P-ARQ-200C TO CAMPO-ARQ
           PERFORM 610000-GRAVA-VALOR
           MOVE 'ARQ-726S            ' TO CAMPO-NOME
           MOVE 900P-ARQ-726S TO CAMPO-ARQ
           PERFORM 610000-GRAVA-VALOR
           MOVE 'ARQ-727S            ' TO CAMPO-NOME
           MOVE 900P-ARQ-727S TO CAMPO-ARQ
           PERFORM 610000-GRAVA-VALOR
           MOVE 'ARQ-728S            ' TO CAMPO-NOME
           MOVE 900P-ARQ-728S TO CAMPO-ARQ
           PERFORM 610000-GRAVA-VALOR
           MOVE 'ARQ-100W            ' TO CAMPO-NOME
           MOVE 900P-ARQ-100W TO CAMPO-ARQ
           PERFORM 610000-GRAVA-VALOR
           MOVE 'ARQ-420E            ' TO CAMPO-NOME
           MOVE 900P-ARQ-420E TO CAMPO-ARQ
           PERFORM 610000-GRAVA-VALOR
           MOVE 'ARQ-729S            ' TO CAMPO-NOME
           MOVE 900P-ARQ-729S TO CAMPO-ARQ
           PERFORM 610000-GRAVA-VALOR
           MOVE 'ARQ-350I            ' TO CAMPO-NOME
           MOVE 900P-ARQ-350I TO CAMPO-ARQ
           PERFORM 610000-GRAVA-VALOR
           MOVE 'ARQ-730S            ' TO CAMPO-NOME
           MOVE 900P-ARQ-730S TO CAMPO-ARQ
           PERFORM 610000-GRAVA-VALOR
           MOVE 'TIPOS-AFAST-PROTEG  ' TO CAMPO-NOME
           MOVE 900P-TIPOS-AFAST-PROTEG TO CAMPO-ARQ
           PERFORM 610000-GRAVA-VALOR
           MOVE 'ARQ-900N            ' TO CAMPO-NOME
           MOVE 900P-ARQ-900N TO CAMPO-ARQ
           PERFORM 610000-GRAVA-VALOR
           MOVE 'ARQ-731S            ' TO CAMPO-NOME
           MOVE 900P-ARQ-731S TO CAMPO-ARQ
           PERFORM 610000-GRAVA-VALOR
           MOVE 'ARQ-732S            ' TO CAMPO-NOME
           MOVE 900P-ARQ-732S TO CAMPO-ARQ
           PERFORM 610000-GRAVA-VALOR
           MOVE 'ARQ-733S            ' TO CAMPO-NOME
           MOVE 900P-ARQ-733S TO CAMPO-ARQ
           PERFORM 610000-GRAVA-VALOR
           MOVE 'ARQ-100M            ' TO CAMPO-NOME
           MOVE 900P-ARQ-100M TO CAMPO-ARQ
           PERFORM 610000-GRAVA-VALOR
           MOVE 'ARQ-734S            ' TO CAMPO-NOME
           MOVE 900P-ARQ-734S TO CAMPO-ARQ
           PERFORM 610000-GRAVA-VALOR
           .
       600999-SAIDA. EXIT.
      *-----------------------------
