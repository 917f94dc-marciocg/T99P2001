      *REMARKS. ORDEM DOS DEPARTAMENTOS (CODIGO OU DESCRICAO) E FILTRO
      *REMARKS. DE UMA UNICA LOTACAO PARAMETRIZADOS VIA T99F900P.
      *DATE-WRITTEN. 02/09/2026.
      *VERSAO 002-MARCIO CONC-15/10/2026-SUBTOTAL DE NAO EXCLUIDOS
      *VERSAO 002-MARCIO CONC-15/10/2026-(ATIVOS E AFASTADOS) POR
      *VERSAO 002-MARCIO CONC-15/10/2026-LOTACAO E NO TOTAL GERAL, O
      *VERSAO 002-MARCIO CONC-15/10/2026-EFETIVO FINAL DO T99P2033.
      *VERSAO 001-MARCIO CONC-02/09/2026-IMPLANTACAO.
      *
      *-----------------------------------------------------------------
      *
       FD  T99F400E
           BLOCK  0
           RECORD 40
           RECORDING F.
      *
       01  400E-REGISTRO-FD            PIC X(40).
      *
       FD  T99L711S
           BLOCK  0
      *
       FD  T99F900P
           BLOCK  0
           RECORD 1923
           RECORDING F.
      *
       01  900P-REGISTRO-FD            PIC X(1923).
      *
      **** ARQUIVO DE TRABALHO DO SORT: CHAVE DE ORDENACAO (CODIGO OU
      **** DESCRICAO DO DEPARTAMENTO, VIDE 900P-ORDEM-711S), LOTACAO E
      *-----------------------------------------------------------------
       77  CTE-PROG                    PIC  X(16)     VALUE
                                               '*** T99P2010 ***'.
       77  CTE-VERS                    PIC  X(06)     VALUE 'VRS002'.
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
       77  CNT-LISTADAS                PIC  9(07)     VALUE 0.
       77  CNT-LOTACAO                 PIC  9(07)     VALUE 0.
       77  CNT-LOT-DIFER               PIC  9(05)     VALUE 0.
      **** NAO EXCLUIDOS (ATIVOS E AFASTADOS): O EFETIVO DA
      **** ROTATIVIDADE POR LOTACAO (T99P2033).
       77  CNT-ATIVOS-LOTACAO          PIC  9(07)     VALUE 0.
       77  CNT-ATIVOS                  PIC  9(07)     VALUE 0.
      *
      **** TAB-AFAST: AFASTAMENTOS CORRENTES DO T99F350S, PARA A
      **** SITUACAO AFASTADO NA DATA (MESMO USO DO T99P2002).
              MOVE 100S-LOTACAO TO LOTACAO-CORRENTE
              MOVE 'N' TO SW-PRIMEIRA-LOT
              ADD 1 TO CNT-LOT-DIFER
              MOVE 0 TO CNT-LOTACAO CNT-ATIVOS-LOTACAO
              PERFORM 330000-GRAVA-CABEC-LOTACAO
           END-IF
           PERFORM 320000-GRAVA-DETALHE
           IF 100S-CMDO EQUAL 03
              MOVE 'EXCLUIDO    ' TO 711S-SITUACAO
           ELSE
              ADD 1 TO CNT-ATIVOS-LOTACAO
              ADD 1 TO CNT-ATIVOS
              PERFORM 360000-VERIFICA-AFASTAMENTO
              IF EM-AFASTAMENTO
                 MOVE SPACES TO 711S-SITUACAO
           MOVE 'EFETIVO DA LOTACAO  ' TO 711S-TOT-DESC
           MOVE CNT-LOTACAO           TO 711S-TOT-QTDE
           WRITE 711S-REGISTRO-FD FROM 711S-LIN-TOT
           MOVE SPACES                TO 711S-LIN-TOT
           MOVE 'NAO EXCLUIDOS DA LOTACAO' TO 711S-TOT-DESC
           MOVE CNT-ATIVOS-LOTACAO    TO 711S-TOT-QTDE
           WRITE 711S-REGISTRO-FD FROM 711S-LIN-TOT
           WRITE 711S-REGISTRO-FD FROM 711S-LIN-HIFEN
           .
       340999-SAIDA. EXIT.
           MOVE CNT-LISTADAS          TO 711S-TOT-QTDE
           WRITE 711S-REGISTRO-FD FROM 711S-LIN-TOT
           MOVE SPACES                TO 711S-LIN-TOT
           MOVE 'TOTAL NAO EXCLUIDOS' TO 711S-TOT-DESC
           MOVE CNT-ATIVOS            TO 711S-TOT-QTDE
           WRITE 711S-REGISTRO-FD FROM 711S-LIN-TOT
           MOVE SPACES                TO 711S-LIN-TOT
           MOVE 'REGISTROS NA BASE   ' TO 711S-TOT-DESC
           MOVE CNT-BASE              TO 711S-TOT-QTDE
           WRITE 711S-REGISTRO-FD FROM 711S-LIN-TOT
