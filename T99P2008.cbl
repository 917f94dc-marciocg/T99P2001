      *REMARKS. REGRAVADO SEM AS MATRICULAS EXPURGADAS. TUDO SAI NO
      *REMARKS. RELATORIO T99L709S.
      *DATE-WRITTEN. 27/06/2026.
      *VERSAO 003-MARCIO CONC-15/10/2026-REGISTRO DO ARQUIVO-MORTO
      *VERSAO 003-MARCIO CONC-15/10/2026-NASCE SEM A MARCA DE ANONIMO.
      *VERSAO 002-MARCIO CONC-04/07/2026-LAYOUT V2 DO CADASTRO (90
      *VERSAO 002-MARCIO CONC-04/07/2026-BYTES) E DO ARQUIVO-MORTO.
      *VERSAO 001-MARCIO CONC-27/06/2026-IMPLANTACAO.
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
                                               '*** T99P2008 ***'.
       77  CTE-VERS                    PIC  X(06)     VALUE 'VRS003'.
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
           MOVE 100S-CMDO       TO 100D-CMDO
           MOVE 100S-SEQ        TO 100D-SEQ
           MOVE DT-EXCL-CORR    TO 100D-DT-EXCLUSAO
           MOVE SPACE           TO 100D-SW-ANONIMO
           MOVE ZEROES          TO 100D-DT-ANONIMIZACAO
           WRITE 100D-REGISTRO-FD FROM 100D-REGISTRO
           ADD 1 TO CNT-EXPURGADOS
           MOVE SPACES          TO 709S-LIN-DET
