      *REMARKS. RECICLADOS); 'D' DESCARTA, REGRAVANDO O SUSPENSE
      *REMARKS. VAZIO (SO HEADER/TRAILER) PARA O LOTE NAO SER
      *REMARKS. LIBERADO DUAS VEZES. RETURN-CODE 4 QUANDO O SUSPENSE
      *REMARKS. ESTA VAZIO (NADA A REVISAR). O MESMO SUSPENSE RECEBE
      *REMARKS. AS ENTRADAS RETIDAS PELO QUADRO DE VAGAS DA LOTACAO
      *REMARKS. (MARCA 'Q'), LISTADAS COM O MOTIVO 'QUADRO VAGAS' E
      *REMARKS. LIBERADAS DO MESMO JEITO.
      *DATE-WRITTEN. 02/09/2026.
      *VERSAO 002-MARCIO CONC-15/10/2026-MOTIVO DA RETENCAO NA LISTAGEM
      *VERSAO 002-MARCIO CONC-15/10/2026-(EXCLUSAO EM MASSA OU QUADRO DE
      *VERSAO 002-MARCIO CONC-15/10/2026-VAGAS DA LOTACAO).
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       77  CTE-PROG                    PIC  X(16)     VALUE
                                               '*** T99P2013 ***'.
       77  CTE-VERS                    PIC  X(06)     VALUE 'VRS002'.
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
                    MOVE 200E-MATR TO 714S-MATR
                    MOVE 200E-NOME TO 714S-NOME
                    MOVE 200E-CMDO TO 714S-CMDO
                    IF 200E-LIBERADO-QUADRO
                       MOVE 'QUADRO VAGAS  ' TO 714S-MOTIVO
                    ELSE
                       MOVE 'EXCLUSAO MASSA' TO 714S-MOTIVO
                    END-IF
                    WRITE 714S-REGISTRO-FD FROM 714S-LIN-DET
           END-EVALUATE
           IF ACAO-LIBERAR
      *-----------------------------
           WRITE 714S-REGISTRO-FD FROM 714S-LIN-HIFEN
           MOVE SPACES                 TO 714S-LIN-TOT
           MOVE 'MOVIMENTOS SUSPENSOS'  TO 714S-TOT-DESC
           MOVE CNT-SUSPENSOS          TO 714S-TOT-QTDE
           WRITE 714S-REGISTRO-FD FROM 714S-LIN-TOT
           MOVE SPACES TO 714S-ACAO
