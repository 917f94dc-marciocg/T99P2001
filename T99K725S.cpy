      **** T99L725S: QUADRO DE VAGAS POR LOTACAO (VIDE T99P2025): UMA
      **** LINHA POR LOTACAO DO T99F400E (E POR LOTACAO ENCONTRADA NA
      **** BASE SEM CADASTRO), COM O QUADRO AUTORIZADO, O EFETIVO
      **** ATIVO, QUANTOS DELES ESTAO AFASTADOS NA DATA, AS VAGAS
      **** (AUTORIZADO MENOS ATIVO; NEGATIVO = QUADRO EXCEDIDO) E A
      **** SITUACAO; NO FIM, OS TOTAIS AMARRADOS A BASE.
       01 725S-REGISTRO.
          03 725S-CAB-01.
             05 FILLER               PIC X(40)
                VALUE '*** QUADRO DE VAGAS POR LOTACAO ***'.
             05 725S-CAB-DATA        PIC 9(08).
             05 FILLER               PIC X(24).
          03 725S-CAB-02.
             05 FILLER               PIC X(28)
                VALUE 'LOT  DESCRICAO'.
             05 FILLER               PIC X(28)
                VALUE 'AUTOR. ATIVOS AFAST.   VAGAS'.
             05 FILLER               PIC X(16)
                VALUE ' SITUACAO'.
          03 725S-LIN-DET.
             05 725S-LOTACAO         PIC X(04).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 725S-DESC            PIC X(22).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 725S-AUTORIZADO      PIC ZZ.ZZ9.
             05 725S-AUTORIZADO-X REDEFINES 725S-AUTORIZADO
                                     PIC X(06).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 725S-ATIVOS          PIC ZZ.ZZ9.
             05 FILLER               PIC X(01) VALUE SPACE.
             05 725S-AFASTADOS       PIC ZZ.ZZ9.
             05 FILLER               PIC X(01) VALUE SPACE.
             05 725S-VAGAS           PIC ---.--9.
             05 725S-VAGAS-X REDEFINES 725S-VAGAS
                                     PIC X(07).
             05 FILLER               PIC X(01) VALUE SPACE.
             05 725S-SITUACAO        PIC X(10).
             05 FILLER               PIC X(05) VALUE SPACES.
          03 725S-LIN-TOT.
             05 FILLER               PIC X(06).
             05 725S-TOT-DESC        PIC X(28).
             05 FILLER               PIC X(02).
             05 725S-TOT-QTDE        PIC Z.ZZZ.ZZ9.
             05 FILLER               PIC X(27).
          03 725S-FIM-REL.
             05 FILLER               PIC X(72)
                                       VALUE ALL '*** FIM RELATORIO '.
          03 725S-LIN-HIFEN.
             05 FILLER               PIC X(72) VALUE ALL '-'.
