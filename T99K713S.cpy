      **** DE AFASTAMENTO POR MATRICULA DENTRO DO PERIODO APURADO,
      **** QUEBRADO POR LOTACAO COM SUBTOTAL, MAIS O TOTAL POR TIPO
      **** DE AFASTAMENTO -- A RESPOSTA QUE OS AUDITORES TRABALHISTAS
      **** PEDEM TODO ANO. 713S-CAB-02 SO SAI NA CONTAGEM EM DIAS
      **** UTEIS (900P-CONTAGEM-DIAS = 'U').
       01 713S-REGISTRO.
          03 713S-CAB-01.
             05 FILLER               PIC X(24)
             05 FILLER               PIC X(03) VALUE ' A '.
             05 713S-DATA-FIM        PIC 9(08).
             05 FILLER               PIC X(29) VALUE ' ***'.
          03 713S-CAB-02.
             05 FILLER               PIC X(31)
                 VALUE '*** DIAS UTEIS PELO CALENDARIO '.
             05 713S-CAB-ARQ-420E    PIC X(20).
             05 FILLER               PIC X(21) VALUE ' ***'.
          03 713S-CAB-LOT.
             05 FILLER               PIC X(08) VALUE 'LOTACAO '.
             05 713S-LOT-COD         PIC X(04).
