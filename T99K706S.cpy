      **** T99L706S: RELATORIO DA OPERACAO DE BACKOUT (VIDE T99P2006):
      **** REGISTRA DE QUAL COPIA HISTORICA O T99F100S FOI RESTAURADO,
      **** QUANTOS REGISTROS VOLTARAM, AS LINHAS DE COMPENSACAO
      **** GRAVADAS NO HISTORICO T99F200H E OS MOVIMENTOS DE
      **** COMPENSACAO GERADOS A PARTIR DO T99L702A.
       01 706S-REGISTRO.
          03 706S-CAB-01.
             05 FILLER               PIC X(34)
