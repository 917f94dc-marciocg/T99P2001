      **** T99F100L: LISTA DE TITULARES A ATENDER NO RELATORIO DE
      **** ACESSO LGPD (VIDE T99P2019): UM CPF POR LINHA, COM O
      **** PROTOCOLO DO PEDIDO DO TITULAR (ART. 18), SEM CABECALHO/
      **** TRAILER E SEM EXIGENCIA DE ORDEM.
       01 100L-REGISTRO.
          03 100L-CPF                PIC 9(11).
          03 100L-PROTOCOLO          PIC X(20).
