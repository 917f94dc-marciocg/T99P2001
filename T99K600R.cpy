      **** T99F600R: RETORNO DA FOLHA DE PAGAMENTO (VIDE T99P2022):
      **** AS MATRICULAS QUE A FOLHA TEM NA DATA, EM ORDEM ASCENDENTE
      **** DE MATRICULA, COM A LOTACAO E A SITUACAO NA FOLHA ('D' =
      **** DESLIGADA; QUALQUER OUTRA = NA FOLHA, INCLUSIVE AFASTADA).
      **** CONFRONTADO COM O CADASTRO T99F100S E COM O T99F200A DA
      **** NOITE PARA SABER SE A FOLHA APLICOU O QUE FOI ENVIADO.
       01 600R-REGISTRO.
          03 600R-MATR               PIC 9(07).
          03 600R-LOTACAO            PIC X(04).
          03 600R-SITUACAO           PIC X(01).
             88 600R-DESLIGADO       VALUE 'D'.
          03 FILLER                  PIC X(08).
