      **** DIURNO T99P2000 PARA BARRAR CODIGOS DE FANTASIA ANTES QUE
      **** POLUAM A ESTATISTICA DE FIM DE MES. ARQUIVO OPCIONAL: SE
      **** NAO EXISTIR, A CONFERENCIA E DISPENSADA COM AVISO.
      **** QUADRO DE VAGAS: 400E-QTD-AUTORIZADA E O EFETIVO ATIVO
      **** AUTORIZADO PARA A LOTACAO (EM BRANCO = SEM CONTROLE DE
      **** QUADRO; ZERO = QUADRO CONGELADO). O T99P2001 RETEM NO
      **** SUSPENSE T99F200Z A INCLUSAO, REATIVACAO OU TRANSFERENCIA
      **** QUE ESTOURARIA O QUADRO, E O T99P2025 LISTA AS VAGAS.
       01 400E-REGISTRO.
          03 400E-COD                PIC X(04).
          03 400E-DESC               PIC X(30).
          03 400E-ATIVO              PIC X(01).
             88 400E-ATIVA           VALUE 'S'.
          03 400E-QTD-AUTORIZADA     PIC 9(05).
