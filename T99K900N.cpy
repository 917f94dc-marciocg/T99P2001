      **** T99F900N: CONTROLE DA NUMERACAO DE MATRICULAS (VIDE
      **** T99P2032). DOIS TIPOS DE LINHA: 'U' = ULTIMA MATRICULA JA
      **** EMITIDA PARA A FILIAL (UMA POR FILIAL; A PROXIMA EMISSAO
      **** COMECA DEPOIS DELA, ENTAO NUMERO EMITIDO NUNCA VOLTA) E
      **** 'R' = MATRICULA EMITIDA E RESERVADA PARA A FILIAL, AINDA
      **** NAO VISTA NO CADASTRO. AS LINHAS 'U' VEM PRIMEIRO, EM ORDEM
      **** DE FILIAL, E DEPOIS AS 'R', EM ORDEM DE MATRICULA. A
      **** RESERVA QUE APARECE NO T99F100S (OU NO ARQUIVO-MORTO) SAI
      **** DO CONTROLE COMO UTILIZADA; A VENCIDA FICA ATE A BAIXA.
       01 900N-REGISTRO.
          03 900N-TIPO               PIC X(01).
             88 900N-ULTIMA          VALUE 'U'.
             88 900N-RESERVA         VALUE 'R'.
          03 900N-FILIAL             PIC X(01).
          03 900N-MATR               PIC 9(07).
      *- - 'U': DATA DA ULTIMA EMISSAO; 'R': DATA DA RESERVA.
          03 900N-DATA               PIC 9(08).
          03 FILLER                  PIC X(23).
