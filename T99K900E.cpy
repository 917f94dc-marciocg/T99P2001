      **** T99F900E: CONTROLE PERMANENTE DOS EVENTOS ESOCIAL (VIDE
      **** T99P2021): UMA LINHA POR EVENTO JA GERADO, COM O
      **** IDENTIFICADOR SEQUENCIAL, A CHAVE DO FATO (TIPO DO EVENTO,
      **** MATRICULA, DATA DO FATO E, NO S-2230, TIPO E FIM DO
      **** AFASTAMENTO), A SITUACAO E O RECIBO DEVOLVIDO PELO
      **** GOVERNO. FATO COM EVENTO GERADO OU ACEITO NAO E GERADO DE
      **** NOVO (REEXECUCAO OU REENVIO NAO DUPLICA); SO O REJEITADO
      **** VOLTA A SER GERADO, COM IDENTIFICADOR NOVO.
       01 900E-REGISTRO.
          03 900E-ID-EVENTO          PIC 9(09).
          03 900E-CHAVE.
             05 900E-TIPO-EVENTO     PIC X(06).
             05 900E-MATR            PIC 9(07).
             05 900E-DT-FATO         PIC 9(08).
             05 900E-TIPO-AFAST      PIC X(02).
             05 900E-DT-FIM-AFAST    PIC 9(08).
          03 900E-DT-GERACAO         PIC 9(08).
          03 900E-SITUACAO           PIC X(01).
             88 900E-GERADO          VALUE 'G'.
             88 900E-ACEITO          VALUE 'A'.
             88 900E-REJEITADO       VALUE 'R'.
          03 900E-RECIBO             PIC X(23).
