      **** T99F500E: EVENTOS ESOCIAL DA NOITE (VIDE T99P2021), UM POR
      **** LINHA, PARA TRANSMISSAO: S-2200 ADMISSAO (INCLUSAO E
      **** REATIVACAO DO T99F200A), S-2206 ALTERACAO CONTRATUAL/
      **** CADASTRAL, S-2299 DESLIGAMENTO E S-2230 AFASTAMENTO (NOVO OU
      **** ALTERADO NO T99F350S, COM O MOTIVO JA TRADUZIDO PARA A
      **** TABELA 18 DO ESOCIAL). 500E-ID-EVENTO E O IDENTIFICADOR UNICO
      **** DO CONTROLE T99F900E; RETIFICACAO (IND-RETIF '2') LEVA O
      **** RECIBO DO EVENTO ORIGINAL.
       01 500E-REGISTRO.
          03 500E-ID-EVENTO          PIC 9(09).
          03 500E-TIPO-EVENTO        PIC X(06).
             88 500E-S2200           VALUE 'S-2200'.
             88 500E-S2206           VALUE 'S-2206'.
             88 500E-S2230           VALUE 'S-2230'.
             88 500E-S2299           VALUE 'S-2299'.
          03 500E-MATR               PIC 9(07).
          03 500E-CPF                PIC 9(11).
          03 500E-NOME               PIC X(30).
          03 500E-SEXO               PIC X(01).
          03 500E-EST-CIVIL          PIC X(01).
          03 500E-DT-NASCIMENTO      PIC 9(08).
          03 500E-DT-ADMISSAO        PIC 9(08).
          03 500E-LOTACAO            PIC X(04).
          03 500E-DT-EVENTO          PIC 9(08).
          03 500E-MOTIVO-AFAST       PIC X(02).
          03 500E-TIPO-AFAST         PIC X(02).
          03 500E-DT-INICIO-AFAST    PIC 9(08).
          03 500E-DT-FIM-AFAST       PIC 9(08).
          03 500E-IND-RETIF          PIC X(01).
             88 500E-ORIGINAL        VALUE '1'.
             88 500E-RETIFICACAO     VALUE '2'.
          03 500E-RECIBO-ORIGINAL    PIC X(23).
          03 FILLER                  PIC X(03).
