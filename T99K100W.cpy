      **** T99F100W: AVISOS DE VENCIMENTO DO CONTRATO DE EXPERIENCIA
      **** (VIDE T99P2029), UM REGISTRO POR MATRICULA E MARCO (45 OU
      **** 90 DIAS) DENTRO DA JANELA, DELIMITADO POR '|' COMO O
      **** EXTRATO T99F100X, EM ORDEM DE LOTACAO/VENCIMENTO PARA O
      **** ENVIO DO AVISO POR E-MAIL AO CHEFE DE CADA DEPARTAMENTO.
      **** DATA-REF = DATA DO RELATORIO; DIAS = DIAS RESTANTES ATE O
      **** VENCIMENTO (000 = VENCE HOJE); SITUACAO = BRANCO,
      **** 'AFASTADO XX' (AFASTAMENTO EM CURSO) OU 'AFAST.PER XX'
      **** (AFASTAMENTO DENTRO DO PERIODO DO CONTRATO).
       01 100W-LINHA.
          03 100W-DATA-REF           PIC 9(08).
          03 FILLER                  PIC X(01) VALUE '|'.
          03 100W-LOTACAO            PIC X(04).
          03 FILLER                  PIC X(01) VALUE '|'.
          03 100W-LOT-DESC           PIC X(30).
          03 FILLER                  PIC X(01) VALUE '|'.
          03 100W-MATR               PIC 9(07).
          03 FILLER                  PIC X(01) VALUE '|'.
          03 100W-NOME               PIC X(30).
          03 FILLER                  PIC X(01) VALUE '|'.
          03 100W-DT-ADMISSAO        PIC 9(08).
          03 FILLER                  PIC X(01) VALUE '|'.
          03 100W-MARCO              PIC 9(02).
          03 FILLER                  PIC X(01) VALUE '|'.
          03 100W-DT-VENCTO          PIC 9(08).
          03 FILLER                  PIC X(01) VALUE '|'.
          03 100W-DIAS               PIC 9(03).
          03 FILLER                  PIC X(01) VALUE '|'.
          03 100W-SITUACAO           PIC X(12).
