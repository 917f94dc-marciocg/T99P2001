      **** ARQUIVO COM CPF EM CLARO -- DATA, HORA, NOME DO ARQUIVO E
      **** QUANTIDADE DE REGISTROS -- GRAVADA EM EXTEND (NUNCA
      **** SOBRESCRITA), PARA COMPROVACAO AOS AUDITORES DE PROTECAO
      **** DE DADOS. O MESMO LOG RECEBE UMA LINHA POR TITULAR
      **** ATENDIDO NO RELATORIO DE ACESSO LGPD (T99P2019), COM O
      **** PROTOCOLO DO PEDIDO (EM BRANCO NAS LINHAS DO EXTRATO), E
      **** UMA SEGUNDA LINHA COM O T99F450S QUANDO O ATENDIMENTO
      **** EXTRAIU DADOS DE DEPENDENTE.
       01 900A-LINHA.
          03 900A-DATA               PIC 9(08).
          03 FILLER                  PIC X(01) VALUE '|'.
          03 900A-ARQUIVO            PIC X(20).
          03 FILLER                  PIC X(01) VALUE '|'.
          03 900A-QTD-REG            PIC 9(07).
          03 FILLER                  PIC X(01) VALUE '|'.
          03 900A-PROTOCOLO          PIC X(20) VALUE SPACES.
