      **** T99L719S: RELATORIO DE ACESSO DO TITULAR (LGPD ART. 18,
      **** VIDE T99P2019): UM BLOCO COMPLETO POR CPF PEDIDO (CABECALHO,
      **** MATRICULAS, REGISTROS COMO DEPENDENTE, DADOS CADASTRAIS,
      **** HISTORICO DE SITUACAO, AFASTAMENTOS, ALTERACOES
      **** REGISTRADAS, DEPENDENTES DECLARADOS, TOTAIS E FIM), PARA
      **** SER ENTREGUE AO TITULAR SEPARADAMENTE.
       01 719S-REGISTRO.
          03 719S-CAB-01.
             05 FILLER               PIC X(40)
                VALUE '*** RELATORIO DE ACESSO DO TITULAR ***'.
             05 719S-CAB-DATA        PIC 9(08).
             05 FILLER               PIC X(24).
          03 719S-LIN-ACAO.
             05 719S-ACAO            PIC X(72).
          03 719S-LIN-TITULO.
             05 FILLER               PIC X(02) VALUE SPACES.
             05 719S-TITULO          PIC X(70).
          03 719S-LIN-DADO.
             05 FILLER               PIC X(04) VALUE SPACES.
             05 719S-DADO            PIC X(68).
          03 719S-LIN-TOT.
             05 FILLER               PIC X(06).
             05 719S-TOT-DESC        PIC X(28).
             05 FILLER               PIC X(02).
             05 719S-TOT-QTDE        PIC Z.ZZZ.ZZ9.
             05 FILLER               PIC X(27).
          03 719S-FIM-REL.
             05 FILLER               PIC X(72)
                                       VALUE ALL '*** FIM RELATORIO '.
          03 719S-LIN-HIFEN.
             05 FILLER               PIC X(72) VALUE ALL '-'.
