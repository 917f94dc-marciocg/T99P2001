      **** T99F450S: CADASTRO DE DEPENDENTES, CHAVEADO POR MATRICULA
      **** DO TITULAR + SEQ-DEP (ORDEM ASCENDENTE), COM HEADER (DATA
      **** DA EXECUCAO QUE O GEROU) E TRAILER (QUANTIDADE DE
      **** DEPENDENTES). GRAVADO PELO T99P2001 A PARTIR DO CADASTRO DA
      **** EXECUCAO ANTERIOR E DO MOVIMENTO T99F450E, CARREGANDO DE UMA
      **** EXECUCAO PARA A OUTRA OS DEPENDENTES DE CADA MATRICULA. O
      **** DEPENDENTE DE TITULAR EXCLUIDO (CMDO 03) FICA INATIVO ('I')
      **** ATE A MATRICULA SER REATIVADA OU O DEPENDENTE REMOVIDO.
       01 450S-REGISTRO.
          03 450S-REG                PIC X(80).
          03 450S-REG-HDR REDEFINES 450S-REG.
             05 FILLER               PIC X(07).
             05 450S-NOME-ARQ        PIC X(07).
             05 450S-AMD-ARQ         PIC 9(08).
             05 FILLER               PIC X(58).
          03 450S-REG-DET REDEFINES 450S-REG.
             05 450S-MATR            PIC 9(07).
                88 450S-HDR          VALUE ZEROES.
                88 450S-TRL          VALUE 9999999.
             05 450S-SEQ-DEP         PIC 9(02).
             05 450S-NOME            PIC X(30).
             05 450S-CPF             PIC 9(11).
             05 450S-DT-NASC         PIC 9(08).
             05 450S-PARENTESCO      PIC 9(02).
      *- - SITUACAO: 'A' = ATIVO; 'I' = INATIVO (TITULAR EXCLUIDO),
      *- - COM A DATA EM QUE FOI INATIVADO EM 450S-DT-INATIVACAO.
             05 450S-SITUACAO        PIC X(01).
                88 450S-ATIVO        VALUE 'A'.
                88 450S-INATIVO      VALUE 'I'.
             05 450S-DT-INATIVACAO   PIC 9(08).
      *- - DATA DA ULTIMA INCLUSAO/ALTERACAO/MUDANCA DE SITUACAO.
             05 450S-DT-ATUALIZ      PIC 9(08).
             05 FILLER               PIC X(03).
          03 450S-REG-TRL REDEFINES 450S-REG.
             05 FILLER               PIC X(07).
             05 450S-QTD-DEP         PIC 9(07).
             05 FILLER               PIC X(66).
