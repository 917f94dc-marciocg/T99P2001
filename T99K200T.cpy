      **** T99F200T: ARQUIVO DE RETORNO DE UM ARQUIVO DE MOVIMENTO
      **** (PRINCIPAL OU DE FILIAL), GRAVADO PELO T99P2001 COM O NOME
      **** DO PROPRIO ARQUIVO DE ORIGEM TROCANDO A EXTENSAO POR
      **** '.RET.txt' (VIDE 900027-ABRE-RETORNOS). UMA LINHA POR
      **** MOVIMENTO RECEBIDO NAQUELE ARQUIVO, COM O SEQ ORIGINAL DO
      **** REGISTRO NO ARQUIVO DA FILIAL (ANTES DA MESCLA/RESSEQUENCIA
      **** DO PRE-SORT), O DESTINO FINAL E A OCORRENCIA DO T99L701S,
      **** PARA O SISTEMA DA FILIAL BAIXAR OU CORRIGIR OS SEUS
      **** REGISTROS SOZINHO. HEADER/TRAILER E SEQ PROPRIOS, COMO OS
      **** DEMAIS ARQUIVOS DE MOVIMENTO.
       01 200T-REGISTRO.
          03 200T-REG                PIC X(60).
          03 200T-REG-HDR REDEFINES 200T-REG.
             05 FILLER               PIC X(07).
             05 200T-NOME-ARQ        PIC X(08).
             05 200T-AMD-ARQ         PIC 9(08).
             05 200T-AMD-MVTO        PIC 9(08).
             05 200T-ARQ-ORIGEM      PIC X(20).
             05 200T-NUM-ARQ         PIC X(01).
             05 FILLER               PIC X(03).
             05 FILLER               PIC X(05).
          03 200T-REG-DET REDEFINES 200T-REG.
             05 200T-MATR            PIC 9(07).
                88 200T-HDR          VALUE ZEROES.
                88 200T-TRL          VALUE 9999999.
      *- - SEQ DO MOVIMENTO NO ARQUIVO ENVIADO PELA FILIAL.
             05 200T-SEQ-MVTO        PIC 9(05).
             05 200T-CMDO            PIC 9(02).
      *- - DESTINO FINAL DO MOVIMENTO: 'A' = APLICADO NO CADASTRO;
      *- - 'R' = REJEITADO SEM COPIA (A FILIAL CORRIGE E REENVIA);
      *- - 'C' = REJEITADO E COPIADO NO T99F200R (CORRIGIDO PELA
      *- - OPERACAO E RECICLADO, A FILIAL NAO REENVIA); 'P' = RETIDO NO
      *- - T99F200P ATE A DATA DE EFETIVACAO; 'Z' = RETIDO NO SUSPENSE
      *- - T99F200Z, SEJA A EXCLUSAO PARADA PELA GUARDA DE EXCLUSAO EM
      *- - MASSA, SEJA A INCLUSAO/REATIVACAO/TRANSFERENCIA QUE ESTOURA
      *- - O QUADRO DE VAGAS DA LOTACAO (OCORRENCIAS 070/170); 'X' =
      *- - RETIDO CANCELADO PORQUE A MATRICULA TERMINOU EXCLUIDA.
             05 200T-DESTINO         PIC X(01).
                88 200T-APLICADO     VALUE 'A'.
                88 200T-REJEITADO    VALUE 'R'.
                88 200T-RECICLADO    VALUE 'C'.
                88 200T-PENDENTE     VALUE 'P'.
                88 200T-SUSPENSO     VALUE 'Z'.
                88 200T-CANCELADO    VALUE 'X'.
             05 200T-COD-OCORR       PIC 9(03).
             05 200T-OCORR           PIC X(16).
             05 FILLER               PIC X(21).
             05 200T-SEQ             PIC 9(05).
          03 200T-REG-TRL REDEFINES 200T-REG.
             05 FILLER               PIC X(07).
             05 200T-SOMAT-SEQ       PIC 9(09).
             05 200T-QTD-DET         PIC 9(05).
             05 FILLER               PIC X(39).
