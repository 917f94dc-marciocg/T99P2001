      **** PARTIDA (ERRO FATAL 025 SEM SELO OU COM CONTEUDO MEXIDO).
          03 900P-ARQ-900S            PIC X(20).
          03 900P-EXIGE-SELO          PIC X(01).
      **** HISTORICO PERMANENTE DE MOVIMENTOS APLICADOS (T99F200H,
      **** VIDE T99K200H.CPY), GRAVADO EM EXTEND PELO T99P2001, E
      **** CAMPOS DO T99P2018 (POSICAO CADASTRAL NUMA DATA): MATRICULA
      **** E DATA DA POSICAO (AMBAS OBRIGATORIAS PARA AQUELE PROGRAMA)
      **** E NOME DO RELATORIO T99L718S.
          03 900P-ARQ-200H            PIC X(20).
          03 900P-MATR-POSICAO        PIC 9(07).
          03 900P-DATA-POSICAO        PIC 9(08).
          03 900P-ARQ-718S            PIC X(20).
      **** RELATORIO DE ACESSO DO TITULAR (LGPD ART. 18, VIDE
      **** T99P2019): LISTA DE CPFS A ATENDER (T99F100L, CPF E
      **** PROTOCOLO DO PEDIDO) E NOME DO RELATORIO T99L719S. CADA
      **** ATENDIMENTO E REGISTRADO NO LOG DE ACESSO (900P-ARQ-900A).
          03 900P-ARQ-100L            PIC X(20).
          03 900P-ARQ-719S            PIC X(20).
      **** ANONIMIZACAO DO ARQUIVO-MORTO (LGPD, VIDE T99P2020): PRAZO
      **** LEGAL DE GUARDA EM ANOS CONTADOS DA DATA DE EXCLUSAO
      **** (OBRIGATORIO PARA AQUELE PROGRAMA) E NOME DO RELATORIO DE
      **** CONFORMIDADE T99L720S.
          03 900P-ANOS-ANONIMIZA      PIC 9(03).
          03 900P-ARQ-720S            PIC X(20).
      **** EVENTOS ESOCIAL (T99P2021): ARQUIVO DE EVENTOS DA NOITE
      **** (T99F500E), CONTROLE PERMANENTE DE EVENTOS E RECIBOS
      **** (T99F900E), RETORNO DO GOVERNO A APLICAR (T99F900R,
      **** OPCIONAL) E NOME DO RELATORIO T99L721S.
          03 900P-ARQ-500E            PIC X(20).
          03 900P-ARQ-900E            PIC X(20).
          03 900P-ARQ-900R            PIC X(20).
          03 900P-ARQ-721S            PIC X(20).
      **** CONCILIACAO CADASTRO X FOLHA (T99P2022): RETORNO DA FOLHA
      **** DE PAGAMENTO (T99F600R, VIDE T99K600R.CPY) E NOME DO
      **** RELATORIO T99L722S.
          03 900P-ARQ-600R            PIC X(20).
          03 900P-ARQ-722S            PIC X(20).
      **** DIGITACAO DE MOVIMENTO (T99P2023): FILIAL QUE DIGITA ('1'
      **** = T99F200E PRINCIPAL, '2'/'3' = ARQUIVOS ADICIONAIS DE
      **** FILIAL; BRANCO = '1'), QUE ESCOLHE A FAIXA DE MATRICULA
      **** CONFERIDA E O ARQUIVO GRAVADO (ARQ-200E, ARQ-200E-2 OU
      **** ARQ-200E-3), E NOME DO ESPELHO DA DIGITACAO T99L723S.
          03 900P-FILIAL-DIGITACAO    PIC X(01).
          03 900P-ARQ-723S            PIC X(20).
      **** ESTEIRA NOTURNA (T99P2024): PASSO PELO QUAL A ESTEIRA
      **** REINICIA APOS UMA INTERRUPCAO (BRANCO = DO PRIMEIRO PASSO;
      **** LIMPAR DEPOIS DA EXECUCAO DE REINICIO), OVERRIDE DOS PASSOS
      **** DE FIM DE MES ('S' = RODA, 'N' = NAO RODA, BRANCO = SO NO
      **** ULTIMO DIA UTIL DO MES) E NOME DO LOG DA ESTEIRA T99L724S.
          03 900P-PASSO-REINICIO      PIC X(08).
          03 900P-ESTEIRA-MENSAL      PIC X(01).
          03 900P-ARQ-724S            PIC X(20).
      **** DEPENDENTES (T99P2001): MOVIMENTO DE DEPENDENTES DA NOITE
      **** (T99F450E, OPCIONAL), CADASTRO DE DEPENDENTES (T99F450S) E
      **** IDADE LIMITE DO FILHO/ENTEADO/TUTELADO (ZERO/BRANCO = 21
      **** ANOS).
          03 900P-ARQ-450E            PIC X(20).
          03 900P-ARQ-450S            PIC X(20).
          03 900P-IDADE-MAX-DEP       PIC 9(03).
      **** QUADRO DE VAGAS (T99P2025): NOME DO RELATORIO DE VAGAS POR
      **** LOTACAO T99L725S (O QUADRO AUTORIZADO VEM DO T99F400E).
          03 900P-ARQ-725S            PIC X(20).
      **** SANEAMENTO DO CADASTRO (T99P2026): RASCUNHO DAS ALTERACOES
      **** DE CORRECAO T99F200C (LAYOUT T99F200E, PARA REVISAO DO RH
      **** ANTES DE SUBMETER) E LISTA DE PENDENCIAS POR LOTACAO
      **** T99L726S.
          03 900P-ARQ-200C            PIC X(20).
          03 900P-ARQ-726S            PIC X(20).
      **** EXECUCAO PARTICIONADA DO BALANCED LINE (T99P2027/T99P2028):
      **** QUANTIDADE DE PARTICOES PEDIDA AO T99P2027 (00/01/BRANCO =
      **** EXECUCAO UNICA, MAXIMO 20) E NOME DO RELATORIO T99L727S.
      **** OS CAMPOS PART-* SAO PREENCHIDOS PELO T99P2027 NO CARTAO DE
      **** CADA PARTICAO (DIRETORIO PARTNN) E NUNCA NO CARTAO
      **** PRINCIPAL: NUMERO DA PARTICAO, FAIXA DE MATRICULA TRATADA E
      **** PREFIXO DO DIRETORIO DOS ARQUIVOS COMUNS ('../').
          03 900P-QTD-PARTICOES       PIC 9(02).
          03 900P-PART-NUM            PIC 9(02).
          03 900P-PART-MATR-INI       PIC 9(07).
          03 900P-PART-MATR-FIM       PIC 9(07).
          03 900P-PART-AREA           PIC X(08).
          03 900P-ARQ-727S            PIC X(20).
      **** AVISO DE VENCIMENTO DO CONTRATO DE EXPERIENCIA (T99P2029):
      **** JANELA EM DIAS A FRENTE DA DATA DO RELATORIO (BRANCO OU
      **** ZERO = DEFAULT DO PROGRAMA), NOME DO RELATORIO T99L728S E
      **** DO ARQUIVO DE AVISOS POR LOTACAO T99F100W.
          03 900P-DIAS-AVISO-EXPER    PIC 9(03).
          03 900P-ARQ-728S            PIC X(20).
          03 900P-ARQ-100W            PIC X(20).
      **** CALENDARIO DE DIAS UTEIS (MODULO T99S420C): CALENDARIO DE
      **** FERIADOS T99F420E, CRITERIO DE CONTAGEM DE DIAS DAS FERIAS
      **** NO T99P2000/T99P2001 E DO ABSENTEISMO NO T99P2012 ('U' =
      **** DIAS UTEIS; 'C' OU BRANCO = DIAS CORRIDOS, COMO SEMPRE
      **** FOI), ANO CONFERIDO PELO T99P2030 (ZERO/BRANCO = ANO
      **** CORRENTE) E NOME DO RELATORIO DE CONTROLE T99L729S.
          03 900P-ARQ-420E            PIC X(20).
          03 900P-CONTAGEM-DIAS       PIC X(01).
          03 900P-ANO-CALENDARIO      PIC 9(04).
          03 900P-ARQ-729S            PIC X(20).
      **** ENCAMINHAMENTO AO INSS (T99P2031): CONTROLE DOS CASOS JA
      **** INFORMADOS T99F350I (REGRAVADO TODA NOITE) E NOME DO
      **** RELATORIO T99L730S.
          03 900P-ARQ-350I            PIC X(20).
          03 900P-ARQ-730S            PIC X(20).
      **** EXCLUSAO X AFASTAMENTO (T99P2001): TIPOS DE AFASTAMENTO
      **** QUE IMPEDEM A EXCLUSAO DA MATRICULA ENQUANTO ESTIVEREM EM
      **** ABERTO (ESTABILIDADE), NO MESMO FORMATO DO 900P-TIPOS-AFAST
      **** (EX. 'ATLI'). EM BRANCO, VALE O DEFAULT DE WORKING-STORAGE.
          03 900P-TIPOS-AFAST-PROTEG  PIC X(20).
      **** NUMERACAO DE MATRICULAS (T99P2032): CONTROLE DA ULTIMA
      **** MATRICULA EMITIDA POR FILIAL E DAS RESERVAS EM ABERTO
      **** (T99F900N, REGRAVADO A CADA EXECUCAO), NOME DO RELATORIO
      **** T99L731S, FILIAL QUE PEDE O BLOCO ('1'/'2'/'3', DENTRO DA
      **** SUA FAIXA-MATR; BRANCO = SO O ACOMPANHAMENTO DAS RESERVAS),
      **** QUANTIDADE DE MATRICULAS PEDIDAS, DIAS PARA UMA RESERVA
      **** SEM USO SER COBRADA (ZERO/BRANCO = DEFAULT DO PROGRAMA) E
      **** FLAG 'S' QUE DA BAIXA NAS RESERVAS VENCIDAS LISTADAS (O
      **** NUMERO BAIXADO NUNCA E EMITIDO DE NOVO).
          03 900P-ARQ-900N            PIC X(20).
          03 900P-ARQ-731S            PIC X(20).
          03 900P-FILIAL-PEDIDO       PIC X(01).
          03 900P-QTD-MATR-PEDIDA     PIC 9(03).
          03 900P-DIAS-RESERVA        PIC 9(03).
          03 900P-BAIXA-RESERVAS      PIC X(01).
      **** ROTATIVIDADE POR LOTACAO (T99P2033): PERIODO APURADO
      **** (ZERO/BRANCO = DO PRIMEIRO DIA DO MES CORRENTE ATE A DATA
      **** DO RELATORIO) E NOME DO RELATORIO T99L732S.
          03 900P-DT-INI-TURNOVER     PIC 9(08).
          03 900P-DT-FIM-TURNOVER     PIC 9(08).
          03 900P-ARQ-732S            PIC X(20).
      **** FERIAS VENCIDAS E A VENCER (T99P2034): ALERTA PARA PRAZO
      **** DE CONCESSAO NOS PROXIMOS N DIAS (ZERO/BRANCO = 60), DATA
      **** DE CORTE (PERIODO JA VENCIDO COM PRAZO ANTERIOR A ELA NAO
      **** E LISTADO -- HISTORICO T99F350H INCOMPLETO ANTES DELA;
      **** ZERO/BRANCO = LISTA TODOS) E NOME DO RELATORIO T99L733S.
          03 900P-DIAS-ALERTA-FERIAS  PIC 9(03).
          03 900P-DT-CORTE-FERIAS     PIC 9(08).
          03 900P-ARQ-733S            PIC X(20).
      **** RESTAURACAO DO ARQUIVO-MORTO (T99P2035): LISTA DAS
      **** MATRICULAS A DEVOLVER AO CADASTRO (T99F100M, VIDE
      **** T99K100M.CPY) E NOME DO RELATORIO T99L734S.
          03 900P-ARQ-100M            PIC X(20).
          03 900P-ARQ-734S            PIC X(20).
      **** EVENTOS ESOCIAL (T99P2021): DIAS DE RETENCAO, CONTADOS DA
      **** GERACAO, DO EVENTO JA ACEITO NO CONTROLE T99F900E (MAIS
      **** ANTIGO SAI NA REGRAVACAO, SALVO O S-2230 DE AFASTAMENTO
      **** AINDA NO T99F350S, ORIGINAL DE UMA RETIFICACAO). ZERO/
      **** BRANCO = DEFAULT DE 365 DIAS.
          03 900P-DIAS-RETENCAO-EVT   PIC 9(03).
