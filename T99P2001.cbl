      *KNOWN-BUGS. NEUTRALIZADO DESDE A VRS010 (900013/900014-SANEIA-
      *KNOWN-BUGS. NOME); MANTIDO AQUI COMO REGISTRO DA CAUSA-RAIZ.
      *DATE-WRITTEN. 15/10/2013.
      *VERSAO 048-MARCIO CONC-15/10/2026-EXCLUSAO CONFERIDA CONTRA OS
      *VERSAO 048-MARCIO CONC-15/10/2026-AFASTAMENTOS EM ABERTO: TIPO
      *VERSAO 048-MARCIO CONC-15/10/2026-PROTEGIDO (900P-TIPOS-AFAST-
      *VERSAO 048-MARCIO CONC-15/10/2026-PROTEG) REJEITA (072/172), OS
      *VERSAO 048-MARCIO CONC-15/10/2026-DEMAIS AVISAM (009); ALTERAR/
      *VERSAO 048-MARCIO CONC-15/10/2026-EXCLUIR RETIDO OU PENDENTE DE
      *VERSAO 048-MARCIO CONC-15/10/2026-MATRICULA EXCLUIDA CANCELADO
      *VERSAO 048-MARCIO CONC-15/10/2026-(010, DESTINO 'X' NO RETORNO).
      *VERSAO 047-MARCIO CONC-15/10/2026-CALENDARIO DE FERIADOS
      *VERSAO 047-MARCIO CONC-15/10/2026-T99F420E VIA MODULO T99S420C:
      *VERSAO 047-MARCIO CONC-15/10/2026-INICIO DE FERIAS NOS 2 DIAS
      *VERSAO 047-MARCIO CONC-15/10/2026-ANTES DE FERIADO OU DOMINGO
      *VERSAO 047-MARCIO CONC-15/10/2026-REJEITADO (169) E SALDO DE
      *VERSAO 047-MARCIO CONC-15/10/2026-FERIAS EM DIAS UTEIS QUANDO
      *VERSAO 047-MARCIO CONC-15/10/2026-900P-CONTAGEM-DIAS = 'U'.
      *VERSAO 046-MARCIO CONC-15/10/2026-EXECUCAO PARTICIONADA POR
      *VERSAO 046-MARCIO CONC-15/10/2026-FAIXA DE MATRICULA (900P-
      *VERSAO 046-MARCIO CONC-15/10/2026-PART-*, VIDE T99P2027/
      *VERSAO 046-MARCIO CONC-15/10/2026-T99P2028): ENTRADAS COMUNS
      *VERSAO 046-MARCIO CONC-15/10/2026-LIDAS POR INTEIRO, SO A
      *VERSAO 046-MARCIO CONC-15/10/2026-FAIXA DA PARTICAO TRATADA.
      *VERSAO 045-MARCIO CONC-15/10/2026-QUADRO DE VAGAS POR LOTACAO
      *VERSAO 045-MARCIO CONC-15/10/2026-(400E-QTD-AUTORIZADA): INCL.,
      *VERSAO 045-MARCIO CONC-15/10/2026-REATIVACAO E TRANSFERENCIA
      *VERSAO 045-MARCIO CONC-15/10/2026-QUE ESTOURAM O QUADRO VAO AO
      *VERSAO 045-MARCIO CONC-15/10/2026-SUSPENSE T99F200Z (070/170).
      *VERSAO 044-MARCIO CONC-15/10/2026-CADASTRO DE DEPENDENTES
      *VERSAO 044-MARCIO CONC-15/10/2026-(T99F450S) MANTIDO PELO
      *VERSAO 044-MARCIO CONC-15/10/2026-MOVIMENTO T99F450E NO BALANCED
      *VERSAO 044-MARCIO CONC-15/10/2026-LINE; DEPENDENTE INATIVADO COM
      *VERSAO 044-MARCIO CONC-15/10/2026-A EXCLUSAO DO TITULAR.
      *VERSAO 043-MARCIO CONC-15/10/2026-ARQUIVO DE RETORNO POR
      *VERSAO 043-MARCIO CONC-15/10/2026-ARQUIVO DE MOVIMENTO (.RET,
      *VERSAO 043-MARCIO CONC-15/10/2026-T99K200T): SEQ ORIGINAL,
      *VERSAO 043-MARCIO CONC-15/10/2026-DESTINO FINAL E OCORRENCIA DE
      *VERSAO 043-MARCIO CONC-15/10/2026-CADA MOVIMENTO RECEBIDO.
      *VERSAO 042-MARCIO CONC-15/10/2026-REGISTRO ANONIMIZADO DO
      *VERSAO 042-MARCIO CONC-15/10/2026-ARQUIVO-MORTO (T99P2020) FORA
      *VERSAO 042-MARCIO CONC-15/10/2026-DA DETECCAO DE READMISSAO.
      *VERSAO 041-MARCIO CONC-15/10/2026-HISTORICO PERMANENTE DE
      *VERSAO 041-MARCIO CONC-15/10/2026-MOVIMENTOS APLICADOS
      *VERSAO 041-MARCIO CONC-15/10/2026-(T99F200H, EXTEND, NUNCA
      *VERSAO 041-MARCIO CONC-15/10/2026-SOBRESCRITO) COM AS IMAGENS
      *VERSAO 041-MARCIO CONC-15/10/2026-ANTES/DEPOIS DO REGISTRO, PARA
      *VERSAO 041-MARCIO CONC-15/10/2026-A POSICAO NUMA DATA (T99P2018).
      *VERSAO 040-MARCIO CONC-02/09/2026-CONFERE O SELO DE VALIDACAO
      *VERSAO 040-MARCIO CONC-02/09/2026-DO T99P2000 (T99F900S) NA
      *VERSAO 040-MARCIO CONC-02/09/2026-PARTIDA QUANDO 900P-EXIGE-
      **** MASSA (VIDE 160000-AVALIA-GUARDA-EXCL): LAYOUT DE
      **** MOVIMENTO COM HEADER/TRAILER E SEQ PROPRIOS, REVISADO PELO
      **** SUPERVISOR NO T99P2013 E LIBERADO PARA A PROXIMA NOITE
      **** PELO MESMO CAMINHO DOS REJEITOS RECICLADOS. RECEBE TAMBEM
      **** OS MOVIMENTOS RETIDOS PELO QUADRO DE VAGAS (070/170, VIDE
      **** 398000), COM A MARCA 'Q' EM 200E-MARCA-QUADRO.
           SELECT T99F200Z ASSIGN TO DDN-200Z
               FILE STATUS IS FS-200Z
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99F350H ASSIGN TO DDN-350H
               FILE STATUS IS FS-350H
               ORGANIZATION IS LINE SEQUENTIAL.
      **** T99F200H: HISTORICO PERMANENTE DE MOVIMENTOS APLICADOS
      **** (VIDE T99K200H.CPY), GRAVADO EM EXTEND POR 477000 JUNTO COM
      **** CADA LINHA DO T99F200A.
           SELECT T99F200H ASSIGN TO DDN-200H
               FILE STATUS IS FS-200H
               ORGANIZATION IS LINE SEQUENTIAL.
      **** T99F200T/T99F200T2/T99F200T3: ARQUIVOS DE RETORNO DO
      **** ARQUIVO DE MOVIMENTO PRINCIPAL E DOS ADICIONAIS (FILIAIS
      **** 2/3), UMA LINHA POR MOVIMENTO RECEBIDO (VIDE T99K200T.CPY
      **** E 436000-GRAVA-RETORNO).
           SELECT T99F200T ASSIGN TO DDN-200T
               FILE STATUS IS FS-200T
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99F200T2 ASSIGN TO DDN-200T-2
               FILE STATUS IS FS-200T-2
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99F200T3 ASSIGN TO DDN-200T-3
               FILE STATUS IS FS-200T-3
               ORGANIZATION IS LINE SEQUENTIAL.
      **** T99F200W/T99F300W: COPIAS ORDENADAS E RESSEQUENCIADAS DOS
      **** ARQUIVOS DE MOVIMENTO, GERADAS PELO PRE-SORT (VIDE 150000)
      **** QUANDO A ENTRADA CHEGA FORA DE ORDEM DE MATRICULA; DDN-200E/
           SELECT T99F300W ASSIGN TO DDN-300W
               FILE STATUS IS FS-300W
               ORGANIZATION IS LINE SEQUENTIAL.
      **** T99F450E/T99F450S: MOVIMENTO DE DEPENDENTES DA NOITE
      **** (OPCIONAL) E CADASTRO DE DEPENDENTES (VIDE T99K450E.CPY,
      **** T99K450S.CPY E 390000-TRATA-DEPENDENTES). T99F450A E O
      **** CADASTRO DA EXECUCAO ANTERIOR, LIDO POR 900028 (O PROPRIO
      **** T99F450S OU A SUA COPIA .ANT).
           SELECT T99F450E ASSIGN TO DDN-450E
               FILE STATUS IS FS-450E
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99F450S ASSIGN TO DDN-450S
               FILE STATUS IS FS-450S
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T99F450A ASSIGN TO DDN-450A
               FILE STATUS IS FS-450A
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO 'SORTWK'.
      *
      *-----------------------------------------------------------------
      **** PONTO INTERROMPIDO EM VEZ DE REPROCESSAR O LOTE INTEIRO.
       FD  T99F900C
           BLOCK  0
           RECORD 4749
           RECORDING F.
      *
       01  900C-REGISTRO-FD            PIC X(4749).
      *
      **** T99L702A: TRILHA DE AUDITORIA DE ALTERACAO, UMA LINHA POR
      **** CAMPO MODIFICADO (MATRICULA, CAMPO, VALOR ANTES, VALOR DEPOIS).
      **** CTE-INTERVALO-CKPT EM WORKING-STORAGE.
       FD  T99F900P
           BLOCK  0
           RECORD 1923
           RECORDING F.
      *
       01  900P-REGISTRO-FD            PIC X(1923).
      *
       FD  T99F900L
           BLOCK  0
      *
       FD  T99F400E
           BLOCK  0
           RECORD 40
           RECORDING F.
      *
       01  400E-REGISTRO-FD            PIC X(40).
      *
       FD  T99F200W
           BLOCK  0
      *
       FD  T99L900A
           BLOCK  0
           RECORD 65
           RECORDING F.
      *
       01  900A-REGISTRO-FD            PIC X(65).
      *
       FD  T99F100D
           BLOCK  0
           RECORDING F.
      *
       01  350H-REGISTRO-FD            PIC X(25).
      *
       FD  T99F200H
           BLOCK  0
           RECORD 152
           RECORDING F.
      *
       01  200H-REGISTRO-FD            PIC X(152).
      *
       FD  T99F200T
           BLOCK  0
           RECORD 60
           RECORDING F.
      *
       01  200T-REGISTRO-FD            PIC X(60).
      *
       FD  T99F200T2
           BLOCK  0
           RECORD 60
           RECORDING F.
      *
       01  200T2-REGISTRO-FD           PIC X(60).
      *
       FD  T99F200T3
           BLOCK  0
           RECORD 60
           RECORDING F.
      *
       01  200T3-REGISTRO-FD           PIC X(60).
      *
       FD  T99F450E
           BLOCK  0
           RECORD 90
           RECORDING F.
      *
       01  450E-REGISTRO-FD            PIC X(90).
      *
       FD  T99F450S
           BLOCK  0
           RECORD 80
           RECORDING F.
      *
       01  450S-REGISTRO-FD            PIC X(80).
      *
       FD  T99F450A
           BLOCK  0
           RECORD 80
           RECORDING F.
      *
       01  450A-REGISTRO-FD            PIC X(80).
      *
      **** ARQUIVO DE TRABALHO DO SORT: MESMO DESENHO DE 60 BYTES DOS
      **** MOVIMENTOS, COM A MATRICULA (1-7) COMO CHAVE PRIMARIA E O
      *-----------------------------------------------------------------
       77  CTE-PROG                    PIC  X(16)     VALUE
                                               '*** T99P2001 ***'.
       77  CTE-VERS                    PIC  X(06)     VALUE 'VRS048'.
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
            COPY 'T99K100D.cpy'.
            COPY 'T99K100R.cpy'.
            COPY 'T99K900S.cpy'.
            COPY 'T99K200H.cpy'.
            COPY 'T99K200T.cpy'.
            COPY 'T99K450E.cpy'.
            COPY 'T99K450S.cpy'.
            COPY 'T99K420C.cpy'.
      *{{  FIM BOOKS  }}
       01  TABELA-FIXA.
           03  FILLER                PIC X(09)     VALUE ' JANEIRO'.
       77  FS-100D                     PIC  XX.
       77  FS-100R                     PIC  XX.
       77  FS-900S                     PIC  XX.
       77  FS-200H                     PIC  XX.
       77  FS-200T                     PIC  XX.
       77  FS-200T-2                   PIC  XX.
       77  FS-200T-3                   PIC  XX.
       77  FS-450E                     PIC  XX.
       77  FS-450S                     PIC  XX.
       77  FS-450A                     PIC  XX.
       77  HORA-SISTEMA                PIC  9(06)     VALUE 0.
       77  SW-LOCK-OBTIDO              PIC  X(01)     VALUE 'N'.
           88  LOCK-OBTIDO                              VALUE 'S'.
       77  DT-CORTE-FIM                PIC  9(08)     VALUE 0.
       77  SW-SALDO-FE-OK              PIC  X(01)     VALUE 'S'.
           88  SALDO-FE-OK                              VALUE 'S'.
      **** CALENDARIO DE DIAS UTEIS (MODULO T99S420C, VIDE 904100):
      **** COM 900P-CONTAGEM-DIAS = 'U' OS DIAS DE FERIAS DO SALDO
      **** SAO DIAS UTEIS DA LOTACAO DA MATRICULA (LOTACAO-FERIAS) E
      **** O LIMITE DEFAULT PASSA A 22 (OS 30 CORRIDOS DA CLT EM
      **** SEMANAS DE SEGUNDA A SEXTA), SALVO 900P-DIAS-FERIAS
      **** INFORMADO. O INICIO DE FERIAS NOS 2 DIAS QUE ANTECEDEM
      **** FERIADO OU DOMINGO E REJEITADO COM 169 (ART. 134 PAR. 3 DA
      **** CLT) EM QUALQUER CRITERIO DE CONTAGEM. MODULO AUSENTE
      **** DESLIGA AS DUAS COISAS COM AVISO (CONTAGEM EM CORRIDOS).
       77  DDN-420E                    PIC  X(20)     VALUE
                                               'T99F420E.txt'.
       77  SW-CONTAGEM-DIAS            PIC  X(01)     VALUE 'C'.
           88  CONTAGEM-UTEIS                           VALUE 'U'.
       77  SW-CALENDARIO               PIC  X(01)     VALUE 'N'.
           88  CALENDARIO-ATIVO                         VALUE 'S'.
       77  SW-LIMITE-FE-CARTAO         PIC  X(01)     VALUE 'N'.
           88  LIMITE-FE-DO-CARTAO                      VALUE 'S'.
       77  SW-INICIO-FE-OK             PIC  X(01)     VALUE 'S'.
           88  INICIO-FE-OK                             VALUE 'S'.
       77  LOTACAO-FERIAS              PIC  X(04)     VALUE SPACES.
       77  QTD-FE-HIST                 PIC  9(05)     VALUE 0.
       77  IDX-FE-HIST                 PIC  9(05)     VALUE 0.
       77  SW-FIM-350H-PRE             PIC  X(01)     VALUE 'N'.
       77  CNT-SEQ-200A                PIC  9(05)     VALUE 1.
       77  SMT-SEQ-200A                PIC  9(09)     VALUE 1.
       77  CMDO-MVTO-APLICADO          PIC  9(02)     VALUE 0.
      **** HISTORICO PERMANENTE (T99F200H): CADA LINHA DO T99F200A SAI
      **** TAMBEM AQUI, COM A IMAGEM ANTES (O GD-100E DA MESMA
      **** MATRICULA, QUANDO ELA EXISTIA NA BASE) E A IMAGEM DEPOIS
      **** (O REGISTRO RECEM-MONTADO NO 100S-REGISTRO). O T99F200A
      **** SEGUE SENDO O DELTA DA NOITE; ESTE NAO E TRUNCADO NUNCA.
       77  DDN-200H                    PIC  X(20)     VALUE
                                               'T99F200H.txt'.
      **** DEPENDENTES: O CADASTRO DA EXECUCAO ANTERIOR E PRESERVADO
      **** EM BASE + '.ANT.txt' (VIDE 900028) ANTES DE O T99F450S SER
      **** REABERTO EM OUTPUT; DDN-450A APONTA PARA O ARQUIVO DE ONDE
      **** A TABELA TAB-DEP-ANT E CARREGADA.
       77  DDN-450E                    PIC  X(20)     VALUE
                                               'T99F450E.txt'.
       77  DDN-450S                    PIC  X(20)     VALUE
                                               'T99F450S.txt'.
       77  DDN-450S-BASE               PIC  X(20)     VALUE SPACES.
       77  DDN-450S-ANT                PIC  X(30)     VALUE SPACES.
       77  DDN-450A                    PIC  X(30)     VALUE SPACES.
      **** ARQUIVOS DE RETORNO (T99F200T*): O NOME DE CADA UM SAI DO
      **** NOME DO SEU ARQUIVO DE MOVIMENTO (BASE + '.RET.txt'), E O SEQ
      **** ORIGINAL DE CADA MOVIMENTO, PERDIDO NA RENUMERACAO DO
      **** PRE-SORT (152000), FICA GUARDADO EM TAB-SEQ-ORIG PELO SEQ
      **** NOVO. A TABELA E REMONTADA A CADA EXECUCAO (O PRE-SORT RODA
      **** TAMBEM NO REINICIO); SEU LIMITE E O DO PROPRIO SEQ.
      **** RECICLADOS E PENDENTES LIBERADOS NAO TEM RETORNO: A FILIAL
      **** JA RECEBEU O DESTINO DELES ('C'/'P'/'Z') NA NOITE EM QUE
      **** FORAM ENVIADOS.
       77  DDN-200T                    PIC  X(30)     VALUE SPACES.
       77  DDN-200T-2                  PIC  X(30)     VALUE SPACES.
       77  DDN-200T-3                  PIC  X(30)     VALUE SPACES.
       77  DDN-200T-BASE               PIC  X(20)     VALUE SPACES.
       77  SBS-RET                     PIC  9(01)     VALUE 1.
       77  RET-SEQ-MVTO                PIC  9(05)     VALUE 0.
       77  RET-MATR-MVTO               PIC  9(07)     VALUE 0.
       77  RET-CMDO-MVTO               PIC  9(02)     VALUE 0.
       01  TAB-RET-GERAL.
           03  TAB-RET-ARQ  OCCURS 3 TIMES.
               05  TAB-RET-ABERTO      PIC  X(01).
               05  CNT-SEQ-200T        PIC  9(05).
               05  SMT-SEQ-200T        PIC  9(09).
       77  SW-SEQ-ORIG                 PIC  X(01)     VALUE 'N'.
           88  SEQ-ORIG-TABELADO                        VALUE 'S'.
       77  QTD-SEQ-ORIG                PIC  9(05)     VALUE 0.
       01  TAB-SEQ-ORIG-GERAL.
           03  TAB-SEQ-ORIG  OCCURS  99999  TIMES PIC  9(05).
       77  SW-PEND-200E                PIC  X(01)     VALUE 'N'.
           88  RECEBE-PENDENTES                         VALUE 'S'.
       77  SW-RELE-200E                PIC  X(01)     VALUE 'N'.
       77  VAL-DT-EFET                 PIC  X(08)     VALUE SPACES.
       77  CNT-SEQ-200P                PIC  9(05)     VALUE 1.
       77  SMT-SEQ-200P                PIC  9(09)     VALUE 1.
      **** MOVIMENTOS RETIDOS NA NOITE AGUARDANDO A GRAVACAO NO
      **** T99F200P (VIDE 225000/226500): SO SAO GRAVADOS DEPOIS QUE A
      **** SITUACAO FINAL DA MATRICULA E CONHECIDA, PARA QUE O ALTERAR/
      **** EXCLUIR FUTURO DE UMA MATRICULA QUE TERMINA A NOITE EXCLUIDA
      **** SEJA CANCELADO (010) EM VEZ DE DISPARAR SEMANAS DEPOIS. UM
      **** REATIVAR RETIDO DA MESMA MATRICULA PRESERVA OS DEMAIS.
       77  QTD-RETIDOS                 PIC  9(05)     VALUE 0.
       77  IDX-RETIDO                  PIC  9(05)     VALUE 0.
       77  IDX-RETIDO-FICA             PIC  9(05)     VALUE 0.
       77  SW-DESCARGA-RETIDOS         PIC  X(01)     VALUE 'T'.
           88  DESCARGA-PARCIAL                         VALUE 'P'.
           88  DESCARGA-TOTAL                           VALUE 'T'.
           88  DESCARGA-CHAVE                           VALUE 'C'.
       77  SW-RETIDO-DESTINO           PIC  X(01)     VALUE 'G'.
           88  RETIDO-GRAVA                             VALUE 'G'.
           88  RETIDO-CANCELA                           VALUE 'C'.
           88  RETIDO-FICA                              VALUE 'F'.
       77  SW-RETIDO-REATIVA           PIC  X(01)     VALUE 'N'.
           88  RETIDO-COM-REATIVAR                      VALUE 'S'.
       77  IDX-RETIDO-BUSCA            PIC  9(05)     VALUE 0.
       01  TAB-RETIDO-GERAL.
           03  TAB-RET-ENT  OCCURS  2000  TIMES.
               05  TAB-RET-REG         PIC  X(90).
               05  TAB-RET-RED REDEFINES TAB-RET-REG.
                   07  TAB-RET-MATR    PIC  9(07).
                   07  TAB-RET-NOME    PIC  X(30).
                   07  FILLER          PIC  X(33).
                   07  TAB-RET-ORIGEM  PIC  X(01).
                   07  FILLER          PIC  X(12).
                   07  TAB-RET-CMDO    PIC  9(02).
                   07  TAB-RET-SEQ     PIC  9(05).
      **** ARQUIVOS DE MOVIMENTO ADICIONAIS (FILIAIS) E CONTABILIDADE
      **** POR ORIGEM (1 = PRINCIPAL, 2/3 = ADICIONAIS, 4 = RECICLADO):
      **** ACEITOS (OCORRENCIAS 001-004) E REJEITADOS (080/09X/18X/
               05  TAB-AFAST-FIM       PIC  9(08).
               05  TAB-AFAST-USADO     PIC  X(01).
      *
      **** DEPENDENTES (VIDE 390000-TRATA-DEPENDENTES): TAB-DEP-ANT
      **** GUARDA O CADASTRO T99F450S DA EXECUCAO ANTERIOR (900028),
      **** CONSUMIDO EM ORDEM DE MATRICULA A PARTIR DE IDX-DEP-PROX; OS
      **** DEPENDENTES DA MATRICULA DA VEZ SAO MONTADOS EM TAB-DM,
      **** INDEXADA PELO PROPRIO SEQ-DEP, ONDE O MOVIMENTO T99F450E E A
      **** SITUACAO DO TITULAR (SW-SIT-TITULAR) SAO APLICADOS ANTES DA
      **** GRAVACAO. IDADE-MAX-DEP (900P-IDADE-MAX-DEP, DEFAULT 21) E A
      **** IDADE LIMITE DO FILHO/ENTEADO/TUTELADO NA DATA-SISTEMA.
       77  QTD-DEP-ANT                 PIC  9(05)     VALUE 0.
       77  IDX-DEP-PROX                PIC  9(05)     VALUE 1.
       77  LIM-DEP-MATR                PIC  9(07)     VALUE 0.
       77  LIM-DEP-CKPT                PIC  9(07)     VALUE 0.
       77  IDX-DM                      PIC  9(03)     VALUE 0.
       77  IDADE-MAX-DEP               PIC  9(03)     VALUE 21.
       77  IDADE-DEP                   PIC  9(03)     VALUE 0.
       77  COD-OCORR-DEP               PIC  9(03)     VALUE 0.
       77  CNT-SEQ-450E                PIC  9(05)     VALUE 1.
       77  SMT-SEQ-450E                PIC  9(09)     VALUE 1.
       77  GD-450E-SEQ                 PIC  9(05)     VALUE 0.
       77  GD-450E-MATR                PIC  9(07)     VALUE 0.
       77  QTD-450S                    PIC  9(07)     VALUE 0.
       77  SW-TEM-450E                 PIC  X(01)     VALUE 'N'.
           88  TEM-450E                                 VALUE 'S'.
       77  SW-450E-FORA-ORDEM          PIC  X(01)     VALUE 'N'.
           88  450E-FORA-ORDEM                          VALUE 'S'.
       77  SW-SIT-TITULAR              PIC  X(01)     VALUE 'N'.
           88  TITULAR-ATIVO                            VALUE 'A'.
           88  TITULAR-EXCLUIDO                         VALUE 'X'.
           88  TITULAR-INEXISTENTE                      VALUE 'N'.
       77  SW-DM-USADO                 PIC  X(01)     VALUE 'N'.
           88  DM-USADO                                 VALUE 'S'.
       77  SW-FIM-450A                 PIC  X(01)     VALUE 'N'.
           88  EH-FIM-450A                              VALUE 'S'.
       77  SW-450A-EXISTE              PIC  X(01)     VALUE 'N'.
           88  450A-EXISTE                              VALUE 'S'.
       77  SW-450A-COMPLETO            PIC  X(01)     VALUE 'N'.
           88  450A-COMPLETO                            VALUE 'S'.
       77  SW-FIM-DEP-CHAVE            PIC  X(01)     VALUE 'N'.
           88  FIM-DEP-CHAVE                            VALUE 'S'.
       01  DEP-DT-NASC-GRP.
           03  DEP-DT-NASC             PIC  9(08).
           03  DEP-DT-NASC-RED REDEFINES DEP-DT-NASC.
               05  DEP-NASC-AA         PIC  9(04).
               05  DEP-NASC-MMDD       PIC  9(04).
       01  DEP-DT-REF-GRP.
           03  DEP-DT-REF              PIC  9(08).
           03  DEP-DT-REF-RED REDEFINES DEP-DT-REF.
               05  DEP-REF-AA          PIC  9(04).
               05  DEP-REF-MMDD        PIC  9(04).
       01  TAB-DEP-ANT-GERAL.
           03  TAB-DEP-ENT  OCCURS  20000  TIMES.
               05  TAB-DEP-MATR        PIC  9(07).
               05  TAB-DEP-RESTO       PIC  X(73).
       01  TAB-DM-GERAL.
           03  TAB-DM-ENT  OCCURS  99  TIMES.
               05  TAB-DM-OCUPADO      PIC  X(01).
               05  TAB-DM-REG          PIC  X(80).
      *
      **** VALIDACAO DE CONTEUDO DO T99F300E (VIDE 365000/366000/
      **** 380000): DOMINIO DE TIPOS DE AFASTAMENTO (DEFAULT ABAIXO,
      **** SOBREPONIVEL POR 900P-TIPOS-AFAST), AREA DE VALIDACAO DE
       77  IDX-TIPO-AFAST              PIC  9(02)     VALUE 0.
       77  SW-TIPO-AFAST-OK            PIC  X(01)     VALUE 'N'.
           88  TIPO-AFAST-OK                            VALUE 'S'.
      *
      **** EXCLUSAO X AFASTAMENTO (VIDE 327000): TIPOS QUE IMPEDEM A
      **** EXCLUSAO ENQUANTO EM ABERTO (DEFAULT ABAIXO, SOBREPONIVEL
      **** POR 900P-TIPOS-AFAST-PROTEG) E O DESFECHO DA PROCURA NA
      **** TAB-AFAST-ANT: 'P' = AFASTAMENTO PROTEGIDO EM ABERTO
      **** (EXCLUSAO REJEITADA 072/172); 'A' = OUTRO AFASTAMENTO EM
      **** ABERTO (EXCLUSAO APLICADA COM O AVISO 009); 'N' = NENHUM.
       01  TIPOS-PROTEG-LISTA          PIC  X(20)     VALUE 'ATLI'.
       01  TIPOS-PROTEG-RED REDEFINES TIPOS-PROTEG-LISTA.
           03  TAB-TIPO-PROTEG  OCCURS  10  TIMES  PIC X(02).
       77  IDX-TIPO-PROTEG             PIC  9(02)     VALUE 0.
       77  MATR-AFAST-EXCL             PIC  9(07)     VALUE 0.
       77  SW-AFAST-EXCL               PIC  X(01)     VALUE 'N'.
           88  AFAST-EXCL-NENHUM                        VALUE 'N'.
           88  AFAST-EXCL-ABERTO                        VALUE 'A'.
           88  AFAST-EXCL-PROTEGIDO                     VALUE 'P'.
       01  DTV-AREA.
           03  DTV-DATA                PIC  9(08).
           03  DTV-DATA-RED REDEFINES DTV-DATA.
           03  TAB-LOTACAO-ENT  OCCURS  500  TIMES.
               05  TAB-LOTACAO-COD     PIC  X(04).
               05  TAB-LOTACAO-ATIVO   PIC  X(01).
               05  TAB-LOTACAO-CONTROLA PIC X(01).
               05  TAB-LOTACAO-VAGAS   PIC  9(05).
               05  TAB-LOTACAO-OCUP    PIC  9(05).
      *
      **** QUADRO DE VAGAS: TAB-LOTACAO-VAGAS E O QUADRO AUTORIZADO DO
      **** T99F400E (TAB-LOTACAO-CONTROLA = 'S' QUANDO O CAMPO VEM
      **** PREENCHIDO) E TAB-LOTACAO-OCUP O EFETIVO ATIVO, CONTADO NO
      **** T99F100E POR 900011 E ACOMPANHADO A CADA MOVIMENTO ACEITO
      **** POR 398000-MOVE-NO-QUADRO. A ENTRADA NUMA LOTACAO CHEIA
      **** (INCLUSAO, REATIVACAO OU ALTERACAO QUE TROCA A LOTACAO) E
      **** RETIDA NO SUSPENSE T99F200Z COMO A EXCLUSAO EM MASSA
      **** (070/170, RETURN-CODE 16 PARA A REVISAO DO T99P2013). O
      **** MOVIMENTO LIBERADO PELO SUPERVISOR VOLTA COM A MARCA 'Q'
      **** (200E-MARCA-QUADRO) E ENTRA MESMO ACIMA DO QUADRO.
       77  QUADRO-LOTACAO-ANT          PIC  X(04)     VALUE SPACES.
       77  QUADRO-MARCA                PIC  X(01)     VALUE SPACE.
       77  SW-QUADRO-ANT-ATIVA         PIC  X(01)     VALUE 'N'.
           88  QUADRO-ANT-ATIVA                         VALUE 'S'.
       77  SW-QUADRO-OK                PIC  X(01)     VALUE 'S'.
           88  QUADRO-OK                                VALUE 'S'.
       77  IDX-QUADRO                  PIC  9(05)     VALUE 0.
       77  QUADRO-LOTACAO-BUSCA        PIC  X(04)     VALUE SPACES.
       77  CNT-LOT-CONTROLADAS         PIC  9(05)     VALUE 0.
      *
      **** EXECUCAO PARTICIONADA (VIDE 900P-PART-* NO T99K900P.CPY):
      **** CADA PARTICAO RODA NO SEU DIRETORIO COM O CARTAO GERADO
      **** PELO T99P2027 E LE AS ENTRADAS COMUNS POR INTEIRO NA AREA
      **** PART-AREA (DIRETORIO DO LOTE), DE MODO QUE SEQ, SOMAT-SEQ E
      **** CONFERENCIAS DE CADEIA SEJAM AS MESMAS DA EXECUCAO UNICA;
      **** SO AS MATRICULAS DE PART-MATR-INI A PART-MATR-FIM SAO
      **** TRATADAS. O T99P2027 CORTA AS FAIXAS LOGO APOS UMA
      **** MATRICULA DO T99F100E (PART-MATR-FIM), DE MODO QUE O
      **** ULTIMO PAR DA PARTICAO E SEMPRE O PROPRIO FIM DA FAIXA.
      **** REGISTRO ANTERIOR A FAIXA (FORA-DA-PARTICAO) E CONSUMIDO
      **** SEM EFEITO EM 212000. AS LEITURAS INICIAIS DA SEGUNDA
      **** PARTICAO EM DIANTE (SAIDA-SUPRIMIDA) NAO GRAVAM NADA: NA
      **** EXECUCAO UNICA ESSES MESMOS REGISTROS FORAM LIDOS A FRENTE
      **** PELA PARTICAO ANTERIOR, QUE JA EMITIU AS OCORRENCIAS DE
      **** LEITURA NO PONTO CERTO. O BALANCED LINE PARA QUANDO O
      **** PROXIMO PAR PASSA DA FAIXA (FIM-DA-PARTICAO) E O RESTO DE
      **** CADA ENTRADA E SO CONTADO ATE O TRAILER (213000). AS
      **** SAIDAS DAS PARTICOES SAO JUNTADAS PELO T99P2028.
       77  SW-PARTICAO                 PIC  X(01)     VALUE 'N'.
           88  EM-PARTICAO                              VALUE 'S'.
       77  PART-NUM                    PIC  9(02)     VALUE 0.
       77  PART-MATR-INI               PIC  9(07)     VALUE 0.
       77  PART-MATR-FIM               PIC  9(07)     VALUE 9999999.
       77  PART-AREA                   PIC  X(08)     VALUE SPACES.
       77  SW-FORA-PART                PIC  X(01)     VALUE 'N'.
           88  FORA-DA-PARTICAO                         VALUE 'S'.
       77  SW-SAIDA-MUDA               PIC  X(01)     VALUE 'N'.
           88  SAIDA-SUPRIMIDA                          VALUE 'S'.
       77  SW-FIM-PART                 PIC  X(01)     VALUE 'N'.
           88  FIM-DA-PARTICAO                          VALUE 'S'.
       77  DDN-PART-NOME               PIC  X(20)     VALUE SPACES.
       77  DDN-PART-SAI                PIC  X(30)     VALUE SPACES.
       77  DDN-PART-SALVO              PIC  X(20)     VALUE SPACES.
       77  DDN-300E-ORIG               PIC  X(20)     VALUE SPACES.
       77  DDN-200E-2-ORIG             PIC  X(20)     VALUE SPACES.
       77  DDN-200E-3-ORIG             PIC  X(20)     VALUE SPACES.
      *
       01  GD-100E-REGISTRO            PIC  X(90).
       01  GD-100E-REG-DADOS REDEFINES GD-100E-REGISTRO.
           03  GD-200E-DT-EFETIVACAO   PIC  X(08).
           03  GD-200E-MARCA-V1        PIC  X(01).
               88  GD-200E-REMAPEADO-V1         VALUE 'V'.
           03  GD-200E-MARCA-QUADRO    PIC  X(01).
           03  FILLER                  PIC  X(02).
           03  GD-200E-CMDO            PIC  9(02).
           03  GD-200E-SEQ             PIC  9(05).
      *
           03  GD-EFET-ORIGEM          PIC  X(01).
           03  GD-EFET-DT-EFETIVACAO   PIC  X(08).
           03  GD-EFET-MARCA-V1        PIC  X(01).
           03  GD-EFET-MARCA-QUADRO    PIC  X(01).
           03  FILLER                  PIC  X(02).
           03  GD-EFET-CMDO            PIC  9(02).
           03  GD-EFET-SEQ             PIC  9(05).
       01  SALVA-EFET-REGISTRO         PIC  X(90).
           MOVE '159 CANC.SEM PAR'  TO TAB-ERROS (159)
           MOVE '160 FE SEM SALDO'  TO TAB-ERROS (160)
           MOVE '161 ACAO INVAL. '  TO TAB-ERROS (161)
      *- - Ferias Iniciando nos 2 Dias Que Antecedem Feriado ou
      *- - Domingo (Art. 134 Par. 3 da CLT, Vide 367800)
           MOVE '169 FE INIC.VED.'  TO TAB-ERROS (169)
      *- - Exclusao Suspensa pela Guarda de Exclusao em Massa (Vide
      *- - 160000): a Matricula Segue Como ESTAVA e o Movimento Vai
      *- - ao T99F200Z para Revisao do Supervisor
      *- - Inativada): Rejeita Inclusao/Alteracao
           MOVE '071 LOTAC.INVAL.'  TO TAB-ERROS (071)
           MOVE '171 LOTAC.INV.DU'  TO TAB-ERROS (171)
      *- - Dependentes (T99F450E/T99F450S, Vide 390000): Aplicados
      *- - (060-062), Situacao Acertada Pela do Titular (063/064) e
      *- - Rejeitos do Movimento de Dependentes
           MOVE '060 DEP.INCLUIDO'  TO TAB-ERROS (060)
           MOVE '061 DEP.ALTERADO'  TO TAB-ERROS (061)
           MOVE '062 DEP.REMOVIDO'  TO TAB-ERROS (062)
           MOVE '063 DEP.INATIVAD'  TO TAB-ERROS (063)
           MOVE '064 DEP.REATIVAD'  TO TAB-ERROS (064)
           MOVE '065 DEP.TIT.INEX'  TO TAB-ERROS (065)
           MOVE '066 DEP.TIT.EXCL'  TO TAB-ERROS (066)
           MOVE '067 DEP.IDADE LM'  TO TAB-ERROS (067)
           MOVE '068 DEP.JA EXIST'  TO TAB-ERROS (068)
           MOVE '069 DEP.INEXIST.'  TO TAB-ERROS (069)
           MOVE '162 DEP.CMDO INV'  TO TAB-ERROS (162)
           MOVE '163 DEP.CPF INV.'  TO TAB-ERROS (163)
           MOVE '164 DEP.NASC INV'  TO TAB-ERROS (164)
           MOVE '165 DEP.PARENT.I'  TO TAB-ERROS (165)
           MOVE '166 450E FR.SEQ '  TO TAB-ERROS (166)
           MOVE '167 450E FR.ORDM'  TO TAB-ERROS (167)
           MOVE '168 DEP.NOME BRC'  TO TAB-ERROS (168)
      *- - Entrada Numa LOTACAO Com o Quadro Autorizado Completo
      *- - (Vide 398000): Retida no Suspense T99F200Z Para Revisao
           MOVE '070 QUADRO EXCED'  TO TAB-ERROS (070)
           MOVE '170 QUADRO EX.DU'  TO TAB-ERROS (170)
      *- - Exclusao de Matricula com Afastamento em Aberto: Tipo
      *- - Protegido (900P-TIPOS-AFAST-PROTEG) Rejeita, Demais Avisam;
      *- - Alterar/Excluir Retido ou Pendente de Matricula Excluida e
      *- - Cancelado (Vide 226500)
           MOVE '072 EXCL.AF.PROT'  TO TAB-ERROS (072)
           MOVE '172 EXC.AF.PR.DU'  TO TAB-ERROS (172)
           MOVE '009 EXCL.C/AFAST'  TO TAB-ERROS (009)
           MOVE '010 PEND.CANCEL.'  TO TAB-ERROS (010)
      *
      **** QUANDO O SBS-GRV = 99 O PROCESSAMENTO EH O NORMAL
      *
                 ' *** MODO SIMULACAO: NENHUMA SAIDA OFICIAL SERA '
                 'GRAVADA'
           END-IF
           IF EM-PARTICAO
              PERFORM 900033-PREPARA-PARTICAO
           END-IF
           PERFORM 900017-MONTA-TIPOS-AFAST
           PERFORM 900000-OBTEM-DATA-SISTEMA
           IF DATA-MVTO-ESPERADA EQUAL ZEROES
           PERFORM 910000-OBTEM-LOCK
           PERFORM 150000-PRE-ORDENA-ENTRADAS
           PERFORM 900003-VERIFICA-CHECKPOINT
           PERFORM 900022-CARREGA-LOTACOES
           PERFORM 904100-CARREGA-CALENDARIO
           PERFORM 900011-CARREGA-NOMES-BASE
           PERFORM 900015-CARREGA-AFAST-ANT
           PERFORM 900028-CARREGA-DEP-ANT
           PERFORM 900025-CARREGA-FERIAS-HIST
           PERFORM 900026-CARREGA-CPFS-MORTO
           PERFORM 900019-CARREGA-EXCL-ANT
           PERFORM 160000-AVALIA-GUARDA-EXCL
           PERFORM 170000-DEFINE-MODO
           PERFORM 900001-ABRE-ARQUIVOS

           IF NOT EH-RESTART
              PERFORM 100000-TRATA-HEADER
      *- - - - OCORRENCIAS DA ENTRADA INTEIRA: SO NA PRIMEIRA PARTICAO
      *- - - - (AS DEMAIS LEEM OS MESMOS ARQUIVOS COMUNS).
              MOVE SBS-GRV TO SBS-GRV-SALVO
              IF RESSEQUENCIOU-200E AND PART-NUM NOT GREATER THAN 1
                 MOVE 084 TO SBS-GRV
                 PERFORM 430080-GRAVA-RESSEQ-701S
              END-IF
              IF RESSEQUENCIOU-300E AND PART-NUM NOT GREATER THAN 1
                 MOVE 083 TO SBS-GRV
                 PERFORM 430080-GRAVA-RESSEQ-701S
              END-IF
              MOVE SBS-GRV-SALVO TO SBS-GRV
              IF PART-NUM GREATER THAN 1
                 MOVE 'S' TO SW-SAIDA-MUDA
              END-IF
              IF NOT MODO-LOTE-PEQUENO
                 PERFORM 210000-LER-ARQ-100E
              END-IF
              PERFORM 220000-LER-ARQ-200E
              PERFORM 240000-LER-ARQ-300E
              PERFORM 245000-LER-ARQ-450E
              IF PART-NUM GREATER THAN 1
                 PERFORM 212000-POSICIONA-PARTICAO
                 MOVE 'N' TO SW-SAIDA-MUDA
              END-IF
           END-IF

           IF MODO-LOTE-PEQUENO
              PERFORM 700000-PROCESSA-LOTE-PEQUENO
           ELSE
              PERFORM 300000-FAZ-BALANC-LINE
                       UNTIL (100E-TRL AND 200E-TRL) OR
                             FIM-DA-PARTICAO
              IF FIM-DA-PARTICAO
                 PERFORM 213000-DRENA-PARTICAO
              END-IF
      *- - - - DRENA OS AFASTAMENTOS REMANESCENTES: NAO CASARAM COM
      *- - - - NENHUMA MATRICULA PROCESSADA NO LOTE, SAO REPORTADOS
      *- - - - COMO ORFAOS. NA PARTICAO, SO ATE O FIM DA FAIXA
      *- - - - (PART-MATR-FIM FICA 9999999 FORA DELA E NA ULTIMA).
              MOVE PART-MATR-FIM TO MATR-ITERACAO
              PERFORM 360000-TRATA-300E
           END-IF
      *- - DRENA OS DEPENDENTES: OS ANTERIORES QUE SOBRARAM VAO AO
      *- - T99F450S E OS MOVIMENTOS REMANESCENTES NAO TEM TITULAR.
           MOVE PART-MATR-FIM TO MATR-ITERACAO
           MOVE 'N' TO SW-SIT-TITULAR
           PERFORM 390000-TRATA-DEPENDENTES

           PERFORM 600000-TRATA-TRAILER
           PERFORM 900007-APAGA-CHECKPOINT
           IF 300E-AMD-ARQ NOT EQUAL DATA-MVTO-ESPERADA
              PERFORM 999021-ERRO-021
           END-IF
      *
      *- - MOVIMENTO DE DEPENDENTES: OPCIONAL, MAS QUANDO PRESENTE TEM
      *- - O MESMO HEADER (SEQ 1, NOME E DATA DO MOVIMENTO).
           IF TEM-450E
              READ T99F450E INTO 450E-REGISTRO
                   AT END PERFORM 999028-ERRO-028
                   NOT AT END MOVE 450E-SEQ TO GD-450E-SEQ
              END-READ
              IF (NOT 450E-HDR) OR
                 450E-SEQ NOT EQUAL 1 OR
                 450E-NOME-ARQ NOT EQUAL 'T99F450' OR
                 450E-AMD-ARQ NOT EQUAL DATA-MVTO-ESPERADA
                 PERFORM 999027-ERRO-027
              END-IF
           END-IF
      *
           IF EXIGE-SELO
              PERFORM 105000-VERIFICA-SELO
      **** A ORDEM ENTRE MOVIMENTOS DA MESMA MATRICULA E PRESERVADA
      **** PELO SEQ ORIGINAL COMO CHAVE SECUNDARIA. EM REINICIO POR
      **** CHECKPOINT O PASSO RODA DE NOVO E REGERA A MESMA COPIA
      **** (O SORT E DETERMINISTICO), REALINHANDO O DDN. NA PARTICAO
      **** A COPIA E LOCAL, NOMEADA PELO NOME ORIGINAL DO CARTAO.
           MOVE SPACES TO DDN-200E-BASE
           MOVE SPACES TO DDN-300E-BASE
           IF EM-PARTICAO
              UNSTRING DDN-200E-ORIG DELIMITED BY '.'
                       INTO DDN-200E-BASE
              UNSTRING DDN-300E-ORIG DELIMITED BY '.'
                       INTO DDN-300E-BASE
           ELSE
              UNSTRING DDN-200E DELIMITED BY '.' INTO DDN-200E-BASE
              UNSTRING DDN-300E DELIMITED BY '.' INTO DDN-300E-BASE
           END-IF
           MOVE SPACES TO DDN-200W
           STRING DDN-200E-BASE DELIMITED BY SPACE
                  '.SRT.txt'    DELIMITED BY SIZE
           IF LIMITE-LOTE-PEQUENO GREATER THAN 0 AND
              CNT-PRE-MVTOS GREATER THAN 0 AND
              CNT-PRE-MVTOS NOT GREATER LIMITE-LOTE-PEQUENO AND
              (NOT EM-SIMULACAO) AND (NOT EH-RESTART) AND
              (NOT EM-PARTICAO)
              MOVE 'S' TO SW-MODO-PEQUENO
              DISPLAY CTE-PROG ' ' CTE-VERS
                 ' *** MODO DE LOTE PEQUENO: ' CNT-PRE-MVTOS
      **** A VARREDURA VAI SEMPRE ATE O FIM DO ARQUIVO (MESMO JA
      **** SABENDO QUE VAI RESSEQUENCIAR), POIS ELA TAMBEM PRE-CONTA
      **** AS EXCLUSOES DO ARQUIVO PRINCIPAL PARA A GUARDA DE
      **** EXCLUSAO EM MASSA (VIDE 160000). NA PARTICAO OS NOMES
      **** ORIGINAIS JA FORAM GUARDADOS EM 900033.
           IF NOT EM-PARTICAO
              MOVE DDN-200E   TO DDN-200E-ORIG
              MOVE DDN-200E-2 TO DDN-200E-2-ORIG
              MOVE DDN-200E-3 TO DDN-200E-3-ORIG
           END-IF
           MOVE 'N' TO SW-RESSEQ-200E
           MOVE 'N' TO SW-FIM-ORD
           MOVE 0 TO MATR-ORD-ANT
           OPEN OUTPUT T99F200W
           MOVE 0 TO CNT-RESSEQ
           MOVE 0 TO SMT-RESSEQ
           MOVE 'S' TO SW-SEQ-ORIG
      *- - NA RECICLAGEM SO OS DETALHES PASSAM PELO SORT: O HEADER
      *- - ORIGINAL (GUARDADO EM 155000) SAI NA FRENTE E O TRAILER E
      *- - RECONSTRUIDO AO FINAL COM O SOMAT RECALCULADO.
      *- - - - - - - - - - - - NO LAYOUT ANTIGO O SEQ FICA EM OUTRA
      *- - - - - - - - - - - - POSICAO (O REMAPEAMENTO SO OCORRE NA
      *- - - - - - - - - - - - LEITURA DO BALANCED LINE, EM 220000).
      *- - - - - - - - - - - - O SEQ ORIGINAL E GUARDADO ANTES DA
      *- - - - - - - - - - - - RENUMERACAO, PARA O RETORNO (436000).
                               MOVE CNT-RESSEQ TO QTD-SEQ-ORIG
                               IF LAYOUT-200E-V1 AND
                                  NOT EM-MESCLA-200E
                                  MOVE 200E-REGISTRO TO TRAB-V1-REG
                                  MOVE TRAB-V1-SEQ
                                    TO TAB-SEQ-ORIG (CNT-RESSEQ)
                                  MOVE CNT-RESSEQ TO TRAB-V1-SEQ
                                  MOVE TRAB-V1-REG TO 200E-REGISTRO
                               ELSE
                                  MOVE 200E-SEQ
                                    TO TAB-SEQ-ORIG (CNT-RESSEQ)
                                  MOVE CNT-RESSEQ TO 200E-SEQ
                               END-IF
                               COMPUTE SMT-RESSEQ =
                    ELSE
                       MOVE SPACE TO 200E-ORIGEM
                    END-IF
      *- - - - - - - A MARCA DE LIBERACAO DO QUADRO SO VALE NO
      *- - - - - - - RECICLADO (155200); NA ENTRADA NORMAL E LIMPA.
                    MOVE SPACE TO 200E-MARCA-QUADRO
                    ADD 1 TO CNT-CONF-RECICLO
                    IF 200E-SEQ NOT EQUAL CNT-CONF-RECICLO
                       DISPLAY CTE-PROG ' ' CTE-VERS
                       PERFORM 230000-REMAPEIA-200E-V1
                    END-IF
                    MOVE ORIGEM-CORRENTE TO 200E-ORIGEM
                    MOVE SPACE TO 200E-MARCA-QUADRO
                    ADD 1 TO CNT-PRE-MVTOS
                    IF 200E-CMDO EQUAL 03
                       ADD 1 TO CNT-PRE-EXCL
       210000-LER-ARQ-100E SECTION.
      *-----------------------------
           MOVE 0 TO CNT-NOME-SANEADO
           MOVE 'N' TO SW-FORA-PART
           READ T99F100E INTO 100E-REGISTRO
               AT END
                   PERFORM 999005-ERRO-005
               NOT AT END
                   IF EM-PARTICAO AND
                      (NOT 100E-HDR) AND (NOT 100E-TRL) AND
                      100E-MATR LESS THAN PART-MATR-INI
                      MOVE 'S' TO SW-FORA-PART
                   END-IF
                   IF (NOT 100E-HDR) AND (NOT 100E-TRL) AND
                      (NOT FORA-DA-PARTICAO)
                      PERFORM 900013-SANEIA-NOME-100E
                   END-IF
                   IF (NOT 100E-TRL) AND (CNT-NOME-SANEADO EQUAL 0) AND
                      (NOT FORA-DA-PARTICAO) AND
                      100E-SEQ NOT EQUAL GD-100E-SEQ + 1
                      PERFORM 999009-ERRO-009
                   END-IF
           END-IF
           .
       210999-SAIDA. EXIT.
      *-----------------------------
       211000-DRENA-100E SECTION.
      *-----------------------------
      **** PARTICAO: ENCERRADA A FAIXA, O RESTO DO T99F100E SO E
      **** CONTADO (SEQ/SOMAT-SEQ) ATE O TRAILER, CONFERIDO EM 600000.
           PERFORM WITH TEST BEFORE UNTIL 100E-TRL
              READ T99F100E INTO 100E-REGISTRO
                  AT END
                      PERFORM 999005-ERRO-005
              END-READ
              IF NOT 100E-TRL
                 ADD 1 TO CNT-SEQ-100E
                 COMPUTE SMT-SEQ-100E = SMT-SEQ-100E + CNT-SEQ-100E
              END-IF
           END-PERFORM
           .
       211999-SAIDA. EXIT.
      *-----------------------------
       212000-POSICIONA-PARTICAO SECTION.
      *-----------------------------
      **** PARTICAO (DA SEGUNDA EM DIANTE): CONSOME OS REGISTROS DAS
      **** MATRICULAS ANTERIORES A FAIXA, JA TRATADAS PELA PARTICAO
      **** ANTERIOR, MANTENDO A CADEIA DE SEQ PARA A CONFERENCIA DO
      **** PRIMEIRO REGISTRO DA FAIXA. O T99F200E JA PULA ESSES
      **** REGISTROS NA PROPRIA LEITURA (220000). RODA COM A SAIDA
      **** SUPRIMIDA (VIDE SW-SAIDA-MUDA).
           IF NOT MODO-LOTE-PEQUENO
              PERFORM WITH TEST BEFORE
                      UNTIL 100E-TRL OR
                            100E-MATR NOT LESS THAN PART-MATR-INI
                 MOVE 100E-SEQ TO GD-100E-SEQ
                 PERFORM 210000-LER-ARQ-100E
              END-PERFORM
           END-IF
           PERFORM 240000-LER-ARQ-300E
                   UNTIL 300E-TRL OR
                         300E-MATR NOT LESS THAN PART-MATR-INI
           PERFORM 245000-LER-ARQ-450E
                   UNTIL 450E-TRL OR
                         450E-MATR NOT LESS THAN PART-MATR-INI
           .
       212999-SAIDA. EXIT.
      *-----------------------------
       213000-DRENA-PARTICAO SECTION.
      *-----------------------------
      **** PARTICAO: O PROXIMO PAR JA E DA FAIXA SEGUINTE (OS
      **** REGISTROS NOS BUFFERS JA FORAM LIDOS E CONTADOS); O RESTO
      **** DAS ENTRADAS E SO CONTADO ATE OS TRAILERS.
           PERFORM 211000-DRENA-100E
           PERFORM 221000-DRENA-200E
           PERFORM 241000-DRENA-300E
           PERFORM 246000-DRENA-450E
           .
       213999-SAIDA. EXIT.
      *-----------------------------
       220000-LER-ARQ-200E SECTION.
      *-----------------------------
      **** EFETIVACAO FUTURA E RETIDO NO T99F200P (225000) E O
      **** PROXIMO REGISTRO E LIDO NO LUGAR, DE MODO QUE O MOVIMENTO
      **** RETIDO NUNCA ENTRA NO BALANCED LINE (MAS CONTINUA CONTANDO
      **** NA CADEIA DE SEQ/SOMAT-SEQ DO ARQUIVO DE ORIGEM). NA
      **** PARTICAO O MOVIMENTO ANTERIOR A FAIXA TAMBEM E PULADO
      **** (RELIDO) SEM EFEITO.
           MOVE 'S' TO SW-RELE-200E
           PERFORM WITH TEST BEFORE UNTIL NOT RELER-200E
              MOVE 'N' TO SW-RELE-200E
              MOVE 0 TO CNT-NOME-SANEADO
              MOVE 'N' TO SW-FORA-PART
              READ T99F200E INTO 200E-REGISTRO
                   AT END
                       PERFORM 999007-ERRO-007
                       IF LAYOUT-200E-V1
                          PERFORM 230000-REMAPEIA-200E-V1
                       END-IF
                       IF EM-PARTICAO AND
                          (NOT 200E-HDR) AND (NOT 200E-TRL) AND
                          200E-MATR LESS THAN PART-MATR-INI
                          MOVE 'S' TO SW-FORA-PART
                       END-IF
                       IF (NOT 200E-HDR) AND (NOT 200E-TRL) AND
                          (NOT FORA-DA-PARTICAO)
                          IF 200E-RECICLADO
                             MOVE 082 TO COD-OCORR-REPET
                             PERFORM 430090-GRAVA-REPET-701S
                       END-IF
                       IF (NOT 200E-TRL) AND
                          (CNT-NOME-SANEADO EQUAL 0) AND
                          (NOT FORA-DA-PARTICAO) AND
                          200E-SEQ NOT EQUAL GD-200E-SEQ + 1
                          PERFORM 999010-ERRO-010
                       END-IF
                 ADD 1 TO CNT-SEQ-200E
                 COMPUTE SMT-SEQ-200E = SMT-SEQ-200E + CNT-SEQ-200E
              END-IF
              IF FORA-DA-PARTICAO
                 MOVE 200E-SEQ TO GD-200E-SEQ
                 MOVE 'S' TO SW-RELE-200E
              ELSE
              IF (NOT 200E-HDR) AND (NOT 200E-TRL)
                 PERFORM 226000-CONFERE-FAIXA-MATR
                 IF NOT MATR-NA-FAIXA
                    MOVE 'S' TO SW-RELE-200E
                 END-IF
              END-IF
              END-IF
              IF RELER-200E OR FORA-DA-PARTICAO
                 CONTINUE
              ELSE
              IF (NOT 200E-HDR) AND (NOT 200E-TRL)
           END-PERFORM
           .
       220999-SAIDA. EXIT.
      *-----------------------------
       221000-DRENA-200E SECTION.
      *-----------------------------
      **** PARTICAO: PASSADA A FAIXA, O RESTO DO T99F200E SO E CONTADO
      **** ATE O TRAILER (VIDE 211000).
           PERFORM WITH TEST BEFORE UNTIL 200E-TRL
              READ T99F200E INTO 200E-REGISTRO
                  AT END
                      PERFORM 999007-ERRO-007
              END-READ
              IF NOT 200E-TRL
                 ADD 1 TO CNT-SEQ-200E
                 COMPUTE SMT-SEQ-200E = SMT-SEQ-200E + CNT-SEQ-200E
              END-IF
           END-PERFORM
           .
       221999-SAIDA. EXIT.
      *-----------------------------
       228000-CONFERE-DT-EFETIVACAO SECTION.
      *-----------------------------
           PERFORM 480010-GRAVA-200R-REPET
           MOVE 200E-ORIGEM TO ORIGEM-CORRENTE
           MOVE 073 TO COD-APURA-ARQ
           MOVE 200E-SEQ TO RET-SEQ-MVTO
           MOVE 200E-MATR TO RET-MATR-MVTO
           MOVE 200E-CMDO TO RET-CMDO-MVTO
           PERFORM 434000-APURA-POR-ARQ
           .
       229999-SAIDA. EXIT.
           PERFORM 480010-GRAVA-200R-REPET
           MOVE 200E-ORIGEM TO ORIGEM-CORRENTE
           MOVE 079 TO COD-APURA-ARQ
           MOVE 200E-SEQ TO RET-SEQ-MVTO
           MOVE 200E-MATR TO RET-MATR-MVTO
           MOVE 200E-CMDO TO RET-CMDO-MVTO
           PERFORM 434000-APURA-POR-ARQ
           .
       227999-SAIDA. EXIT.
      **** SEQ PROPRIO RENUMERADO (OCORRENCIA 005 NO T99L701S): A
      **** FILIAL NAO PRECISA MAIS SEGURAR O REGISTRO E LEMBRAR DE
      **** ENVIA-LO NA NOITE CERTA -- O PRE-SORT DA NOITE DA DATA O
      **** LIBERA SOZINHO (VIDE 155400 E 900P-ARQ-200P-ENT). A
      **** GRAVACAO NO T99F200P FICA NA TAB-RETIDO ATE A SITUACAO
      **** FINAL DA MATRICULA SER CONHECIDA (226500).
           MOVE SBS-GRV TO SBS-GRV-SALVO
           MOVE 005 TO SBS-GRV
           PERFORM 430040-GRAVA-SEQINV2-701S
           MOVE SBS-GRV-SALVO TO SBS-GRV
           IF SAIDA-SUPRIMIDA
              GO TO 225999-SAIDA
           END-IF
           IF QTD-RETIDOS NOT LESS THAN 2000
              MOVE 'T' TO SW-DESCARGA-RETIDOS
              PERFORM 226500-DESCARREGA-RETIDOS
           END-IF
           ADD 1 TO QTD-RETIDOS
           MOVE 200E-REGISTRO TO TAB-RET-REG (QTD-RETIDOS)
           MOVE 200E-ORIGEM TO ORIGEM-CORRENTE
           MOVE 005 TO COD-APURA-ARQ
           MOVE 200E-SEQ TO RET-SEQ-MVTO
           MOVE 200E-MATR TO RET-MATR-MVTO
           MOVE 200E-CMDO TO RET-CMDO-MVTO
           PERFORM 436000-GRAVA-RETORNO
           .
       225999-SAIDA. EXIT.
      *-----------------------------
       226500-DESCARREGA-RETIDOS SECTION.
      *-----------------------------
      **** GRAVA NO T99F200P OS MOVIMENTOS RETIDOS DA TAB-RETIDO.
      **** PARCIAL ('P', EM 300000 LOGO APOS A GRAVACAO DA MATRICULA
      **** DA ITERACAO): OS DE MATRICULA MENOR QUE MATR-ITERACAO SAO
      **** GRAVADOS TAL QUAL, OS DA PROPRIA MATRICULA SAO CANCELADOS
      **** (010) QUANDO ELA TERMINA A NOITE EXCLUIDA (SW-SIT-TITULAR
      **** 'X', VIDE 396500) E OS DE MATRICULA MAIOR FICAM NA TABELA.
      **** TOTAL ('T': TABELA CHEIA, CHECKPOINT E FIM DO LOTE) GRAVA
      **** TUDO TAL QUAL. POR CHAVE ('C', LOTE PEQUENO) A SITUACAO DE
      **** CADA MATRICULA VEM DA COPIA INDEXADA JA ATUALIZADA.
           IF QTD-RETIDOS EQUAL 0
              GO TO 226500-SAIDA
           END-IF
           MOVE 0 TO IDX-RETIDO-FICA
           PERFORM VARYING IDX-RETIDO FROM 1 BY 1
                   UNTIL IDX-RETIDO GREATER THAN QTD-RETIDOS
                   PERFORM 226510-DESTINO-RETIDO
                   EVALUATE TRUE
                       WHEN RETIDO-CANCELA
                            PERFORM 226520-CANCELA-RETIDO
                       WHEN RETIDO-FICA
                            ADD 1 TO IDX-RETIDO-FICA
                            MOVE TAB-RET-REG (IDX-RETIDO)
                              TO TAB-RET-REG (IDX-RETIDO-FICA)
                       WHEN OTHER
                            PERFORM 226530-GRAVA-RETIDO
                   END-EVALUATE
           END-PERFORM
           MOVE IDX-RETIDO-FICA TO QTD-RETIDOS
           .
       226500-SAIDA. EXIT.
      *-----------------------------
       226510-DESTINO-RETIDO SECTION.
      *-----------------------------
      **** DESTINO DA ENTRADA IDX-RETIDO: SO O ALTERAR E O EXCLUIR
      **** SAO CANCELADOS (O INCLUIR JA SERIA REJEITADO POR 091 E O
      **** REATIVAR E JUSTAMENTE O QUE TRAZ A MATRICULA DE VOLTA, ALEM
      **** DE PRESERVAR OS DEMAIS RETIDOS DA MESMA MATRICULA).
           MOVE 'G' TO SW-RETIDO-DESTINO
           EVALUATE TRUE
               WHEN DESCARGA-TOTAL
                    GO TO 226510-SAIDA
               WHEN DESCARGA-PARCIAL
                    IF TAB-RET-MATR (IDX-RETIDO) GREATER THAN
                       MATR-ITERACAO
                       MOVE 'F' TO SW-RETIDO-DESTINO
                       GO TO 226510-SAIDA
                    END-IF
                    IF TAB-RET-MATR (IDX-RETIDO) LESS THAN
                       MATR-ITERACAO OR
                       SW-SIT-TITULAR NOT EQUAL 'X'
                       GO TO 226510-SAIDA
                    END-IF
               WHEN OTHER
                    MOVE SPACES TO REG-TRAB-100I
                    MOVE TAB-RET-MATR (IDX-RETIDO)
                      TO REG-TRAB-100I (1:7)
                    MOVE 'L' TO FUN-100I
                    CALL 'T99S100I' USING FUN-100I DDN-100I
                                          REG-TRAB-100I RET-100I
                        ON EXCEPTION
                            MOVE '99' TO RET-100I
                    END-CALL
                    IF RET-100I NOT EQUAL '00' OR
                       REG-TRAB-100I (84:2) NOT EQUAL '03'
                       GO TO 226510-SAIDA
                    END-IF
           END-EVALUATE
           IF TAB-RET-CMDO (IDX-RETIDO) NOT EQUAL 02 AND
              TAB-RET-CMDO (IDX-RETIDO) NOT EQUAL 03
              GO TO 226510-SAIDA
           END-IF
           MOVE 'N' TO SW-RETIDO-REATIVA
           PERFORM VARYING IDX-RETIDO-BUSCA FROM 1 BY 1
                   UNTIL IDX-RETIDO-BUSCA GREATER THAN QTD-RETIDOS
                   IF TAB-RET-MATR (IDX-RETIDO-BUSCA) EQUAL
                         TAB-RET-MATR (IDX-RETIDO) AND
                      TAB-RET-CMDO (IDX-RETIDO-BUSCA) EQUAL 04
                      MOVE 'S' TO SW-RETIDO-REATIVA
                   END-IF
           END-PERFORM
           IF NOT RETIDO-COM-REATIVAR
              MOVE 'C' TO SW-RETIDO-DESTINO
           END-IF
           .
       226510-SAIDA. EXIT.
      *-----------------------------
       226520-CANCELA-RETIDO SECTION.
      *-----------------------------
      **** MOVIMENTO RETIDO CANCELADO: LISTADO NO T99L701S (010) E NO
      **** RETORNO DO ARQUIVO DE ORIGEM, NAO VAI AO T99F200P.
           MOVE SBS-GRV TO SBS-GRV-SALVO
           MOVE 010 TO SBS-GRV
           MOVE TAB-RET-SEQ (IDX-RETIDO)  TO 701S-SEQ-REG
           MOVE TAB-RET-MATR (IDX-RETIDO) TO 701S-MATR
           MOVE TAB-RET-NOME (IDX-RETIDO) TO 701S-NOME
           PERFORM 430001-GRAVA-701S
           MOVE SBS-GRV-SALVO TO SBS-GRV
           MOVE TAB-RET-ORIGEM (IDX-RETIDO) TO ORIGEM-CORRENTE
           MOVE 010 TO COD-APURA-ARQ
           MOVE TAB-RET-SEQ (IDX-RETIDO)  TO RET-SEQ-MVTO
           MOVE TAB-RET-MATR (IDX-RETIDO) TO RET-MATR-MVTO
           MOVE TAB-RET-CMDO (IDX-RETIDO) TO RET-CMDO-MVTO
           PERFORM 436000-GRAVA-RETORNO
           .
       226520-SAIDA. EXIT.
      *-----------------------------
       226530-GRAVA-RETIDO SECTION.
      *-----------------------------
      **** GRAVA A ENTRADA IDX-RETIDO NO T99F200P, COM SEQ PROPRIO
      **** RENUMERADO.
           MOVE TAB-RET-REG (IDX-RETIDO) TO REG-TRAB-200R
           ADD 1 TO CNT-SEQ-200P
           MOVE SPACE TO TRAB-200R-ORIGEM
           MOVE CNT-SEQ-200P TO TRAB-200R-SEQ
           END-IF
           ADD CNT-SEQ-200P TO SMT-SEQ-200P
           .
       226530-SAIDA. EXIT.
      *-----------------------------
       230000-REMAPEIA-200E-V1 SECTION.
      *-----------------------------
      *-----------------------------
       240000-LER-ARQ-300E SECTION.
      *-----------------------------
           MOVE 'N' TO SW-FORA-PART
           READ T99F300E INTO 300E-REGISTRO
                AT END
                    PERFORM 999014-ERRO-014
                NOT AT END
                    IF EM-PARTICAO AND
                       (NOT 300E-HDR) AND (NOT 300E-TRL) AND
                       300E-MATR LESS THAN PART-MATR-INI
                       MOVE 'S' TO SW-FORA-PART
                    END-IF
                    IF (NOT 300E-TRL) AND (NOT FORA-DA-PARTICAO) AND
                       300E-SEQ NOT EQUAL GD-300E-SEQ + 1
                       PERFORM 999016-ERRO-016
                    END-IF
           END-READ
           IF NOT 300E-TRL
              IF 300E-RECICLADO AND (NOT 300E-HDR) AND
                 (NOT FORA-DA-PARTICAO)
                 MOVE SBS-GRV TO SBS-GRV-SALVO
                 MOVE 081 TO SBS-GRV
                 PERFORM 430050-GRAVA-300E-701S
           END-IF
           .
       240999-SAIDA. EXIT.
      *-----------------------------
       241000-DRENA-300E SECTION.
      *-----------------------------
      **** PARTICAO: PASSADA A FAIXA, O RESTO DO T99F300E SO E CONTADO
      **** ATE O TRAILER (VIDE 211000).
           PERFORM WITH TEST BEFORE UNTIL 300E-TRL
              READ T99F300E INTO 300E-REGISTRO
                  AT END
                      PERFORM 999014-ERRO-014
              END-READ
              IF NOT 300E-TRL
                 ADD 1 TO CNT-SEQ-300E
                 COMPUTE SMT-SEQ-300E = SMT-SEQ-300E + CNT-SEQ-300E
              END-IF
           END-PERFORM
           .
       241999-SAIDA. EXIT.
      *-----------------------------
       245000-LER-ARQ-450E SECTION.
      *-----------------------------
      **** LE O PROXIMO MOVIMENTO DE DEPENDENTES. SEM T99F450E NA
      **** NOITE O BUFFER FICA NO TRAILER E 390000 NAO CONSOME NADA.
      **** MATRICULA MENOR QUE A ULTIMA LIDA MARCA O REGISTRO FORA DE
      **** ORDEM (REJEITADO 167 EM 390000); SEQ FURADO SO AVISA (166).
           IF NOT TEM-450E
              MOVE SPACES  TO 450E-REGISTRO
              MOVE 9999999 TO 450E-MATR
              GO TO 245999-SAIDA
           END-IF
           MOVE 'N' TO SW-450E-FORA-ORDEM
           MOVE 'N' TO SW-FORA-PART
           READ T99F450E INTO 450E-REGISTRO
                AT END
                    PERFORM 999028-ERRO-028
                NOT AT END
                    IF EM-PARTICAO AND
                       (NOT 450E-HDR) AND (NOT 450E-TRL) AND
                       450E-MATR LESS THAN PART-MATR-INI
                       MOVE 'S' TO SW-FORA-PART
                    END-IF
                    IF (NOT 450E-TRL) AND (NOT FORA-DA-PARTICAO) AND
                       450E-SEQ NOT EQUAL GD-450E-SEQ + 1
                       PERFORM 999032-ERRO-032
                    END-IF
           END-READ
           IF NOT 450E-TRL
              IF 450E-MATR LESS THAN GD-450E-MATR
                 MOVE 'S' TO SW-450E-FORA-ORDEM
              ELSE
                 MOVE 450E-MATR TO GD-450E-MATR
              END-IF
              MOVE 450E-SEQ TO GD-450E-SEQ
              ADD 1 TO CNT-SEQ-450E
              COMPUTE SMT-SEQ-450E = SMT-SEQ-450E + CNT-SEQ-450E
           END-IF
           .
       245999-SAIDA. EXIT.
      *-----------------------------
       246000-DRENA-450E SECTION.
      *-----------------------------
      **** PARTICAO: PASSADA A FAIXA, O RESTO DO T99F450E SO E CONTADO
      **** ATE O TRAILER (VIDE 211000).
           MOVE 'N' TO SW-450E-FORA-ORDEM
           PERFORM WITH TEST BEFORE UNTIL 450E-TRL
              READ T99F450E INTO 450E-REGISTRO
                  AT END
                      PERFORM 999028-ERRO-028
              END-READ
              IF NOT 450E-TRL
                 ADD 1 TO CNT-SEQ-450E
                 COMPUTE SMT-SEQ-450E = SMT-SEQ-450E + CNT-SEQ-450E
              END-IF
           END-PERFORM
           .
       246999-SAIDA. EXIT.
      *-------------------------------
       300000-FAZ-BALANC-LINE SECTION.
      *-------------------------------
      *
           PERFORM 350000-TRATA-GRAVA
           PERFORM 360000-TRATA-300E
           PERFORM 396500-SITUACAO-TITULAR
           MOVE 'P' TO SW-DESCARGA-RETIDOS
           PERFORM 226500-DESCARREGA-RETIDOS
           PERFORM 390000-TRATA-DEPENDENTES
      *
      *- - PARTICAO: FINALIZADO O ULTIMO PAR DA FAIXA, O PAR LIDO A
      *- - FRENTE JA PERTENCE A PARTICAO SEGUINTE.
           IF  EM-PARTICAO AND
               GD-100E-MATR GREATER THAN PART-MATR-FIM AND
               GD-200E-MATR GREATER THAN PART-MATR-FIM
               MOVE 'S' TO SW-FIM-PART
               GO TO 300999-SAIDA
           END-IF
      *
           IF  GD-100E-MATR LESS THAN GD-200E-MATR
               MOVE  99  TO  SBS-GRV
                         WHEN OTHER
                              MOVE 01 TO SBS-GRV
                     END-EVALUATE
      *- - - - - - - QUADRO DE VAGAS DA LOTACAO DE DESTINO (398000).
                     IF SBS-GRV EQUAL 01
                        MOVE 'N' TO SW-QUADRO-ANT-ATIVA
                        MOVE GD-200E-MARCA-QUADRO TO QUADRO-MARCA
                        PERFORM 398000-MOVE-NO-QUADRO
                        IF NOT QUADRO-OK
                           MOVE 070 TO SBS-GRV
                        END-IF
                     END-IF
                     IF SBS-GRV EQUAL 01
                        PERFORM 327000-VALIDA-NOME-DUPLIC
                        PERFORM 329000-ADICIONA-CPF-BASE
       320000-TRATA-CMDO-IGUAL SECTION.
      *-----------------------------
      **** MATRICULA DO MOVIMENTO JA ENCONTRADA (ATIVA) NA BASE.
      *- - ALTERAR/EXCLUIR PENDENTE LIBERADO PARA UMA MATRICULA QUE
      *- - JA ESTA EXCLUIDA E CANCELADO (010), NAO APLICADO.
           IF GD-100E-CMDO EQUAL 3 AND
              GD-200E-ORIGEM EQUAL 'P' AND
              (GD-200E-CMDO EQUAL 2 OR GD-200E-CMDO EQUAL 3)
              MOVE 010 TO SBS-GRV
              GO TO 320999-SAIDA
           END-IF
           EVALUATE  GD-200E-CMDO
               WHEN  1
                     MOVE 91 TO SBS-GRV
                         WHEN OTHER
                              MOVE 02 TO SBS-GRV
                     END-EVALUATE
      *- - - - - - - TROCA DE LOTACAO PASSA PELO QUADRO DE VAGAS.
                     IF SBS-GRV EQUAL 02
                        MOVE GD-100E-LOTACAO TO QUADRO-LOTACAO-ANT
                        IF GD-100E-CMDO EQUAL 3
                           MOVE 'N' TO SW-QUADRO-ANT-ATIVA
                        ELSE
                           MOVE 'S' TO SW-QUADRO-ANT-ATIVA
                        END-IF
                        MOVE GD-200E-MARCA-QUADRO TO QUADRO-MARCA
                        PERFORM 398000-MOVE-NO-QUADRO
                        IF NOT QUADRO-OK
                           MOVE 070 TO SBS-GRV
                        END-IF
                     END-IF
               WHEN  3
      *- - RECICLADO (SUSPENSE LIBERADO PELO SUPERVISOR OU REJEITO
      *- - CORRIGIDO) E PENDENTE LIBERADO NAO VOLTAM AO SUSPENSE:
                        GD-200E-ORIGEM NOT EQUAL 'R' AND
                        GD-200E-ORIGEM NOT EQUAL 'P'
                        MOVE 85 TO SBS-GRV
                        GO TO 320999-SAIDA
                     END-IF
      *- - - - - - - MATRICULA ATIVA COM AFASTAMENTO EM ABERTO: TIPO
      *- - - - - - - PROTEGIDO REJEITA A EXCLUSAO (072); OS DEMAIS SO
      *- - - - - - - GERAM O AVISO 009 E A EXCLUSAO SEGUE.
                     IF GD-100E-CMDO NOT EQUAL 3
                        MOVE GD-200E-MATR TO MATR-AFAST-EXCL
                        PERFORM 327500-VERIFICA-AFAST-EXCL
                        IF AFAST-EXCL-PROTEGIDO
                           MOVE 072 TO SBS-GRV
                           GO TO 320999-SAIDA
                        END-IF
                        IF AFAST-EXCL-ABERTO
                           MOVE GD-200E-SEQ  TO 701S-SEQ-REG
                           MOVE GD-200E-MATR TO 701S-MATR
                           MOVE GD-200E-NOME TO 701S-NOME
                           PERFORM 327600-AVISA-AFAST-EXCL
                        END-IF
                     END-IF
                     MOVE 03 TO SBS-GRV
      *- - - - - - - EXCLUSAO APLICADA DEVOLVE A VAGA NO QUADRO.
                     IF GD-100E-CMDO NOT EQUAL 3
                        MOVE GD-100E-LOTACAO TO QUADRO-LOTACAO-ANT
                        PERFORM 398200-LIBERA-NO-QUADRO
                     END-IF
               WHEN  4
      *- - REATIVAR SO E ACEITO SE A MATRICULA ESTIVER EXCLUIDA (100E-
      *- - CMDO=3, HERDADO DO T99F100S DA EXECUCAO ANTERIOR), E SE HA
      *- - VAGA NO QUADRO DA LOTACAO EM QUE ELA VOLTA.
                     IF  GD-100E-CMDO EQUAL 3
                         MOVE 004 TO SBS-GRV
                         MOVE GD-100E-LOTACAO TO LOTACAO-TRAB
                         MOVE 'N' TO SW-QUADRO-ANT-ATIVA
                         MOVE GD-200E-MARCA-QUADRO TO QUADRO-MARCA
                         PERFORM 398000-MOVE-NO-QUADRO
                         IF NOT QUADRO-OK
                            MOVE 070 TO SBS-GRV
                         END-IF
                     ELSE
                         MOVE 090 TO SBS-GRV
                     END-IF
           END-IF
           .
       327999-SAIDA. EXIT.
      *-----------------------------
       327500-VERIFICA-AFAST-EXCL SECTION.
      *-----------------------------
      **** PROCURA NA TAB-AFAST-ANT (CADASTRO T99F350S DA EXECUCAO
      **** ANTERIOR, JA SEM OS VENCIDOS: TUDO O QUE ESTA NELA TERMINA
      **** HOJE OU DEPOIS) UM AFASTAMENTO DE MATR-AFAST-EXCL NAO
      **** CANCELADO NESTE LOTE. A TABELA ESTA EM ORDEM DE MATRICULA,
      **** ENTAO A PROCURA PARA AO PASSAR DELA. O TIPO PROTEGIDO
      **** (TAB-TIPO-PROTEG) PREVALECE SOBRE OS DEMAIS.
           MOVE 'N' TO SW-AFAST-EXCL
           MOVE 1 TO IDX-AFAST
           PERFORM WITH TEST BEFORE
                    UNTIL IDX-AFAST GREATER THAN QTD-AFAST-ANT OR
                          AFAST-EXCL-PROTEGIDO
                    IF TAB-AFAST-MATR (IDX-AFAST) GREATER THAN
                       MATR-AFAST-EXCL
                       MOVE QTD-AFAST-ANT TO IDX-AFAST
                    ELSE
                    IF TAB-AFAST-MATR (IDX-AFAST) EQUAL
                          MATR-AFAST-EXCL AND
                       TAB-AFAST-USADO (IDX-AFAST) NOT EQUAL 'C'
                       MOVE 'A' TO SW-AFAST-EXCL
                       PERFORM VARYING IDX-TIPO-PROTEG FROM 1 BY 1
                               UNTIL IDX-TIPO-PROTEG GREATER THAN 10
                               IF TAB-TIPO-PROTEG (IDX-TIPO-PROTEG)
                                     NOT EQUAL SPACES AND
                                  TAB-TIPO-PROTEG (IDX-TIPO-PROTEG)
                                     EQUAL TAB-AFAST-TIPO (IDX-AFAST)
                                  MOVE 'P' TO SW-AFAST-EXCL
                               END-IF
                       END-PERFORM
                    END-IF
                    END-IF
                    ADD 1 TO IDX-AFAST
           END-PERFORM
           .
       327500-SAIDA. EXIT.
      *-----------------------------
       327600-AVISA-AFAST-EXCL SECTION.
      *-----------------------------
      **** AVISO 009 NO T99L701S (O CHAMADOR JA MONTOU SEQ/MATR/NOME
      **** DO MOVIMENTO): EXCLUSAO APLICADA COM AFASTAMENTO NAO
      **** PROTEGIDO EM ABERTO, A SER ENCERRADO PELO RH.
           MOVE SBS-GRV TO SBS-GRV-SALVO
           MOVE 009 TO SBS-GRV
           PERFORM 430001-GRAVA-701S
           MOVE SBS-GRV-SALVO TO SBS-GRV
           .
       327600-SAIDA. EXIT.
      *-----------------------------
       328000-VALIDA-CPF-DUPLIC SECTION.
      *-----------------------------
              END-IF
              PERFORM 350000-TRATA-GRAVA
              PERFORM 360000-TRATA-300E
              PERFORM 396500-SITUACAO-TITULAR
              MOVE 'P' TO SW-DESCARGA-RETIDOS
              PERFORM 226500-DESCARREGA-RETIDOS
              PERFORM 390000-TRATA-DEPENDENTES
           END-IF
           .
      *
               WHEN 85
               WHEN 90
               WHEN 91
               WHEN 72
               WHEN 10
                    MOVE GD-100E-REGISTRO TO GD-EFET-REGISTRO
                    IF GD-100E-CMDO EQUAL 3
                       MOVE 'E' TO SW-ESTADO-MATR
                        WHEN 1
                             MOVE 191 TO COD-OCORR-REPET
                             PERFORM 430090-GRAVA-REPET-701S
      *- - - - - - - - - PENDENTE LIBERADO PARA MATRICULA EXCLUIDA: 010.
                        WHEN 2
                             IF 200E-PENDENTE
                                MOVE 010 TO COD-OCORR-REPET
                                PERFORM 430090-GRAVA-REPET-701S
                             ELSE
                                PERFORM 335000-APLICA-ALTER-REPET
                             END-IF
                        WHEN 3
                             IF 200E-PENDENTE
                                MOVE 010 TO COD-OCORR-REPET
                                PERFORM 430090-GRAVA-REPET-701S
                             ELSE
                                PERFORM 337000-APLICA-EXCLUIR-REPET
                             END-IF
                        WHEN 4
                             PERFORM 338000-APLICA-REATIVAR-REPET
                        WHEN OTHER
              IF SBS-GRV EQUAL 85
                 PERFORM 485000-GRAVA-200Z
              END-IF
      *- - - - IDEM PARA O PRIMEIRO MOVIMENTO RETIDO PELO QUADRO.
              IF SBS-GRV EQUAL 70
                 PERFORM 486000-GRAVA-200Z-QUADRO
              END-IF
           END-IF
           .
       334999-SAIDA. EXIT.
                    MOVE 171 TO COD-OCORR-REPET
                    PERFORM 430090-GRAVA-REPET-701S
               WHEN OTHER
                    MOVE GD-EFET-LOTACAO TO QUADRO-LOTACAO-ANT
                    IF ESTADO-ATIVO
                       MOVE 'S' TO SW-QUADRO-ANT-ATIVA
                    ELSE
                       MOVE 'N' TO SW-QUADRO-ANT-ATIVA
                    END-IF
                    PERFORM 398010-QUADRO-REPET
                    IF NOT QUADRO-OK
                       GO TO 335999-SAIDA
                    END-IF
                    PERFORM 334000-EMITE-PRIMEIRO-MVTO
                    MOVE GD-EFET-REGISTRO TO SALVA-EFET-REGISTRO
                    MOVE 200E-NOME        TO GD-EFET-NOME
                    MOVE 171 TO COD-OCORR-REPET
                    PERFORM 430090-GRAVA-REPET-701S
               WHEN OTHER
                    MOVE 'N' TO SW-QUADRO-ANT-ATIVA
                    PERFORM 398010-QUADRO-REPET
                    IF NOT QUADRO-OK
                       GO TO 336999-SAIDA
                    END-IF
                    PERFORM 334000-EMITE-PRIMEIRO-MVTO
                    MOVE 200E-REGISTRO TO GD-EFET-REGISTRO
                    MOVE 'A' TO SW-ESTADO-MATR
              PERFORM 485010-GRAVA-200Z-REPET
              GO TO 337999-SAIDA
           END-IF
      *- - AFASTAMENTO EM ABERTO, COMO EM 320000 (172 / AVISO 009).
           MOVE 'N' TO SW-AFAST-EXCL
           IF ESTADO-ATIVO
              MOVE 200E-MATR TO MATR-AFAST-EXCL
              PERFORM 327500-VERIFICA-AFAST-EXCL
              IF AFAST-EXCL-PROTEGIDO
                 MOVE 172 TO COD-OCORR-REPET
                 PERFORM 430090-GRAVA-REPET-701S
                 PERFORM 480010-GRAVA-200R-REPET
                 GO TO 337999-SAIDA
              END-IF
           END-IF
           PERFORM 334000-EMITE-PRIMEIRO-MVTO
           IF AFAST-EXCL-ABERTO
              MOVE 200E-SEQ  TO 701S-SEQ-REG
              MOVE 200E-MATR TO 701S-MATR
              MOVE 200E-NOME TO 701S-NOME
              PERFORM 327600-AVISA-AFAST-EXCL
           END-IF
           IF ESTADO-ATIVO
              MOVE GD-EFET-LOTACAO TO QUADRO-LOTACAO-ANT
              PERFORM 398200-LIBERA-NO-QUADRO
           END-IF
           MOVE 'E' TO SW-ESTADO-MATR
           MOVE 'S' TO SW-REPET-APLICADA
           MOVE 003 TO COD-OCORR-REPET
      *-----------------------------
       338000-APLICA-REATIVAR-REPET SECTION.
      *-----------------------------
           MOVE GD-EFET-LOTACAO TO LOTACAO-TRAB
           MOVE 'N' TO SW-QUADRO-ANT-ATIVA
           PERFORM 398010-QUADRO-REPET
           IF NOT QUADRO-OK
              GO TO 338999-SAIDA
           END-IF
           PERFORM 334000-EMITE-PRIMEIRO-MVTO
           MOVE 'A' TO SW-ESTADO-MATR
           MOVE 01 TO CMDO-FINAL-REPET
              END-IF
              PERFORM 350000-TRATA-GRAVA
              PERFORM 360000-TRATA-300E
              PERFORM 396500-SITUACAO-TITULAR
              MOVE 'P' TO SW-DESCARGA-RETIDOS
              PERFORM 226500-DESCARREGA-RETIDOS
              PERFORM 390000-TRATA-DEPENDENTES
           END-IF
           .
      *
                                NOT SALDO-FE-OK
                                MOVE 160 TO SBS-GRV
                                PERFORM 430050-GRAVA-300E-701S
                           WHEN 300E-MATR EQUAL MATR-ITERACAO AND
                                NOT INICIO-FE-OK
                                MOVE 169 TO SBS-GRV
                                PERFORM 430050-GRAVA-300E-701S
                           WHEN 300E-MATR EQUAL MATR-ITERACAO
                                MOVE 150 TO SBS-GRV
                                PERFORM 430050-GRAVA-300E-701S
      **** PAR EXATO (CASO-LIMITE DE INICIO DE LOTE) OU SEM DATA, A
      **** CONFERENCIA E DISPENSADA.
           MOVE 'S' TO SW-SALDO-FE-OK
           MOVE 'S' TO SW-INICIO-FE-OK
           IF 300E-TIPO NOT EQUAL 'FE' OR
              NOT 300E-ACAO-NORMAL
              GO TO 367999-SAIDA
           END-IF
           IF 100S-MATR EQUAL 300E-MATR
              MOVE 100S-DT-ADMISSAO TO DT-ADM-FERIAS
              MOVE 100S-LOTACAO     TO LOTACAO-FERIAS
           ELSE
              MOVE 0 TO DT-ADM-FERIAS
              MOVE SPACES TO LOTACAO-FERIAS
           END-IF
           PERFORM 367500-VERIFICA-SALDO-FERIAS
           PERFORM 367800-VERIFICA-INICIO-FERIAS
           .
       367999-SAIDA. EXIT.
      *-----------------------------
           END-IF
           IF INT-FE-FIM NOT LESS INT-FE-INI
              COMPUTE DIAS-CALC-FE = INT-FE-FIM - INT-FE-INI + 1
              IF CONTAGEM-UTEIS AND CALENDARIO-ATIVO
                 PERFORM 367750-CONTA-DIAS-UTEIS
              END-IF
           END-IF
           .
       367700-SAIDA. EXIT.
      *-----------------------------
       367750-CONTA-DIAS-UTEIS SECTION.
      *-----------------------------
      **** TROCA OS DIAS CORRIDOS DE DIAS-CALC-FE PELOS DIAS UTEIS DO
      **** MESMO TRECHO (INT-FE-INI/FIM, JA CORTADO PELA JANELA) NO
      **** CALENDARIO DA LOTACAO DA MATRICULA; FALHA DO MODULO MANTEM
      **** OS CORRIDOS.
           MOVE 'U'            TO 420C-FUNCAO
           MOVE LOTACAO-FERIAS TO 420C-LOTACAO
           COMPUTE 420C-DT-INI = FUNCTION DATE-OF-INTEGER (INT-FE-INI)
           COMPUTE 420C-DT-FIM = FUNCTION DATE-OF-INTEGER (INT-FE-FIM)
           CALL 'T99S420C' USING 420C-AREA
               ON EXCEPTION
                   MOVE '99' TO 420C-RETORNO
           END-CALL
           IF 420C-OK
              MOVE 420C-DIAS TO DIAS-CALC-FE
           END-IF
           .
       367750-SAIDA. EXIT.
      *-----------------------------
       367800-VERIFICA-INICIO-FERIAS SECTION.
      *-----------------------------
      **** ART. 134 PAR. 3 DA CLT: E VEDADO O INICIO DAS FERIAS NOS
      **** DOIS DIAS QUE ANTECEDEM FERIADO (DA EMPRESA OU DA LOTACAO
      **** DA MATRICULA) OU O REPOUSO SEMANAL (DOMINGO). SEM O MODULO
      **** A CONFERENCIA E DISPENSADA; SEM O T99F420E SO O DOMINGO E
      **** CONFERIDO (O AVISO SAI NA CARGA, VIDE 904100).
           MOVE 'S' TO SW-INICIO-FE-OK
           IF NOT CALENDARIO-ATIVO
              GO TO 367899-SAIDA
           END-IF
           MOVE 'V'            TO 420C-FUNCAO
           MOVE LOTACAO-FERIAS TO 420C-LOTACAO
           MOVE 300E-DT-INICIO TO 420C-DT-INI
           CALL 'T99S420C' USING 420C-AREA
               ON EXCEPTION
                   MOVE '99' TO 420C-RETORNO
           END-CALL
           IF 420C-OK AND 420C-INICIO-VEDADO
              MOVE 'N' TO SW-INICIO-FE-OK
           END-IF
           .
       367899-SAIDA. EXIT.
      *-----------------------------
       369000-REGISTRA-FE-LOTE SECTION.
      *-----------------------------
           .
       370010-SAIDA. EXIT.
      *-----------------------------
       390000-TRATA-DEPENDENTES SECTION.
      *-----------------------------
      **** CASA OS DEPENDENTES COM A MATRICULA RECEM-FINALIZADA NESTA
      **** ITERACAO (MATR-ITERACAO), NA SITUACAO APURADA PARA O
      **** TITULAR EM SW-SIT-TITULAR: DESPEJA NO T99F450S OS
      **** DEPENDENTES ANTERIORES DE MATRICULA MENOR (391000), MONTA EM
      **** TAB-DM OS DA MATRICULA DA VEZ (392000) E APLICA OS
      **** MOVIMENTOS DO T99F450E DELA (393000). MOVIMENTOS DE
      **** MATRICULA MENOR JA PASSARAM DA VEZ SEM ENCONTRAR O TITULAR E
      **** SAO REJEITADOS (065); OS DE MATRICULA MAIOR FICAM RETIDOS
      **** PARA ITERACAO FUTURA. POR FIM A SITUACAO DOS DEPENDENTES
      **** ACOMPANHA A DO TITULAR (394000) E A MATRICULA E GRAVADA EM
      **** ORDEM DE SEQ-DEP (395000). COM MATR-ITERACAO = 9999999
      **** DRENA O QUE SOBROU NO FIM DO LOTE.
           MOVE MATR-ITERACAO TO LIM-DEP-MATR
           PERFORM 391000-DESPEJA-DEP-ANT
           MOVE 'N' TO SW-DM-USADO
           IF MATR-ITERACAO LESS THAN 9999999
              PERFORM 392000-MONTA-DEP-MATR
           END-IF
           PERFORM WITH TEST BEFORE
                    UNTIL 450E-TRL OR
                          450E-MATR GREATER THAN MATR-ITERACAO
                    MOVE SBS-GRV TO SBS-GRV-SALVO
                    EVALUATE TRUE
                        WHEN 450E-FORA-ORDEM
                             MOVE 167 TO SBS-GRV
                             PERFORM 430110-GRAVA-450E-701S
                        WHEN 450E-MATR LESS THAN MATR-ITERACAO
                             MOVE 065 TO SBS-GRV
                             PERFORM 430110-GRAVA-450E-701S
                        WHEN OTHER
                             PERFORM 393000-APLICA-MVTO-DEP
                    END-EVALUATE
                    MOVE SBS-GRV-SALVO TO SBS-GRV
                    PERFORM 245000-LER-ARQ-450E
           END-PERFORM
           IF DM-USADO
              PERFORM 394000-AJUSTA-SITUACAO-DEP
              PERFORM 395000-GRAVA-DEP-MATR
           END-IF
           .
       390999-SAIDA. EXIT.
      *-----------------------------
       391000-DESPEJA-DEP-ANT SECTION.
      *-----------------------------
      **** DESPEJA NO T99F450S, SEM ALTERACAO, OS DEPENDENTES DA
      **** EXECUCAO ANTERIOR COM MATRICULA MENOR QUE LIM-DEP-MATR. NO
      **** BALANCED LINE TODA MATRICULA DA BASE PASSA PELA ITERACAO,
      **** ENTAO SO CHEGA AQUI SEM TER SIDO CASADO O DEPENDENTE DE
      **** TITULAR QUE JA SAIU DA BASE (EXPURGO): ELE E MANTIDO COMO
      **** ESTAVA (INATIVO DESDE A EXCLUSAO) ATE SER REMOVIDO.
           PERFORM WITH TEST BEFORE
                    UNTIL IDX-DEP-PROX GREATER THAN QTD-DEP-ANT
                       OR TAB-DEP-MATR (IDX-DEP-PROX) GREATER
                          OR EQUAL LIM-DEP-MATR
                    MOVE TAB-DEP-ENT (IDX-DEP-PROX) TO 450S-REGISTRO
                    PERFORM 396000-GRAVA-450S
                    ADD 1 TO IDX-DEP-PROX
           END-PERFORM
           .
       391999-SAIDA. EXIT.
      *-----------------------------
       392000-MONTA-DEP-MATR SECTION.
      *-----------------------------
      **** MONTA EM TAB-DM (POSICAO = SEQ-DEP) OS DEPENDENTES DA
      **** EXECUCAO ANTERIOR DA MATRICULA DA VEZ.
           PERFORM VARYING IDX-DM FROM 1 BY 1
                   UNTIL IDX-DM GREATER THAN 99
                   MOVE 'N' TO TAB-DM-OCUPADO (IDX-DM)
           END-PERFORM
           PERFORM WITH TEST BEFORE
                    UNTIL IDX-DEP-PROX GREATER THAN QTD-DEP-ANT
                       OR TAB-DEP-MATR (IDX-DEP-PROX) NOT EQUAL
                          MATR-ITERACAO
                    MOVE TAB-DEP-ENT (IDX-DEP-PROX) TO 450S-REGISTRO
                    MOVE 'S' TO TAB-DM-OCUPADO (450S-SEQ-DEP)
                    MOVE 450S-REGISTRO TO TAB-DM-REG (450S-SEQ-DEP)
                    MOVE 'S' TO SW-DM-USADO
                    ADD 1 TO IDX-DEP-PROX
           END-PERFORM
           .
       392999-SAIDA. EXIT.
      *-----------------------------
       393000-APLICA-MVTO-DEP SECTION.
      *-----------------------------
      **** APLICA UM MOVIMENTO DE DEPENDENTE DA MATRICULA DA VEZ:
      **** TITULAR INEXISTENTE (065) OU EXCLUIDO (066; A REMOCAO AINDA
      **** E ACEITA) E CONTEUDO INVALIDO (397000) REJEITAM; INCLUSAO
      **** DE SEQ-DEP JA OCUPADO (068) E ALTERACAO/REMOCAO DE SEQ-DEP
      **** VAZIO (069) TAMBEM. ACEITO: 060/061/062.
           EVALUATE TRUE
               WHEN TITULAR-INEXISTENTE
                    MOVE 065 TO SBS-GRV
                    PERFORM 430110-GRAVA-450E-701S
                    GO TO 393999-SAIDA
               WHEN TITULAR-EXCLUIDO AND NOT 450E-REMOVE
                    MOVE 066 TO SBS-GRV
                    PERFORM 430110-GRAVA-450E-701S
                    GO TO 393999-SAIDA
           END-EVALUATE
           PERFORM 397000-VALIDA-CONTEUDO-450E
           IF COD-OCORR-DEP NOT EQUAL 0
              MOVE COD-OCORR-DEP TO SBS-GRV
              PERFORM 430110-GRAVA-450E-701S
              GO TO 393999-SAIDA
           END-IF
           MOVE 'S' TO SW-DM-USADO
           EVALUATE TRUE
               WHEN 450E-INCLUI AND
                    TAB-DM-OCUPADO (450E-SEQ-DEP) EQUAL 'S'
                    MOVE 068 TO SBS-GRV
               WHEN 450E-INCLUI
                    MOVE SPACES          TO 450S-REGISTRO
                    MOVE 450E-MATR       TO 450S-MATR
                    MOVE 450E-SEQ-DEP    TO 450S-SEQ-DEP
                    MOVE 'A'             TO 450S-SITUACAO
                    MOVE ZEROES          TO 450S-DT-INATIVACAO
                    PERFORM 393100-MOVE-DADOS-DEP
                    MOVE 'S' TO TAB-DM-OCUPADO (450E-SEQ-DEP)
                    MOVE 060 TO SBS-GRV
               WHEN TAB-DM-OCUPADO (450E-SEQ-DEP) NOT EQUAL 'S'
                    MOVE 069 TO SBS-GRV
               WHEN 450E-ALTERA
                    MOVE TAB-DM-REG (450E-SEQ-DEP) TO 450S-REGISTRO
                    PERFORM 393100-MOVE-DADOS-DEP
                    MOVE 061 TO SBS-GRV
               WHEN OTHER
                    MOVE 'N' TO TAB-DM-OCUPADO (450E-SEQ-DEP)
                    MOVE 062 TO SBS-GRV
           END-EVALUATE
           PERFORM 430110-GRAVA-450E-701S
           .
       393999-SAIDA. EXIT.
      *-----------------------------
       393100-MOVE-DADOS-DEP SECTION.
      *-----------------------------
           MOVE 450E-NOME        TO 450S-NOME
           MOVE 450E-CPF         TO 450S-CPF
           MOVE 450E-DT-NASC     TO 450S-DT-NASC
           MOVE 450E-PARENTESCO  TO 450S-PARENTESCO
           MOVE DATA-SISTEMA     TO 450S-DT-ATUALIZ
           MOVE 450S-REGISTRO    TO TAB-DM-REG (450E-SEQ-DEP)
           .
       393199-SAIDA. EXIT.
      *-----------------------------
       394000-AJUSTA-SITUACAO-DEP SECTION.
      *-----------------------------
      **** O DEPENDENTE ACOMPANHA O TITULAR: MATRICULA EXCLUIDA
      **** (CMDO 03) INATIVA OS DEPENDENTES ATIVOS (063) E MATRICULA
      **** ATIVA -- REATIVADA NA NOITE OU JA ATIVA -- REATIVA OS
      **** INATIVOS (064).
           MOVE SBS-GRV TO SBS-GRV-SALVO
           PERFORM VARYING IDX-DM FROM 1 BY 1
                   UNTIL IDX-DM GREATER THAN 99
                   IF TAB-DM-OCUPADO (IDX-DM) EQUAL 'S'
                      MOVE TAB-DM-REG (IDX-DM) TO 450S-REGISTRO
                      MOVE 0 TO SBS-GRV
                      IF TITULAR-EXCLUIDO AND 450S-ATIVO
                         MOVE 'I'          TO 450S-SITUACAO
                         MOVE DATA-SISTEMA TO 450S-DT-INATIVACAO
                         MOVE 063          TO SBS-GRV
                      END-IF
                      IF TITULAR-ATIVO AND 450S-INATIVO
                         MOVE 'A'          TO 450S-SITUACAO
                         MOVE ZEROES       TO 450S-DT-INATIVACAO
                         MOVE 064          TO SBS-GRV
                      END-IF
                      IF SBS-GRV NOT EQUAL 0
                         MOVE DATA-SISTEMA  TO 450S-DT-ATUALIZ
                         MOVE 450S-REGISTRO TO TAB-DM-REG (IDX-DM)
                         PERFORM 430120-GRAVA-450S-701S
                      END-IF
                   END-IF
           END-PERFORM
           MOVE SBS-GRV-SALVO TO SBS-GRV
           .
       394999-SAIDA. EXIT.
      *-----------------------------
       395000-GRAVA-DEP-MATR SECTION.
      *-----------------------------
           PERFORM VARYING IDX-DM FROM 1 BY 1
                   UNTIL IDX-DM GREATER THAN 99
                   IF TAB-DM-OCUPADO (IDX-DM) EQUAL 'S'
                      MOVE TAB-DM-REG (IDX-DM) TO 450S-REGISTRO
                      PERFORM 396000-GRAVA-450S
                   END-IF
           END-PERFORM
           .
       395999-SAIDA. EXIT.
      *-----------------------------
       396000-GRAVA-450S SECTION.
      *-----------------------------
           IF NOT EM-SIMULACAO
              WRITE 450S-REGISTRO-FD FROM 450S-REGISTRO
           END-IF
           ADD 1 TO QTD-450S
           .
       396999-SAIDA. EXIT.
      *-----------------------------
       396500-SITUACAO-TITULAR SECTION.
      *-----------------------------
      **** SITUACAO DO TITULAR NO BALANCED LINE: 350000-TRATA-GRAVA
      **** ACABOU DE GRAVAR (OU, EM SIMULACAO, DE MONTAR) EM
      **** 100S-REGISTRO A MATRICULA DA ITERACAO, SE ELA CONTINUA NA
      **** BASE; CMDO 03 = EXCLUIDA.
           IF 100S-MATR EQUAL MATR-ITERACAO
              IF 100S-CMDO EQUAL 03
                 MOVE 'X' TO SW-SIT-TITULAR
              ELSE
                 MOVE 'A' TO SW-SIT-TITULAR
              END-IF
           ELSE
              MOVE 'N' TO SW-SIT-TITULAR
           END-IF
           .
       396599-SAIDA. EXIT.
      *-----------------------------
       397000-VALIDA-CONTEUDO-450E SECTION.
      *-----------------------------
      **** CONTEUDO DO MOVIMENTO DE DEPENDENTE: CMDO NO DOMINIO E
      **** SEQ-DEP 01-99 (162); NA INCLUSAO/ALTERACAO, NOME PREENCHIDO
      **** (168), PARENTESCO NO DOMINIO (165), CPF COM DIGITO
      **** VERIFICADOR VALIDO (163, MESMO 326000 DO TITULAR), DATA DE
      **** NASCIMENTO REAL E NAO FUTURA (164) E, PARA FILHO/ENTEADO/
      **** TUTELADO, IDADE NA DATA-SISTEMA ATE IDADE-MAX-DEP (067).
      **** A PRIMEIRA FALHA FICA EM COD-OCORR-DEP.
           MOVE 0 TO COD-OCORR-DEP
           IF 450E-SEQ-DEP NOT NUMERIC OR
              450E-SEQ-DEP EQUAL ZEROES OR
              450E-CMDO NOT NUMERIC OR
              NOT (450E-INCLUI OR 450E-ALTERA OR 450E-REMOVE)
              MOVE 162 TO COD-OCORR-DEP
              GO TO 397999-SAIDA
           END-IF
           IF 450E-REMOVE
              GO TO 397999-SAIDA
           END-IF
           IF 450E-NOME EQUAL SPACES
              MOVE 168 TO COD-OCORR-DEP
              GO TO 397999-SAIDA
           END-IF
           IF 450E-PARENTESCO NOT NUMERIC OR
              NOT 450E-PARENT-VALIDO
              MOVE 165 TO COD-OCORR-DEP
              GO TO 397999-SAIDA
           END-IF
           IF 450E-CPF NOT NUMERIC
              MOVE 163 TO COD-OCORR-DEP
              GO TO 397999-SAIDA
           END-IF
           MOVE 450E-CPF TO CPF-NUM
           PERFORM 326000-VALIDA-CPF-NUM
           IF CPF-INVALIDO
              MOVE 163 TO COD-OCORR-DEP
              GO TO 397999-SAIDA
           END-IF
           IF 450E-DT-NASC NOT NUMERIC
              MOVE 164 TO COD-OCORR-DEP
              GO TO 397999-SAIDA
           END-IF
           MOVE 450E-DT-NASC TO DTV-DATA
           PERFORM 380000-VALIDA-DATA
           IF DATA-INVALIDA OR 450E-DT-NASC GREATER THAN DATA-SISTEMA
              MOVE 164 TO COD-OCORR-DEP
              GO TO 397999-SAIDA
           END-IF
           IF 450E-PARENT-C-IDADE
              MOVE 450E-DT-NASC TO DEP-DT-NASC
              MOVE DATA-SISTEMA TO DEP-DT-REF
              COMPUTE IDADE-DEP = DEP-REF-AA - DEP-NASC-AA
              IF DEP-REF-MMDD LESS THAN DEP-NASC-MMDD
                 SUBTRACT 1 FROM IDADE-DEP
              END-IF
              IF IDADE-DEP GREATER THAN IDADE-MAX-DEP
                 MOVE 067 TO COD-OCORR-DEP
              END-IF
           END-IF
           .
       397999-SAIDA. EXIT.
      *-----------------------------
       350000-TRATA-GRAVA SECTION.
      *-----------------------------
           EVALUATE  SBS-GRV
               WHEN  0
                     CONTINUE
               WHEN  1
                     PERFORM 430010-GRAVA-MVTODUP-701S
                     PERFORM 420000-GRAVA-S-200
               WHEN  2
                     PERFORM 430010-GRAVA-MVTODUP-701S
                     PERFORM 420000-GRAVA-S-200
               WHEN  91
                     PERFORM 410000-GRAVA-S-100
                     PERFORM 430010-GRAVA-MVTODUP-701S
                     PERFORM 480000-GRAVA-200R
               WHEN  90
      *- - - - - - REATIVAR REJEITADO (JA ATIVA): MANTEM COMO ESTAVA.
                     PERFORM 410000-GRAVA-S-100
                     PERFORM 430010-GRAVA-MVTODUP-701S
                     PERFORM 480000-GRAVA-200R
               WHEN  03
                     PERFORM 430010-GRAVA-MVTODUP-701S
                     PERFORM 410010-GRAVA-S-100-EXCLUI
      *- - - - - - EXCLUSAO SUSPENSA PELA GUARDA: A MATRICULA SEGUE
      *- - - - - - COMO ESTAVA NA BASE E O MOVIMENTO VAI AO SUSPENSE.
               WHEN  85
                     PERFORM 410000-GRAVA-S-100
                     PERFORM 430010-GRAVA-MVTODUP-701S
                     PERFORM 485000-GRAVA-200Z
      *- - - - - - EXCLUSAO REJEITADA POR AFASTAMENTO PROTEGIDO: IDEM,
      *- - - - - - COM O MOVIMENTO NO ARQUIVO DE REJEITOS.
               WHEN  72
                     PERFORM 410000-GRAVA-S-100
                     PERFORM 430010-GRAVA-MVTODUP-701S
                     PERFORM 480000-GRAVA-200R
      *- - - - - - PENDENTE CANCELADO (MATRICULA JA EXCLUIDA): A BASE
      *- - - - - - FICA COMO ESTAVA E O MOVIMENTO NAO VAI A LUGAR ALGUM.
               WHEN  10
                     PERFORM 410000-GRAVA-S-100
                     PERFORM 430010-GRAVA-MVTODUP-701S
      *- - - - - - RETIDO PELO QUADRO DE VAGAS: IDEM (NA INCLUSAO A
      *- - - - - - MATRICULA NAO ESTA NA BASE E NADA E REGRAVADO).
               WHEN  70
                     IF GD-100E-MATR EQUAL GD-200E-MATR
                        PERFORM 410000-GRAVA-S-100
                     END-IF
                     PERFORM 430010-GRAVA-MVTODUP-701S
                     PERFORM 486000-GRAVA-200Z-QUADRO
               WHEN  04
                     PERFORM 430010-GRAVA-MVTODUP-701S
                     PERFORM 410020-GRAVA-S-100-REATIVA
      *- - - - - - RESULTADO EFETIVO DE MOVIMENTOS REPETIDOS APLICADOS
      *- - - - - - EM CADEIA (VIDE 330000): AS OCORRENCIAS JA FORAM
      *- - - - - - EMITIDAS PASSO A PASSO, AQUI SO A GRAVACAO.
               WHEN  61
                     PERFORM 421000-GRAVA-S-EFET
               WHEN  63
                     PERFORM 421010-GRAVA-S-EFET-EXCLUI
               WHEN  99
      *- - - - - - Evita GRAVAR 100E DUPLIC. SE SBS-GRV=99 da mesma MATR
           .
      *
       350999-SAIDA. EXIT.
      *---------------------------
       398000-MOVE-NO-QUADRO SECTION.
      *---------------------------
      **** QUADRO DE VAGAS: LEVA UMA MATRICULA PARA A LOTACAO
      **** LOTACAO-TRAB, VINDA DE QUADRO-LOTACAO-ANT QUANDO JA ESTAVA
      **** ATIVA (QUADRO-ANT-ATIVA). PERMANECER NA MESMA LOTACAO NAO
      **** MEXE NO QUADRO; ENTRAR NUMA LOTACAO CONTROLADA JA COMPLETA
      **** REPROVA (QUADRO-OK = 'N', NADA E MOVIDO), SALVO O MOVIMENTO
      **** LIBERADO PELO SUPERVISOR NO T99P2013 (QUADRO-MARCA = 'Q').
      **** APROVADO, LIBERA A VAGA ANTERIOR E OCUPA A NOVA. LOTACAO
      **** FORA DA T99F400E OU SEM QUADRO PREENCHIDO NAO E CONTROLADA.
           MOVE 'S' TO SW-QUADRO-OK
           IF QUADRO-ANT-ATIVA AND
              QUADRO-LOTACAO-ANT EQUAL LOTACAO-TRAB
              GO TO 398000-SAIDA
           END-IF
           MOVE LOTACAO-TRAB TO QUADRO-LOTACAO-BUSCA
           PERFORM 398100-LOCALIZA-QUADRO
           IF IDX-QUADRO GREATER THAN ZEROES AND
              TAB-LOTACAO-CONTROLA (IDX-QUADRO) EQUAL 'S' AND
              QUADRO-MARCA NOT EQUAL 'Q'
              IF TAB-LOTACAO-OCUP (IDX-QUADRO) NOT LESS
                 TAB-LOTACAO-VAGAS (IDX-QUADRO)
                 MOVE 'N' TO SW-QUADRO-OK
                 GO TO 398000-SAIDA
              END-IF
           END-IF
           IF IDX-QUADRO GREATER THAN ZEROES
              ADD 1 TO TAB-LOTACAO-OCUP (IDX-QUADRO)
           END-IF
           IF QUADRO-ANT-ATIVA
              PERFORM 398200-LIBERA-NO-QUADRO
           END-IF
           .
       398000-SAIDA. EXIT.
      *---------------------------
       398010-QUADRO-REPET SECTION.
      *---------------------------
      **** IDEM PARA UM MOVIMENTO REPETIDO (200E-REGISTRO) EM CADEIA:
      **** REPROVADO, EMITE A OCORRENCIA 170 E RETEM O MOVIMENTO NO
      **** SUSPENSE; O ESTADO EFETIVO DA MATRICULA NAO MUDA.
           MOVE 200E-MARCA-QUADRO TO QUADRO-MARCA
           PERFORM 398000-MOVE-NO-QUADRO
           IF NOT QUADRO-OK
              MOVE 170 TO COD-OCORR-REPET
              PERFORM 430090-GRAVA-REPET-701S
              PERFORM 486010-GRAVA-200Z-QUADRO-REPET
           END-IF
           .
       398010-SAIDA. EXIT.
      *---------------------------
       398100-LOCALIZA-QUADRO SECTION.
      *---------------------------
      **** POSICAO DE QUADRO-LOTACAO-BUSCA EM TAB-LOTACOES (IDX-QUADRO),
      **** OU ZERO QUANDO A LOTACAO NAO ESTA NA TABELA.
           MOVE 0 TO IDX-QUADRO
           IF QUADRO-LOTACAO-BUSCA EQUAL SPACES
              GO TO 398100-SAIDA
           END-IF
           MOVE 1 TO IDX-LOTACAO
           PERFORM WITH TEST BEFORE
                    UNTIL IDX-LOTACAO GREATER THAN QTD-LOTACOES
                       OR IDX-QUADRO GREATER THAN ZEROES
                    IF TAB-LOTACAO-COD (IDX-LOTACAO) EQUAL
                          QUADRO-LOTACAO-BUSCA
                       MOVE IDX-LOTACAO TO IDX-QUADRO
                    END-IF
                    ADD 1 TO IDX-LOTACAO
           END-PERFORM
           .
       398100-SAIDA. EXIT.
      *---------------------------
       398200-LIBERA-NO-QUADRO SECTION.
      *---------------------------
      **** DEVOLVE A VAGA DE QUADRO-LOTACAO-ANT (EXCLUSAO APLICADA OU
      **** SAIDA DA LOTACAO POR TRANSFERENCIA).
           MOVE QUADRO-LOTACAO-ANT TO QUADRO-LOTACAO-BUSCA
           PERFORM 398100-LOCALIZA-QUADRO
           IF IDX-QUADRO GREATER THAN ZEROES
              IF TAB-LOTACAO-OCUP (IDX-QUADRO) GREATER THAN ZEROES
                 SUBTRACT 1 FROM TAB-LOTACAO-OCUP (IDX-QUADRO)
              END-IF
           END-IF
           .
       398200-SAIDA. EXIT.
      *---------------------------
       410000-GRAVA-S-100 SECTION.
      *---------------------------
           MOVE SPACE TO GD-EFET-ORIGEM
           MOVE SPACES TO GD-EFET-DT-EFETIVACAO
           MOVE SPACE  TO GD-EFET-MARCA-V1
           MOVE SPACE  TO GD-EFET-MARCA-QUADRO
           MOVE GD-EFET-REGISTRO TO 100S-REGISTRO
           MOVE CMDO-FINAL-REPET TO 100S-CMDO
           ADD 1 TO CNT-SEQ-100S
           MOVE SPACE TO GD-EFET-ORIGEM
           MOVE SPACES TO GD-EFET-DT-EFETIVACAO
           MOVE SPACE  TO GD-EFET-MARCA-V1
           MOVE SPACE  TO GD-EFET-MARCA-QUADRO
           MOVE GD-EFET-REGISTRO TO 100S-REGISTRO
           MOVE 03 TO 100S-CMDO
           ADD 1 TO CNT-SEQ-100S
           IF NOT EM-SIMULACAO
              WRITE 200A-REGISTRO-FD FROM REG-TRAB-200R
           END-IF
           PERFORM 477000-GRAVA-HIST-200H
           ADD CNT-SEQ-200A TO SMT-SEQ-200A
           .
       475999-SAIDA. EXIT.
      *-------------------------------
       477000-GRAVA-HIST-200H SECTION.
      *-------------------------------
      **** GRAVA NO HISTORICO PERMANENTE T99F200H (ABERTO EM EXTEND
      **** POR 900001) O MOVIMENTO QUE ACABOU DE IR AO T99F200A. A
      **** IMAGEM ANTES E O REGISTRO DE GUARDA DA BASE (GD-100E, NO
      **** MODO DE LOTE PEQUENO O LIDO DA COPIA INDEXADA) QUANDO ELE E
      **** DA MESMA MATRICULA; SENAO A MATRICULA NAO EXISTIA (INCLUSAO)
      **** E A IMAGEM ANTES SAI ZERADA, COM CMDO 00. NA CADEIA DE
      **** REPETIDOS SAI UMA LINHA SO, DA BASE AO RESULTADO EFETIVO,
      **** COMO NO T99F200A.
           IF EM-SIMULACAO OR FS-200H NOT EQUAL ZEROES
              GO TO 477999-SAIDA
           END-IF
           MOVE DATA-SISTEMA       TO 200H-DATA
           MOVE CNT-SEQ-200A       TO 200H-SEQ
           MOVE 100S-MATR          TO 200H-MATR
           MOVE CMDO-MVTO-APLICADO TO 200H-CMDO
           IF GD-100E-MATR EQUAL 100S-MATR
              MOVE GD-100E-NOME          TO 200H-ANT-NOME
              MOVE GD-100E-SEXO          TO 200H-ANT-SEXO
              MOVE GD-100E-CPF           TO 200H-ANT-CPF
              MOVE GD-100E-EST-CIVIL     TO 200H-ANT-EST-CIVIL
              MOVE GD-100E-DT-NASCIMENTO TO 200H-ANT-DT-NASC
              MOVE GD-100E-DT-ADMISSAO   TO 200H-ANT-DT-ADM
              MOVE GD-100E-LOTACAO       TO 200H-ANT-LOTACAO
              MOVE GD-100E-CMDO          TO 200H-ANT-CMDO
           ELSE
              MOVE SPACES TO 200H-ANTES
              MOVE ZEROES TO 200H-ANT-CPF
                             200H-ANT-DT-NASC
                             200H-ANT-DT-ADM
                             200H-ANT-CMDO
           END-IF
           MOVE 100S-NOME          TO 200H-DEP-NOME
           MOVE 100S-SEXO          TO 200H-DEP-SEXO
           MOVE 100S-CPF           TO 200H-DEP-CPF
           MOVE 100S-EST-CIVIL     TO 200H-DEP-EST-CIVIL
           MOVE 100S-DT-NASCIMENTO TO 200H-DEP-DT-NASC
           MOVE 100S-DT-ADMISSAO   TO 200H-DEP-DT-ADM
           MOVE 100S-LOTACAO       TO 200H-DEP-LOTACAO
           MOVE 100S-CMDO          TO 200H-DEP-CMDO
           WRITE 200H-REGISTRO-FD FROM 200H-REGISTRO
           .
       477999-SAIDA. EXIT.
      *-------------------------------
       476000-GRAVA-XREF-100R SECTION.
      *-------------------------------
      *- - CONTABILIDADE POR ARQUIVO DE ORIGEM DO MOVIMENTO.
           MOVE GD-200E-ORIGEM      TO  ORIGEM-CORRENTE
           MOVE SBS-GRV             TO  COD-APURA-ARQ
           MOVE GD-200E-SEQ         TO  RET-SEQ-MVTO
           MOVE GD-200E-MATR        TO  RET-MATR-MVTO
           MOVE GD-200E-CMDO        TO  RET-CMDO-MVTO
           PERFORM 434000-APURA-POR-ARQ
           .
      *-------------------------------
      *-------------------------------
      **** IDEM, PARA UM MOVIMENTO REPETIDO REJEITADO (AINDA NO
      **** BUFFER DE LEITURA 200E-REGISTRO).
           IF SAIDA-SUPRIMIDA
              GO TO 480010-SAIDA
           END-IF
           MOVE 200E-REGISTRO TO REG-TRAB-200R
           ADD 1 TO CNT-SEQ-200R
           MOVE SPACE TO TRAB-200R-ORIGEM
           ADD CNT-SEQ-200Z TO SMT-SEQ-200Z
           .
       485010-SAIDA. EXIT.
      *-------------------------------
       486000-GRAVA-200Z-QUADRO SECTION.
      *-------------------------------
      **** MOVIMENTO RETIDO PELO QUADRO DE VAGAS (070): VAI PARA O
      **** MESMO SUSPENSE DA GUARDA DE EXCLUSAO, COM A MARCA 'Q' EM
      **** 200E-MARCA-QUADRO. LIBERADO NO T99P2013 E RECICLADO, ENTRA
      **** MESMO ACIMA DO QUADRO (398000), POIS O SUPERVISOR JA O
      **** AUTORIZOU.
           MOVE 'Q' TO GD-200E-MARCA-QUADRO
           PERFORM 485000-GRAVA-200Z
           .
       486000-SAIDA. EXIT.
      *-------------------------------
       486010-GRAVA-200Z-QUADRO-REPET SECTION.
      *-------------------------------
      **** IDEM (170), PARA UM MOVIMENTO REPETIDO AINDA NO BUFFER DE
      **** LEITURA; A MARCA NAO FICA NO BUFFER.
           MOVE 200E-MARCA-QUADRO TO QUADRO-MARCA
           MOVE 'Q' TO 200E-MARCA-QUADRO
           PERFORM 485010-GRAVA-200Z-REPET
           MOVE QUADRO-MARCA TO 200E-MARCA-QUADRO
           .
       486010-SAIDA. EXIT.
      *-------------------------------
       481000-GRAVA-300R SECTION.
      *-------------------------------
           END-IF
           MOVE 200E-ORIGEM         TO  ORIGEM-CORRENTE
           MOVE COD-OCORR-REPET     TO  COD-APURA-ARQ
           MOVE 200E-SEQ            TO  RET-SEQ-MVTO
           MOVE 200E-MATR           TO  RET-MATR-MVTO
           MOVE 200E-CMDO           TO  RET-CMDO-MVTO
           PERFORM 434000-APURA-POR-ARQ
           .
      *-------------------------------
      **** ARQUIVO DE ORIGEM (ORIGEM-CORRENTE): ACEITO (001-004) OU
      **** REJEITADO (080/090-098/180/190-198); DEMAIS CODIGOS
      **** (AVISOS/INFORMATIVOS) NAO ENTRAM NA CONTA.
           IF SAIDA-SUPRIMIDA
              GO TO 434999-SAIDA
           END-IF
           EVALUATE ORIGEM-CORRENTE
               WHEN '2'
                    MOVE 2 TO SBS-ORIGEM
                    COD-APURA-ARQ NOT GREATER 4
                    ADD 1 TO CNT-ACEITOS-ARQ (SBS-ORIGEM)
               WHEN COD-APURA-ARQ EQUAL 71
               WHEN COD-APURA-ARQ EQUAL 72
               WHEN COD-APURA-ARQ EQUAL 73
               WHEN COD-APURA-ARQ GREATER OR EQUAL 74 AND
                    COD-APURA-ARQ NOT GREATER 78
               WHEN COD-APURA-ARQ GREATER OR EQUAL 90 AND
                    COD-APURA-ARQ NOT GREATER 98
               WHEN COD-APURA-ARQ EQUAL 171
               WHEN COD-APURA-ARQ EQUAL 172
               WHEN COD-APURA-ARQ EQUAL 180
               WHEN COD-APURA-ARQ GREATER OR EQUAL 190 AND
                    COD-APURA-ARQ NOT GREATER 198
                    ADD 1 TO CNT-REJEIT-ARQ (SBS-ORIGEM)
           END-EVALUATE
      *- - O MESMO DESFECHO VAI AO RETORNO DO ARQUIVO DE ORIGEM (O
      *- - CHAMADOR DEIXA SEQ/MATR/CMDO DO MOVIMENTO EM RET-*).
           PERFORM 436000-GRAVA-RETORNO
           .
       434999-SAIDA. EXIT.
      *-------------------------------
       436000-GRAVA-RETORNO SECTION.
      *-------------------------------
      **** GRAVA A LINHA DE RETORNO DE UM MOVIMENTO NO ARQUIVO DE
      **** RETORNO DO SEU ARQUIVO DE ORIGEM (ORIGEM-CORRENTE; ESPACO/
      **** '1' = PRINCIPAL, '2'/'3' = FILIAIS; RECICLADO E PENDENTE
      **** LIBERADO NAO TEM RETORNO), COM O SEQ ORIGINAL DO REGISTRO
      **** (TAB-SEQ-ORIG, QUANDO O PRE-SORT RENUMEROU) E O DESTINO
      **** DERIVADO DO CODIGO DA OCORRENCIA (COD-APURA-ARQ):
      **** 001-004 APLICADO; 005 RETIDO NO T99F200P; 085/185 E 070/170
      **** (QUADRO DE VAGAS) SUSPENSO NO T99F200Z; 171/174-178
      **** (REPETIDO REJEITADO QUE NAO VAI AO T99F200R, VIDE 430090)
      **** REJEITADO; 010 (RETIDO CANCELADO, VIDE 226520) CANCELADO;
      **** DEMAIS REJEICOES FORAM
      **** COPIADAS NO T99F200R PARA RECICLAGEM.
           IF SAIDA-SUPRIMIDA
              GO TO 436999-SAIDA
           END-IF
           EVALUATE ORIGEM-CORRENTE
               WHEN SPACE
               WHEN '1'
                    MOVE 1 TO SBS-RET
               WHEN '2'
                    MOVE 2 TO SBS-RET
               WHEN '3'
                    MOVE 3 TO SBS-RET
               WHEN OTHER
                    GO TO 436999-SAIDA
           END-EVALUATE
           IF TAB-RET-ABERTO (SBS-RET) NOT EQUAL 'S'
              GO TO 436999-SAIDA
           END-IF
           MOVE SPACES TO 200T-REGISTRO
           MOVE RET-MATR-MVTO TO 200T-MATR
           MOVE RET-SEQ-MVTO TO 200T-SEQ-MVTO
           IF SEQ-ORIG-TABELADO AND
              RET-SEQ-MVTO GREATER THAN 0 AND
              RET-SEQ-MVTO NOT GREATER QTD-SEQ-ORIG
              MOVE TAB-SEQ-ORIG (RET-SEQ-MVTO) TO 200T-SEQ-MVTO
           END-IF
           MOVE RET-CMDO-MVTO TO 200T-CMDO
           EVALUATE TRUE
               WHEN COD-APURA-ARQ GREATER OR EQUAL 1 AND
                    COD-APURA-ARQ NOT GREATER 4
                    MOVE 'A' TO 200T-DESTINO
               WHEN COD-APURA-ARQ EQUAL 5
                    MOVE 'P' TO 200T-DESTINO
               WHEN COD-APURA-ARQ EQUAL 10
                    MOVE 'X' TO 200T-DESTINO
               WHEN COD-APURA-ARQ EQUAL 85
               WHEN COD-APURA-ARQ EQUAL 185
               WHEN COD-APURA-ARQ EQUAL 70
               WHEN COD-APURA-ARQ EQUAL 170
                    MOVE 'Z' TO 200T-DESTINO
               WHEN COD-APURA-ARQ EQUAL 171
               WHEN COD-APURA-ARQ GREATER OR EQUAL 174 AND
                    COD-APURA-ARQ NOT GREATER 178
                    MOVE 'R' TO 200T-DESTINO
               WHEN OTHER
                    MOVE 'C' TO 200T-DESTINO
           END-EVALUATE
           MOVE COD-APURA-ARQ TO 200T-COD-OCORR
           MOVE TAB-ERROS (COD-APURA-ARQ) TO 200T-OCORR
           ADD 1 TO CNT-SEQ-200T (SBS-RET)
           MOVE CNT-SEQ-200T (SBS-RET) TO 200T-SEQ
           PERFORM 436100-ESCREVE-RETORNO
           ADD CNT-SEQ-200T (SBS-RET) TO SMT-SEQ-200T (SBS-RET)
           .
       436999-SAIDA. EXIT.
      *-------------------------------
       436100-ESCREVE-RETORNO SECTION.
      *-------------------------------
      **** GRAVA 200T-REGISTRO NO ARQUIVO DE RETORNO SBS-RET.
           EVALUATE SBS-RET
               WHEN 1
                    WRITE 200T-REGISTRO-FD FROM 200T-REGISTRO
               WHEN 2
                    WRITE 200T2-REGISTRO-FD FROM 200T-REGISTRO
               WHEN 3
                    WRITE 200T3-REGISTRO-FD FROM 200T-REGISTRO
           END-EVALUATE
           .
       436100-SAIDA. EXIT.
      *-------------------------------
       430080-GRAVA-RESSEQ-701S SECTION.
      *-------------------------------
           PERFORM 430001-GRAVA-701S
           MOVE SBS-GRV-SALVO       TO  SBS-GRV
           .
      *-------------------------------
       430110-GRAVA-450E-701S SECTION.
      *-------------------------------
           MOVE 450E-SEQ            TO  701S-SEQ-REG
           MOVE 450E-MATR           TO  701S-MATR
           MOVE SPACES              TO  701S-NOME
           STRING 'DEP '           DELIMITED BY SIZE
                  450E-SEQ-DEP     DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  450E-NOME        DELIMITED BY SIZE
                  INTO 701S-NOME
           PERFORM 430001-GRAVA-701S
           .
      *-------------------------------
       430120-GRAVA-450S-701S SECTION.
      *-------------------------------
           MOVE SPACES              TO  701S-SEQ-REG
           MOVE 450S-MATR           TO  701S-MATR
           MOVE SPACES              TO  701S-NOME
           STRING 'DEP '           DELIMITED BY SIZE
                  450S-SEQ-DEP     DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  450S-NOME        DELIMITED BY SIZE
                  INTO 701S-NOME
           PERFORM 430001-GRAVA-701S
           .
      *-------------------------------
       430001-GRAVA-701S SECTION.
      *-------------------------------
      **** LINHAS EMITIDAS FORA DO LACO PRINCIPAL (RESSEQUENCIA,
      **** RECICLAGEM, SANEAMENTO NA PRIMEIRA LEITURA) NAO DEIXEM O
      **** CONTADOR PASSAR DO PONTO DE QUEBRA SEM CABECALHO.
           IF SAIDA-SUPRIMIDA
              GO TO 430001-SAIDA
           END-IF
           IF LINHA-701S GREATER OR EQUAL LINHAS-POR-PAGINA
              PERFORM 440000-GRAVA-CABEC
           END-IF
           ADD 1                    TO LINHA-701S
           ADD 1                    TO CNT-ERROS (SBS-GRV)
           .
       430001-SAIDA. EXIT.
      *---------------------------
       440000-GRAVA-CABEC SECTION.
      *---------------------------
      *- - (MATRICULA MAIOR QUE A ULTIMA CASADA NO LOTE).
           MOVE 9999999 TO LIM-AFAST-MATR
           PERFORM 370010-DESPEJA-AFAST-ANT
      *- - E OS MOVIMENTOS RETIDOS QUE AINDA ESTAO NA TABELA.
           MOVE 'T' TO SW-DESCARGA-RETIDOS
           PERFORM 226500-DESCARREGA-RETIDOS
      *
      *- - NO MODO DE LOTE PEQUENO O T99F100E SO TEVE O HEADER LIDO
      *- - (A BASE VEM DA COPIA INDEXADA), ENTAO NAO HA SOMAT-SEQ
           IF 300E-SOMAT-SEQ NOT EQUAL SMT-SEQ-300E
               PERFORM 999015-ERRO-015
           END-IF
      *
           IF TEM-450E AND
              450E-SOMAT-SEQ NOT EQUAL SMT-SEQ-450E
               PERFORM 999029-ERRO-029
           END-IF
      *
           IF NOT EM-SIMULACAO
              MOVE SPACES         TO 100S-REG-TRL
              MOVE 9999999 TO 300E-MATR
              MOVE SMT-SEQ-300R TO 300E-SOMAT-SEQ
              WRITE 300R-REGISTRO-FD FROM 300E-REGISTRO
      *- - - - TRAILER DO CADASTRO DE DEPENDENTES: E ELE QUE MARCA O
      *- - - - ARQUIVO COMO COMPLETO PARA A PROXIMA EXECUCAO (900028).
              MOVE SPACES TO 450S-REGISTRO
              MOVE 9999999 TO 450S-MATR
              MOVE QTD-450S TO 450S-QTD-DEP
              WRITE 450S-REGISTRO-FD FROM 450S-REGISTRO
      *- - - - TRAILERS DOS ARQUIVOS DE RETORNO ABERTOS.
              PERFORM VARYING SBS-RET FROM 1 BY 1
                      UNTIL SBS-RET GREATER THAN 3
                      IF TAB-RET-ABERTO (SBS-RET) EQUAL 'S'
                         MOVE SPACES TO 200T-REGISTRO
                         MOVE 9999999 TO 200T-MATR
                         MOVE SMT-SEQ-200T (SBS-RET)
                                          TO 200T-SOMAT-SEQ
                         COMPUTE 200T-QTD-DET =
                                 CNT-SEQ-200T (SBS-RET) - 1
                         PERFORM 436100-ESCREVE-RETORNO
                      END-IF
              END-PERFORM
           END-IF
      *
           PERFORM 450000-GRAVA-RESUMO-701S
      **** MODO NORMAL.
           PERFORM 710000-APLICA-MVTO-CHAVE
                    UNTIL 200E-TRL
           MOVE 'C' TO SW-DESCARGA-RETIDOS
           PERFORM 226500-DESCARREGA-RETIDOS
           PERFORM 720000-TRATA-300E-CHAVE
                    UNTIL 300E-TRL
           MOVE 'N' TO SW-FIM-DEP-CHAVE
           PERFORM 740000-TRATA-DEP-CHAVE
                    UNTIL FIM-DEP-CHAVE
           PERFORM 730000-REGENERA-SAIDAS
           .
       700999-SAIDA. EXIT.
           PERFORM 220000-LER-ARQ-200E
           .
       710999-SAIDA. EXIT.
      *-------------------------------
       740000-TRATA-DEP-CHAVE SECTION.
      *-------------------------------
      **** DEPENDENTES NO MODO DE LOTE PEQUENO: PERCORRE, EM ORDEM DE
      **** MATRICULA, AS MATRICULAS QUE TEM DEPENDENTE ANTERIOR OU
      **** MOVIMENTO NO T99F450E, APURA A SITUACAO DO TITULAR NA COPIA
      **** INDEXADA (JA COM OS MOVIMENTOS DA NOITE APLICADOS) E REUSA
      **** O MESMO 390000 DO BALANCED LINE.
           MOVE 9999999 TO MATR-ITERACAO
           IF IDX-DEP-PROX NOT GREATER THAN QTD-DEP-ANT
              MOVE TAB-DEP-MATR (IDX-DEP-PROX) TO MATR-ITERACAO
           END-IF
           IF 450E-MATR LESS THAN MATR-ITERACAO
              MOVE 450E-MATR TO MATR-ITERACAO
           END-IF
           IF MATR-ITERACAO EQUAL 9999999
              MOVE 'S' TO SW-FIM-DEP-CHAVE
              GO TO 740999-SAIDA
           END-IF
           MOVE 'N' TO SW-SIT-TITULAR
           MOVE SPACES TO REG-TRAB-100I
           MOVE MATR-ITERACAO TO REG-TRAB-100I (1:7)
           MOVE 'L' TO FUN-100I
           CALL 'T99S100I' USING FUN-100I DDN-100I REG-TRAB-100I
                                 RET-100I
               ON EXCEPTION
                   MOVE '99' TO RET-100I
           END-CALL
           IF RET-100I EQUAL '00'
              MOVE REG-TRAB-100I TO 100S-REGISTRO
              PERFORM 396500-SITUACAO-TITULAR
           END-IF
           PERFORM 390000-TRATA-DEPENDENTES
           .
       740999-SAIDA. EXIT.
      *-------------------------------
       712000-LE-MATR-INDEXADO SECTION.
      *-------------------------------
      **** APLICA O DESFECHO CLASSIFICADO EM SBS-GRV: ACEITO GRAVA NA
      **** COPIA INDEXADA ('G', REGRAVANDO SE A CHAVE EXISTE) E
      **** ALIMENTA O ARQUIVO DE APLICADOS; REJEITADO VAI AO T99L701S
      **** E AO T99F200R; EXCLUSAO SUSPENSA E MOVIMENTO RETIDO PELO
      **** QUADRO DE VAGAS VAO AO T99F200Z. O
      **** REGISTRO RESULTANTE E MONTADO EM 100S-REGISTRO (SEM
      **** GRAVA-LO NO SEQUENCIAL: ISSO E DA REGENERACAO 730000).
           EVALUATE SBS-GRV
               WHEN 85
                    PERFORM 430010-GRAVA-MVTODUP-701S
                    PERFORM 485000-GRAVA-200Z
               WHEN 10
                    PERFORM 430010-GRAVA-MVTODUP-701S
               WHEN 70
                    PERFORM 430010-GRAVA-MVTODUP-701S
                    PERFORM 486000-GRAVA-200Z-QUADRO
               WHEN OTHER
                    PERFORM 430010-GRAVA-MVTODUP-701S
                    PERFORM 480000-GRAVA-200R
                          MOVE 160 TO SBS-GRV
                          PERFORM 430050-GRAVA-300E-701S
                       ELSE
                          IF NOT INICIO-FE-OK
                             MOVE 169 TO SBS-GRV
                             PERFORM 430050-GRAVA-300E-701S
                          ELSE
                             MOVE 150 TO SBS-GRV
                             PERFORM 430050-GRAVA-300E-701S
                             PERFORM 370000-GRAVA-350S
                             PERFORM 369000-REGISTRA-FE-LOTE
                          END-IF
                       END-IF
                    ELSE
                       MOVE 151 TO SBS-GRV
      **** REGISTRO RECEM-LIDO DA COPIA INDEXADA (722000 DEIXOU-O EM
      **** REG-TRAB-100I).
           MOVE 'S' TO SW-SALDO-FE-OK
           MOVE 'S' TO SW-INICIO-FE-OK
           IF 300E-TIPO NOT EQUAL 'FE' OR
              NOT 300E-ACAO-NORMAL
              GO TO 725999-SAIDA
           END-IF
           MOVE REG-TRAB-100I TO GD-100E-REGISTRO
           MOVE GD-100E-DT-ADMISSAO TO DT-ADM-FERIAS
           MOVE GD-100E-LOTACAO     TO LOTACAO-FERIAS
           PERFORM 367500-VERIFICA-SALDO-FERIAS
           PERFORM 367800-VERIFICA-INICIO-FERIAS
           .
       725999-SAIDA. EXIT.
      *-------------------------------
                 OPEN OUTPUT T99F100R
              END-IF
           END-IF
      *- - O HISTORICO PERMANENTE DE MOVIMENTOS TAMBEM ACUMULA (EXTEND
      *- - TANTO NA EXECUCAO NOVA QUANTO NO REINICIO); EM SIMULACAO
      *- - NAO E ABERTO E 477000 DISPENSA A GRAVACAO PELO FILE STATUS.
           IF EM-SIMULACAO
              MOVE '99' TO FS-200H
           ELSE
              OPEN EXTEND T99F200H
              IF FS-200H NOT EQUAL ZEROES
                 OPEN OUTPUT T99F200H
              END-IF
           END-IF
      *- - RETORNOS DOS ARQUIVOS DE MOVIMENTO (FORA DA SIMULACAO).
           PERFORM 900027-ABRE-RETORNOS
      *- - MOVIMENTO E CADASTRO DE DEPENDENTES.
           PERFORM 900029-ABRE-DEPENDENTES
      *- - HEADERS DOS ARQUIVOS DE REJEITOS (SO EM EXECUCAO NOVA; NO
      *- - REINICIO ELES JA EXISTEM DA PROPRIA EXECUCAO).
           IF (NOT EH-RESTART) AND (NOT EM-SIMULACAO)
              GO TO 900002-SAIDA
           END-IF
           MOVE 'N' TO SW-ARQS-ABERTOS
           IF TEM-450E
              CLOSE T99F450E
           END-IF
           IF EM-SIMULACAO
              CLOSE T99F100E T99F200E T99F300E T99L701S
              GO TO 900002-SAIDA
                 T99F300R T99F200P T99F200Z T99F200A
           IF GERA-EXTRATO-INTEGRAL
              CLOSE T99F100XF
              IF NOT EM-PARTICAO
                 PERFORM 940000-LOGA-EXTRATO-INTEGRAL
              END-IF
           END-IF
           IF FS-100R EQUAL ZEROES
              CLOSE T99F100R
           END-IF
           IF FS-200H EQUAL ZEROES
              CLOSE T99F200H
           END-IF
           IF TAB-RET-ABERTO (1) EQUAL 'S'
              CLOSE T99F200T
           END-IF
           IF TAB-RET-ABERTO (2) EQUAL 'S'
              CLOSE T99F200T2
           END-IF
           IF TAB-RET-ABERTO (3) EQUAL 'S'
              CLOSE T99F200T3
           END-IF
           IF FS-450S EQUAL ZEROES
              CLOSE T99F450S
           END-IF
           IF FS-100E NOT EQUAL ZEROES OR
              FS-200E NOT EQUAL ZEROES OR
              FS-300E NOT EQUAL ZEROES OR
                      MOVE 900C-CNT-SEQ-200A  TO CNT-SEQ-200A
                      MOVE 900C-SMT-SEQ-200A  TO SMT-SEQ-200A
                      MOVE 900C-CNT-REG-100XF TO CNT-REG-100XF
                      MOVE 900C-GD-450E-SEQ   TO GD-450E-SEQ
                      MOVE 900C-CNT-SEQ-450E  TO CNT-SEQ-450E
                      MOVE 900C-SMT-SEQ-450E  TO SMT-SEQ-450E
                      MOVE 900C-GD-450E-MATR  TO GD-450E-MATR
                      MOVE 900C-LIM-DEP-MATR  TO LIM-DEP-CKPT
                      MOVE 900C-QTD-450S      TO QTD-450S
                      PERFORM VARYING SBS-RET FROM 1 BY 1
                              UNTIL SBS-RET GREATER THAN 3
                              MOVE 900C-CNT-SEQ-200T (SBS-RET)
                                          TO CNT-SEQ-200T (SBS-RET)
                              MOVE 900C-SMT-SEQ-200T (SBS-RET)
                                          TO SMT-SEQ-200T (SBS-RET)
                      END-PERFORM
                      PERFORM VARYING IDX-ERRO FROM 1 BY 1
                              UNTIL IDX-ERRO GREATER THAN 200
                              MOVE 900C-CNT-ERROS (IDX-ERRO)
      *-----------------------------
       900006-GRAVA-CHECKPOINT SECTION.
      *-----------------------------
      *- - OS RETIDOS AINDA NA TABELA (DA MATRICULA SEGUINTE) SAO
      *- - GRAVADOS ANTES: O REINICIO NAO OS RELE.
           MOVE 'T' TO SW-DESCARGA-RETIDOS
           PERFORM 226500-DESCARREGA-RETIDOS
           IF EM-SIMULACAO
              GO TO 900006-SAIDA
           END-IF
           MOVE CNT-SEQ-200A      TO 900C-CNT-SEQ-200A
           MOVE SMT-SEQ-200A      TO 900C-SMT-SEQ-200A
           MOVE CNT-REG-100XF     TO 900C-CNT-REG-100XF
           MOVE 450E-REGISTRO     TO 900C-450E-REG
           MOVE GD-450E-SEQ       TO 900C-GD-450E-SEQ
           MOVE CNT-SEQ-450E      TO 900C-CNT-SEQ-450E
           MOVE SMT-SEQ-450E      TO 900C-SMT-SEQ-450E
           MOVE GD-450E-MATR      TO 900C-GD-450E-MATR
           MOVE LIM-DEP-MATR      TO 900C-LIM-DEP-MATR
           MOVE QTD-450S          TO 900C-QTD-450S
           PERFORM VARYING IDX-QUADRO FROM 1 BY 1
                   UNTIL IDX-QUADRO GREATER THAN 500
                   IF IDX-QUADRO GREATER THAN QTD-LOTACOES
                      MOVE 0 TO 900C-OCUP-QUADRO (IDX-QUADRO)
                   ELSE
                      MOVE TAB-LOTACAO-OCUP (IDX-QUADRO)
                                   TO 900C-OCUP-QUADRO (IDX-QUADRO)
                   END-IF
           END-PERFORM
           PERFORM VARYING SBS-RET FROM 1 BY 1
                   UNTIL SBS-RET GREATER THAN 3
                   MOVE CNT-SEQ-200T (SBS-RET)
                                     TO 900C-CNT-SEQ-200T (SBS-RET)
                   MOVE SMT-SEQ-200T (SBS-RET)
                                     TO 900C-SMT-SEQ-200T (SBS-RET)
           END-PERFORM
           PERFORM VARYING IDX-ERRO FROM 1 BY 1
                   UNTIL IDX-ERRO GREATER THAN 200
                   MOVE CNT-ERROS (IDX-ERRO)
           IF 900P-TIPOS-AFAST NOT EQUAL SPACES
              MOVE 900P-TIPOS-AFAST TO TIPOS-AFAST-LISTA
           END-IF
           IF 900P-TIPOS-AFAST-PROTEG NOT EQUAL SPACES
              MOVE 900P-TIPOS-AFAST-PROTEG TO TIPOS-PROTEG-LISTA
           END-IF
           IF 900P-ARQ-100C NOT EQUAL SPACES
              MOVE 900P-ARQ-100C TO DDN-100C
           END-IF
           IF 900P-DIAS-FERIAS NUMERIC AND
              900P-DIAS-FERIAS GREATER THAN ZEROES
              MOVE 900P-DIAS-FERIAS TO DIAS-FERIAS-LIMITE
              MOVE 'S' TO SW-LIMITE-FE-CARTAO
           END-IF
           IF 900P-ARQ-420E NOT EQUAL SPACES
              MOVE 900P-ARQ-420E TO DDN-420E
           END-IF
           IF 900P-CONTAGEM-DIAS EQUAL 'U'
              MOVE 'U' TO SW-CONTAGEM-DIAS
              IF NOT LIMITE-FE-DO-CARTAO
                 MOVE 22 TO DIAS-FERIAS-LIMITE
              END-IF
           END-IF
           IF 900P-IDADE-MINIMA NUMERIC AND
              900P-IDADE-MINIMA GREATER THAN ZEROES
           IF 900P-EXIGE-SELO EQUAL 'S'
              MOVE 'S' TO SW-EXIGE-SELO
           END-IF
           IF 900P-ARQ-200H NOT EQUAL SPACES
              MOVE 900P-ARQ-200H TO DDN-200H
           END-IF
           IF 900P-ARQ-200R NOT EQUAL SPACES
              MOVE 900P-ARQ-200R TO DDN-200R
           END-IF
           IF 900P-PCT-MAX-REJEITOS NUMERIC
              MOVE 900P-PCT-MAX-REJEITOS TO PCT-MAX-REJEITOS
           END-IF
           IF 900P-ARQ-450E NOT EQUAL SPACES
              MOVE 900P-ARQ-450E TO DDN-450E
           END-IF
           IF 900P-ARQ-450S NOT EQUAL SPACES
              MOVE 900P-ARQ-450S TO DDN-450S
           END-IF
           IF 900P-IDADE-MAX-DEP NUMERIC AND
              900P-IDADE-MAX-DEP GREATER THAN ZEROES
              MOVE 900P-IDADE-MAX-DEP TO IDADE-MAX-DEP
           END-IF
      **** CARTAO DE PARTICAO (GERADO PELO T99P2027): A FAIXA E A
      **** AREA SAO CONFERIDAS E APLICADAS EM 900033, DEPOIS DO
      **** FECHAMENTO DO T99F900P.
           IF 900P-PART-NUM NUMERIC AND
              900P-PART-NUM GREATER THAN ZEROES
              MOVE 'S'                TO SW-PARTICAO
              MOVE 900P-PART-NUM      TO PART-NUM
              MOVE 900P-PART-MATR-INI TO PART-MATR-INI
              MOVE 900P-PART-MATR-FIM TO PART-MATR-FIM
              MOVE 900P-PART-AREA     TO PART-AREA
           END-IF
           .
       900009-SAIDA. EXIT.
      *-----------------------------
      **** HISTORICA VEM DO PROPRIO DDN-100S/DDN-701S (E NAO DE UM
      **** LITERAL FIXO), PARA ACOMPANHAR UM EVENTUAL REDIRECIONAMENTO
      **** DE NOME FEITO VIA T99F900P (VIDE 900009-APLICA-PARAMETROS).
      **** NA PARTICAO SO O HEADER DO T99F100S DA AREA DO LOTE E LIDO
      **** (O ARQUIVAMENTO E FEITO PELO T99P2028 NA JUNCAO).
           MOVE DATA-SISTEMA TO DATA-ARQ-HIST
           IF EM-PARTICAO
              MOVE DDN-100S TO DDN-PART-SALVO
              MOVE DDN-100S TO DDN-PART-NOME
              PERFORM 900034-NOME-NA-AREA
              MOVE DDN-PART-SAI TO DDN-100S
           END-IF
           OPEN INPUT T99F100S
           IF FS-100S EQUAL ZEROES
              READ T99F100S INTO 100S-REGISTRO
              END-READ
              CLOSE T99F100S
           END-IF
           IF EM-PARTICAO
              MOVE DDN-PART-SALVO TO DDN-100S
              GO TO 900010-SAIDA
           END-IF
           MOVE SPACES TO DDN-100S-BASE
           UNSTRING DDN-100S DELIMITED BY '.' INTO DDN-100S-BASE
           MOVE SPACES TO DDN-701S-BASE
      **** COM MATRICULA E CMDO (TAB-CPFS-BASE, PARA O BLOQUEIO DE
      **** CPF DUPLICADO DE 328000). ABRE E FECHA T99F100E EM SEPARADO
      **** DA ABERTURA NORMAL FEITA POR 900001-ABRE-ARQUIVOS, QUE
      **** REABRE O ARQUIVO DO INICIO PARA O BALANCED LINE. NA MESMA
      **** PASSADA CONTA O EFETIVO ATIVO DE CADA LOTACAO DO QUADRO DE
      **** VAGAS (TAB-LOTACAO-OCUP, VIDE 398000); NO REINICIO A
      **** OCUPACAO VEM DO CHECKPOINT (900022) E NAO E RECONTADA.
           MOVE 0 TO QTD-NOMES-BASE
           MOVE 0 TO QTD-CPFS-BASE
           MOVE 0 TO CNT-BASE-ATIVA
                               IF (NOT 100E-HDR) AND (NOT 100E-TRL)
                                  IF 100E-CMDO NOT EQUAL 03
                                     ADD 1 TO CNT-BASE-ATIVA
                                     IF NOT EH-RESTART
                                        PERFORM 900032-CONTA-QUADRO
                                     END-IF
                                  END-IF
                                  IF QTD-NOMES-BASE LESS THAN 30000
                                     ADD 1 TO QTD-NOMES-BASE
           END-IF
           .
       900011-SAIDA. EXIT.
      *-----------------------------
       900032-CONTA-QUADRO SECTION.
      *-----------------------------
           MOVE 100E-LOTACAO TO QUADRO-LOTACAO-BUSCA
           PERFORM 398100-LOCALIZA-QUADRO
           IF IDX-QUADRO GREATER THAN ZEROES
              ADD 1 TO TAB-LOTACAO-OCUP (IDX-QUADRO)
           END-IF
           .
       900032-SAIDA. EXIT.
      *-----------------------------
       900033-PREPARA-PARTICAO SECTION.
      *-----------------------------
      **** PARTICAO DE UMA EXECUCAO PARTICIONADA: CONFERE A FAIXA E
      **** APONTA AS ENTRADAS COMUNS (MOVIMENTOS, REJEITOS E PENDENTES
      **** A RECICLAR, TABELAS, ARQUIVO-MORTO E SELO) PARA A AREA DO
      **** LOTE, GUARDANDO ANTES OS NOMES ORIGINAIS DO CARTAO, DOS
      **** QUAIS SAO DERIVADAS AS COPIAS LOCAIS (.SRT E .RET) E A
      **** CONFERENCIA DO SELO. AS SAIDAS FICAM NO DIRETORIO DA
      **** PARTICAO. SIMULACAO NAO E PARTICIONADA (O T99P2028 NAO
      **** JUNTA UM ENSAIO).
           DISPLAY CTE-PROG ' ' CTE-VERS ' *** PARTICAO ' PART-NUM
                   ': MATRICULAS ' PART-MATR-INI ' A ' PART-MATR-FIM
           IF EM-SIMULACAO OR
              PART-MATR-INI NOT NUMERIC OR
              PART-MATR-FIM NOT NUMERIC OR
              PART-MATR-INI GREATER THAN PART-MATR-FIM
              PERFORM 999034-ERRO-034
           END-IF
           MOVE DDN-200E   TO DDN-200E-ORIG
           MOVE DDN-300E   TO DDN-300E-ORIG
           MOVE DDN-200E-2 TO DDN-200E-2-ORIG
           MOVE DDN-200E-3 TO DDN-200E-3-ORIG
           MOVE DDN-100E TO DDN-PART-NOME
           PERFORM 900034-NOME-NA-AREA
           MOVE DDN-PART-SAI TO DDN-100E
           MOVE DDN-200E TO DDN-PART-NOME
           PERFORM 900034-NOME-NA-AREA
           MOVE DDN-PART-SAI TO DDN-200E
           MOVE DDN-300E TO DDN-PART-NOME
           PERFORM 900034-NOME-NA-AREA
           MOVE DDN-PART-SAI TO DDN-300E
           IF DDN-200E-2 NOT EQUAL SPACES
              MOVE DDN-200E-2 TO DDN-PART-NOME
              PERFORM 900034-NOME-NA-AREA
              MOVE DDN-PART-SAI TO DDN-200E-2
           END-IF
           IF DDN-200E-3 NOT EQUAL SPACES
              MOVE DDN-200E-3 TO DDN-PART-NOME
              PERFORM 900034-NOME-NA-AREA
              MOVE DDN-PART-SAI TO DDN-200E-3
           END-IF
           IF DDN-200R-ENT NOT EQUAL SPACES
              MOVE DDN-200R-ENT TO DDN-PART-NOME
              PERFORM 900034-NOME-NA-AREA
              MOVE DDN-PART-SAI TO DDN-200R-ENT
           END-IF
           IF DDN-300R-ENT NOT EQUAL SPACES
              MOVE DDN-300R-ENT TO DDN-PART-NOME
              PERFORM 900034-NOME-NA-AREA
              MOVE DDN-PART-SAI TO DDN-300R-ENT
           END-IF
           IF DDN-200P-ENT NOT EQUAL SPACES
              MOVE DDN-200P-ENT TO DDN-PART-NOME
              PERFORM 900034-NOME-NA-AREA
              MOVE DDN-PART-SAI TO DDN-200P-ENT
           END-IF
           MOVE DDN-400E TO DDN-PART-NOME
           PERFORM 900034-NOME-NA-AREA
           MOVE DDN-PART-SAI TO DDN-400E
           MOVE DDN-420E TO DDN-PART-NOME
           PERFORM 900034-NOME-NA-AREA
           MOVE DDN-PART-SAI TO DDN-420E
           MOVE DDN-450E TO DDN-PART-NOME
           PERFORM 900034-NOME-NA-AREA
           MOVE DDN-PART-SAI TO DDN-450E
           MOVE DDN-100D TO DDN-PART-NOME
           PERFORM 900034-NOME-NA-AREA
           MOVE DDN-PART-SAI TO DDN-100D
           MOVE DDN-900S TO DDN-PART-NOME
           PERFORM 900034-NOME-NA-AREA
           MOVE DDN-PART-SAI TO DDN-900S
           .
       900033-SAIDA. EXIT.
      *-----------------------------
       900034-NOME-NA-AREA SECTION.
      *-----------------------------
      **** MONTA EM DDN-PART-SAI O NOME DDN-PART-NOME NA AREA DO LOTE
      **** (PART-AREA + NOME). O RESULTADO PRECISA CABER NOS 20 BYTES
      **** DO DDN (O T99P2027 JA RECUSA O PARTICIONAMENTO NESSE CASO).
           MOVE SPACES TO DDN-PART-SAI
           STRING PART-AREA     DELIMITED BY SPACE
                  DDN-PART-NOME DELIMITED BY SPACE
                  INTO DDN-PART-SAI
           IF DDN-PART-SAI (21:10) NOT EQUAL SPACES
              PERFORM 999033-ERRO-033
           END-IF
           .
       900034-SAIDA. EXIT.
      *-----------------------------
       900018-GUARDA-CPF-BASE SECTION.
      *-----------------------------
      **** CARREGUE ADIANTE A DATA ORIGINAL DAS MATRICULAS QUE SEGUEM
      **** EXCLUIDAS. EM REINICIO (CHECKPOINT) O ARQUIVO EM DISCO JA E
      **** O PARCIAL DESTA EXECUCAO (REABERTO EM EXTEND), ENTAO NADA E
      **** CARREGADO E AS DATAS RECOMECAM NA DATA-SISTEMA. NA
      **** PARTICAO O ARQUIVO ANTERIOR E O DA AREA DO LOTE, CARREGADO
      **** INTEIRO (472000 AVANCA POR MATRICULA).
           MOVE 0 TO QTD-EXCL-ANT
           MOVE 1 TO IDX-EXCL-PROX
           IF NOT EH-RESTART
              MOVE 'N' TO SW-FIM-100F-PRE
              IF EM-PARTICAO
                 MOVE DDN-100F TO DDN-PART-SALVO
                 MOVE DDN-100F TO DDN-PART-NOME
                 PERFORM 900034-NOME-NA-AREA
                 MOVE DDN-PART-SAI TO DDN-100F
              END-IF
              OPEN INPUT T99F100F
              IF FS-100F EQUAL ZEROES
                 PERFORM WITH TEST BEFORE UNTIL EH-FIM-100F-PRE
                 END-PERFORM
                 CLOSE T99F100F
              END-IF
              IF EM-PARTICAO
                 MOVE DDN-PART-SALVO TO DDN-100F
              END-IF
           END-IF
           .
       900019-SAIDA. EXIT.
      **** PRE-CARREGA A TABELA DE REFERENCIA DE LOTACOES (T99F400E)
      **** EM TAB-LOTACOES. ARQUIVO OPCIONAL: AUSENTE, A CONFERENCIA
      **** DE LOTACAO E DISPENSADA COM AVISO (O LOTE NAO PARA POR
      **** FALTA DA TABELA, MAS O OPERADOR FICA SABENDO). O QUADRO
      **** AUTORIZADO (400E-QTD-AUTORIZADA) SO E CONTROLADO NAS
      **** LOTACOES QUE O TRAZEM PREENCHIDO; NO REINICIO A OCUPACAO
      **** DE CADA LOTACAO E RESTAURADA DO CHECKPOINT PELA POSICAO NA
      **** TABELA (A T99F400E NAO PODE MUDAR ENTRE A QUEDA E O
      **** REINICIO).
           MOVE 0 TO QTD-LOTACOES
           MOVE 0 TO CNT-LOT-CONTROLADAS
           MOVE 'N' TO SW-CONFERE-LOTACAO
           MOVE 'N' TO SW-FIM-400E-PRE
           OPEN INPUT T99F400E
                                       TAB-LOTACAO-COD (QTD-LOTACOES)
                                  MOVE 400E-ATIVO TO
                                       TAB-LOTACAO-ATIVO (QTD-LOTACOES)
                                  MOVE 0 TO
                                       TAB-LOTACAO-OCUP (QTD-LOTACOES)
                                  IF 400E-QTD-AUTORIZADA NUMERIC
                                     MOVE 'S' TO
                                       TAB-LOTACAO-CONTROLA
                                                 (QTD-LOTACOES)
                                     MOVE 400E-QTD-AUTORIZADA TO
                                       TAB-LOTACAO-VAGAS (QTD-LOTACOES)
                                     ADD 1 TO CNT-LOT-CONTROLADAS
                                  ELSE
                                     MOVE 'N' TO
                                       TAB-LOTACAO-CONTROLA
                                                 (QTD-LOTACOES)
                                     MOVE 0 TO
                                       TAB-LOTACAO-VAGAS (QTD-LOTACOES)
                                  END-IF
                                  IF EH-RESTART
                                     MOVE 900C-OCUP-QUADRO
                                                 (QTD-LOTACOES) TO
                                       TAB-LOTACAO-OCUP (QTD-LOTACOES)
                                  END-IF
                               END-IF
                       END-READ
              END-PERFORM
      **** ZERO EM EXECUCAO NORMAL, REABERTA EM I-O NO REINICIO POR
      **** CHECKPOINT (AS CHAVES JA GRAVADAS SAO REGRAVADAS). MODULO
      **** AUSENTE OU ABERTURA COM ERRO DESLIGA O RECURSO COM AVISO,
      **** SEM IMPEDIR O LOTE. NA EXECUCAO PARTICIONADA A COPIA E
      **** RECRIADA PELO T99P2028 A PARTIR DO T99F100S JUNTADO.
           IF EM-SIMULACAO OR EM-PARTICAO
              MOVE 'N' TO SW-INDEXADO
              GO TO 904000-SAIDA
           END-IF
           END-IF
           .
       904010-SAIDA. EXIT.
      *-----------------------------
       904100-CARREGA-CALENDARIO SECTION.
      *-----------------------------
      **** CARREGA O CALENDARIO DE FERIADOS T99F420E NO MODULO
      **** T99S420C (CALL DINAMICO, MESMO TRATAMENTO DO T99S100I):
      **** MODULO AUSENTE DESLIGA A VEDACAO DE INICIO DE FERIAS E A
      **** CONTAGEM EM DIAS UTEIS, COM AVISO; ARQUIVO AUSENTE SO
      **** AVISA (O MODULO SEGUE CONHECENDO SABADOS E DOMINGOS).
           MOVE 'S'      TO SW-CALENDARIO
           MOVE 'C'      TO 420C-FUNCAO
           MOVE DDN-420E TO 420C-ARQUIVO
           CALL 'T99S420C' USING 420C-AREA
               ON EXCEPTION
                   MOVE 'N' TO SW-CALENDARIO
                   DISPLAY CTE-PROG ' ' CTE-VERS
                      ' *** AVISO: MODULO DE CALENDARIO T99S420C '
                      'INDISPONIVEL - FERIAS SEM VEDACAO DE INICIO E '
                      'EM DIAS CORRIDOS'
           END-CALL
      *- - SEM O MODULO A CONTAGEM VOLTA A SER EM DIAS CORRIDOS, E O
      *- - LIMITE DEFAULT TAMBEM.
           IF (NOT CALENDARIO-ATIVO) AND CONTAGEM-UTEIS
              MOVE 'C' TO SW-CONTAGEM-DIAS
              IF NOT LIMITE-FE-DO-CARTAO
                 MOVE 30 TO DIAS-FERIAS-LIMITE
              END-IF
           END-IF
           IF NOT CALENDARIO-ATIVO
              GO TO 904100-SAIDA
           END-IF
           IF 420C-SEM-CALENDARIO
              DISPLAY CTE-PROG ' ' CTE-VERS
                 ' *** AVISO: CALENDARIO DE FERIADOS ' DDN-420E
                 ' INDISPONIVEL - SO SABADOS E DOMINGOS CONSIDERADOS'
           ELSE
              IF 420C-QTD-INVALIDOS GREATER THAN ZEROES
                 DISPLAY CTE-PROG ' ' CTE-VERS
                    ' *** AVISO: ' 420C-QTD-INVALIDOS ' LINHAS '
                    'INVALIDAS IGNORADAS NO ' DDN-420E
                    ' - CONFERIR NO T99P2030'
              END-IF
           END-IF
           IF CONTAGEM-UTEIS
              DISPLAY CTE-PROG ' ' CTE-VERS
                 ' *** FERIAS EM DIAS UTEIS - LIMITE '
                 DIAS-FERIAS-LIMITE ' DIAS'
           END-IF
           .
       904100-SAIDA. EXIT.
      *-----------------------------
       904020-FECHA-INDEXADO SECTION.
      *-----------------------------
      **** DISCO JA E O PARCIAL DESTA PROPRIA EXECUCAO (REABERTO EM
      **** EXTEND), ENTAO NADA E CARREGADO NEM HISTORIADO. SE O
      **** ARQUIVO NAO EXISTIR (PRIMEIRA EXECUCAO), A TABELA FICA
      **** VAZIA E SO OS CASADOS DO LOTE SAO GRAVADOS. NA PARTICAO
      **** O ARQUIVO ANTERIOR E O DA AREA DO LOTE, DO QUAL SO A FAIXA
      **** DA PARTICAO E CARREGADA (OU HISTORIADA, NO T99F350H LOCAL).
           MOVE 0 TO QTD-AFAST-ANT
           IF NOT EH-RESTART
              MOVE 'N' TO SW-FIM-350S-PRE
              IF EM-PARTICAO
                 MOVE DDN-350S TO DDN-PART-SALVO
                 MOVE DDN-350S TO DDN-PART-NOME
                 PERFORM 900034-NOME-NA-AREA
                 MOVE DDN-PART-SAI TO DDN-350S
              END-IF
              OPEN INPUT T99F350S
              IF FS-350S EQUAL ZEROES
                 PERFORM 900024-ABRE-HISTORICO-AFAST
                              AT END
                                  MOVE 'S' TO SW-FIM-350S-PRE
                              NOT AT END
                                  IF EM-PARTICAO AND
                                     (350S-MATR LESS THAN
                                         PART-MATR-INI OR
                                      350S-MATR GREATER THAN
                                         PART-MATR-FIM)
                                     CONTINUE
                                  ELSE
                                  IF 350S-DT-FIM GREATER OR EQUAL
                                        DATA-SISTEMA
                                     IF QTD-AFAST-ANT LESS THAN 30000
                                  ELSE
                                     PERFORM 900023-HISTORIA-AFAST
                                  END-IF
                                  END-IF
                          END-READ
                 END-PERFORM
                 IF FS-350H EQUAL ZEROES
                 END-IF
                 CLOSE T99F350S
              END-IF
              IF EM-PARTICAO
                 MOVE DDN-PART-SALVO TO DDN-350S
              END-IF
           END-IF
           .
       900015-SAIDA. EXIT.
      **** PRE-CARREGA DO HISTORICO PERMANENTE (T99F350H) SOMENTE AS
      **** ENTRADAS DE FERIAS (FE), INSUMO DO CONTROLE DE SALDO;
      **** ARQUIVO OPCIONAL (AINDA NAO EXISTE NA PRIMEIRA NOITE APOS
      **** A IMPLANTACAO). NA PARTICAO O HISTORICO E O DA AREA DO
      **** LOTE MAIS O LOCAL (VENCIDOS DESTA NOITE, GRAVADOS EM
      **** 900015), AMBOS SO NA FAIXA DA PARTICAO.
           MOVE 0 TO QTD-FE-HIST
           IF EM-PARTICAO
              MOVE DDN-350H TO DDN-PART-SALVO
              MOVE DDN-350H TO DDN-PART-NOME
              PERFORM 900034-NOME-NA-AREA
              MOVE DDN-PART-SAI TO DDN-350H
              PERFORM 900035-LE-FERIAS-HIST
              MOVE DDN-PART-SALVO TO DDN-350H
           END-IF
           PERFORM 900035-LE-FERIAS-HIST
           .
       900025-SAIDA. EXIT.
      *-----------------------------
       900035-LE-FERIAS-HIST SECTION.
      *-----------------------------
           MOVE 'N' TO SW-FIM-350H-PRE
           OPEN INPUT T99F350H
           IF FS-350H EQUAL ZEROES
                           AT END
                               MOVE 'S' TO SW-FIM-350H-PRE
                           NOT AT END
                               IF EM-PARTICAO AND
                                  (350H-MATR LESS THAN PART-MATR-INI OR
                                   350H-MATR GREATER THAN
                                      PART-MATR-FIM)
                                  CONTINUE
                               ELSE
                               IF 350H-TIPO EQUAL 'FE' AND
                                  QTD-FE-HIST LESS THAN 30000
                                  ADD 1 TO QTD-FE-HIST
                                  MOVE 350H-DT-FIM TO
                                       TAB-FE-HIST-FIM (QTD-FE-HIST)
                               END-IF
                               END-IF
                       END-READ
              END-PERFORM
              CLOSE T99F350H
           END-IF
           .
       900035-SAIDA. EXIT.
      *-----------------------------
       900026-CARREGA-CPFS-MORTO SECTION.
      *-----------------------------
      **** MATRICULA E A DATA DE EXCLUSAO ANTIGAS, PARA A DETECCAO DE
      **** READMISSAO; ARQUIVO OPCIONAL (SEM EXPURGO FISICO AINDA, A
      **** TABELA FICA VAZIA E SO OS EXCLUIDOS DA BASE SAO VISTOS).
      **** REGISTRO JA ANONIMIZADO (T99P2020) NAO ENTRA: A PESSOA NAO
      **** PODE MAIS SER REIDENTIFICADA PELO CPF.
           MOVE 0 TO QTD-CPF-MORTO
           MOVE 'N' TO SW-FIM-100D-PRE
           OPEN INPUT T99F100D
                               MOVE 'S' TO SW-FIM-100D-PRE
                           NOT AT END
                               IF QTD-CPF-MORTO LESS THAN 30000
                                  AND NOT 100D-ANONIMIZADO
                                  ADD 1 TO QTD-CPF-MORTO
                                  MOVE 100D-CPF TO
                                    TAB-CPF-MORTO-CPF (QTD-CPF-MORTO)
           END-IF
           .
       900026-SAIDA. EXIT.
      *-----------------------------
       900027-ABRE-RETORNOS SECTION.
      *-----------------------------
      **** ABRE UM ARQUIVO DE RETORNO POR ARQUIVO DE MOVIMENTO DA
      **** NOITE (O PRINCIPAL SEMPRE; OS DAS FILIAIS 2/3 QUANDO
      **** INFORMADOS NO T99F900P), NOMEADO PELO ARQUIVO DE ORIGEM
      **** (BASE + '.RET.txt'): EM EXECUCAO NOVA COM HEADER, NO
      **** REINICIO EM EXTEND COM OS CONTADORES DO CHECKPOINT. EM
      **** SIMULACAO NADA E ABERTO E 436000 DISPENSA A GRAVACAO.
           MOVE 'N' TO TAB-RET-ABERTO (1)
           MOVE 'N' TO TAB-RET-ABERTO (2)
           MOVE 'N' TO TAB-RET-ABERTO (3)
           IF EM-SIMULACAO
              GO TO 900027-SAIDA
           END-IF
           MOVE SPACES TO DDN-200T-BASE
           UNSTRING DDN-200E-ORIG DELIMITED BY '.' INTO DDN-200T-BASE
           MOVE SPACES TO DDN-200T
           STRING DDN-200T-BASE DELIMITED BY SPACE
                  '.RET.txt'    DELIMITED BY SIZE
                  INTO DDN-200T
           IF EH-RESTART
              OPEN EXTEND T99F200T
           ELSE
              OPEN OUTPUT T99F200T
           END-IF
           IF FS-200T NOT EQUAL ZEROES
              PERFORM 999026-ERRO-026
           END-IF
           MOVE 'S' TO TAB-RET-ABERTO (1)
           IF DDN-200E-2 NOT EQUAL SPACES
              MOVE SPACES TO DDN-200T-BASE
              UNSTRING DDN-200E-2-ORIG DELIMITED BY '.'
                       INTO DDN-200T-BASE
              MOVE SPACES TO DDN-200T-2
              STRING DDN-200T-BASE DELIMITED BY SPACE
                     '.RET.txt'    DELIMITED BY SIZE
                     INTO DDN-200T-2
              IF EH-RESTART
                 OPEN EXTEND T99F200T2
              ELSE
                 OPEN OUTPUT T99F200T2
              END-IF
              IF FS-200T-2 NOT EQUAL ZEROES
                 PERFORM 999026-ERRO-026
              END-IF
              MOVE 'S' TO TAB-RET-ABERTO (2)
           END-IF
           IF DDN-200E-3 NOT EQUAL SPACES
              MOVE SPACES TO DDN-200T-BASE
              UNSTRING DDN-200E-3-ORIG DELIMITED BY '.'
                       INTO DDN-200T-BASE
              MOVE SPACES TO DDN-200T-3
              STRING DDN-200T-BASE DELIMITED BY SPACE
                     '.RET.txt'    DELIMITED BY SIZE
                     INTO DDN-200T-3
              IF EH-RESTART
                 OPEN EXTEND T99F200T3
              ELSE
                 OPEN OUTPUT T99F200T3
              END-IF
              IF FS-200T-3 NOT EQUAL ZEROES
                 PERFORM 999026-ERRO-026
              END-IF
              MOVE 'S' TO TAB-RET-ABERTO (3)
           END-IF
           IF EH-RESTART
              GO TO 900027-SAIDA
           END-IF
      *- - EXECUCAO NOVA: CADEIA DE SEQ E HEADER DE CADA RETORNO.
           PERFORM VARYING SBS-RET FROM 1 BY 1
                   UNTIL SBS-RET GREATER THAN 3
                   MOVE 1 TO CNT-SEQ-200T (SBS-RET)
                   MOVE 1 TO SMT-SEQ-200T (SBS-RET)
                   IF TAB-RET-ABERTO (SBS-RET) EQUAL 'S'
                      MOVE SPACES             TO 200T-REGISTRO
                      MOVE ZEROS              TO 200T-MATR
                      MOVE 'T99F200T'         TO 200T-NOME-ARQ
                      MOVE DATA-SISTEMA       TO 200T-AMD-ARQ
                      MOVE DATA-MVTO-ESPERADA TO 200T-AMD-MVTO
                      EVALUATE SBS-RET
                          WHEN 1
                               MOVE DDN-200E-ORIG TO 200T-ARQ-ORIGEM
                               MOVE '1'           TO 200T-NUM-ARQ
                          WHEN 2
                               MOVE DDN-200E-2-ORIG
                                                  TO 200T-ARQ-ORIGEM
                               MOVE '2'           TO 200T-NUM-ARQ
                          WHEN 3
                               MOVE DDN-200E-3-ORIG
                                                  TO 200T-ARQ-ORIGEM
                               MOVE '3'           TO 200T-NUM-ARQ
                      END-EVALUATE
                      MOVE CNT-SEQ-200T (SBS-RET) TO 200T-SEQ
                      PERFORM 436100-ESCREVE-RETORNO
                   END-IF
           END-PERFORM
           .
       900027-SAIDA. EXIT.
      *-----------------------------
       900028-CARREGA-DEP-ANT SECTION.
      *-----------------------------
      **** PRE-CARREGA O CADASTRO DE DEPENDENTES DA EXECUCAO ANTERIOR
      **** EM TAB-DEP-ANT. DIFERENTE DO T99F350S, O ARQUIVO ANTERIOR
      **** NAO PODE SE PERDER NUM REINICIO: NA EXECUCAO NOVA O
      **** T99F450S COMPLETO (COM TRAILER) E RENOMEADO PARA A COPIA
      **** BASE + '.ANT.txt' ANTES DE 900029 O REABRIR EM OUTPUT, E O
      **** REINICIO RECARREGA DA COPIA SO AS MATRICULAS ACIMA DA
      **** ULTIMA JA GRAVADA NO CHECKPOINT. UM T99F450S SEM TRAILER E
      **** O PARCIAL DE UMA EXECUCAO QUE CAIU ANTES DO PRIMEIRO
      **** CHECKPOINT: NAO E RENOMEADO (A COPIA .ANT CONTINUA SENDO A
      **** ULTIMA COMPLETA) E A CARGA VEM DA COPIA. EM SIMULACAO A
      **** CARGA E DO PROPRIO T99F450S, SEM RENOMEAR NADA. NA
      **** PARTICAO A CARGA E DA AREA DO LOTE (O T99F450S COMPLETO OU,
      **** NA FALTA DELE, A COPIA .ANT), SEM RENOMEAR: QUEM GUARDA A
      **** COPIA E O T99P2028 (900030 SO CARREGA A FAIXA).
           MOVE 1 TO IDX-DEP-PROX
           MOVE SPACES TO DDN-450S-BASE
           UNSTRING DDN-450S DELIMITED BY '.' INTO DDN-450S-BASE
           MOVE SPACES TO DDN-450S-ANT
           STRING DDN-450S-BASE DELIMITED BY SPACE
                  '.ANT.txt'    DELIMITED BY SIZE
                  INTO DDN-450S-ANT
           IF EM-PARTICAO
              MOVE DDN-450S TO DDN-PART-NOME
              PERFORM 900034-NOME-NA-AREA
              MOVE DDN-PART-SAI TO DDN-450A
              PERFORM 900030-LE-DEP-ANT
              IF NOT 450A-COMPLETO
                 MOVE SPACES TO DDN-450A
                 STRING PART-AREA    DELIMITED BY SPACE
                        DDN-450S-ANT DELIMITED BY SPACE
                        INTO DDN-450A
                     ON OVERFLOW
                        MOVE DDN-450S-ANT TO DDN-PART-SAI
                        PERFORM 999033-ERRO-033
                 END-STRING
                 PERFORM 900030-LE-DEP-ANT
              END-IF
              GO TO 900028-SAIDA
           END-IF
           IF EH-RESTART
              MOVE DDN-450S-ANT TO DDN-450A
              PERFORM 900030-LE-DEP-ANT
              GO TO 900028-SAIDA
           END-IF
           MOVE DDN-450S TO DDN-450A
           PERFORM 900030-LE-DEP-ANT
           IF 450A-COMPLETO
              IF NOT EM-SIMULACAO
                 CALL 'CBL_RENAME_FILE' USING DDN-450S DDN-450S-ANT
              END-IF
           ELSE
              IF 450A-EXISTE
                 DISPLAY CTE-PROG ' ' CTE-VERS
                    ' *** AVISO: ' DDN-450S ' SEM TRAILER - '
                    'DEPENDENTES CARREGADOS DE ' DDN-450S-ANT
              END-IF
              MOVE DDN-450S-ANT TO DDN-450A
              PERFORM 900030-LE-DEP-ANT
           END-IF
           .
       900028-SAIDA. EXIT.
      *-----------------------------
       900030-LE-DEP-ANT SECTION.
      *-----------------------------
      **** LE O CADASTRO DE DEPENDENTES APONTADO POR DDN-450A PARA
      **** TAB-DEP-ANT, SINALIZANDO SE O ARQUIVO EXISTE E SE CHEGOU AO
      **** TRAILER. NO REINICIO PULA AS MATRICULAS JA GRAVADAS; NA
      **** PARTICAO, AS DE FORA DA FAIXA.
           MOVE 0   TO QTD-DEP-ANT
           MOVE 'N' TO SW-450A-EXISTE
           MOVE 'N' TO SW-450A-COMPLETO
           MOVE 'N' TO SW-FIM-450A
           OPEN INPUT T99F450A
           IF FS-450A NOT EQUAL ZEROES
              GO TO 900030-SAIDA
           END-IF
           MOVE 'S' TO SW-450A-EXISTE
           PERFORM WITH TEST BEFORE UNTIL EH-FIM-450A
                    READ T99F450A INTO 450S-REGISTRO
                        AT END
                            MOVE 'S' TO SW-FIM-450A
                        NOT AT END
                            EVALUATE TRUE
                                WHEN 450S-HDR
                                     CONTINUE
                                WHEN 450S-TRL
                                     MOVE 'S' TO SW-450A-COMPLETO
                                WHEN EH-RESTART AND
                                     450S-MATR NOT GREATER THAN
                                        LIM-DEP-CKPT
                                     CONTINUE
                                WHEN EM-PARTICAO AND
                                     (450S-MATR LESS THAN
                                         PART-MATR-INI OR
                                      450S-MATR GREATER THAN
                                         PART-MATR-FIM)
                                     CONTINUE
                                WHEN QTD-DEP-ANT NOT LESS THAN 20000
                                     PERFORM 999031-ERRO-031
                                WHEN OTHER
                                     ADD 1 TO QTD-DEP-ANT
                                     MOVE 450S-REGISTRO
                                       TO TAB-DEP-ENT (QTD-DEP-ANT)
                            END-EVALUATE
                    END-READ
           END-PERFORM
           CLOSE T99F450A
           .
       900030-SAIDA. EXIT.
      *-----------------------------
       900029-ABRE-DEPENDENTES SECTION.
      *-----------------------------
      **** O MOVIMENTO DE DEPENDENTES E OPCIONAL: SEM O ARQUIVO (FILE
      **** STATUS 35) A NOITE SEGUE SEM ELE. O CADASTRO T99F450S ABRE
      **** EM OUTPUT NA EXECUCAO NOVA (JA COM O HEADER) E EM EXTEND NO
      **** REINICIO, QUANDO O T99F450E TAMBEM E REPOSICIONADO NO PONTO
      **** DO CHECKPOINT; EM SIMULACAO O CADASTRO NEM E ABERTO.
           MOVE 'N' TO SW-TEM-450E
           OPEN INPUT T99F450E
           EVALUATE FS-450E
               WHEN '00'
                    MOVE 'S' TO SW-TEM-450E
               WHEN '35'
                    DISPLAY CTE-PROG ' ' CTE-VERS
                       ' *** SEM MOVIMENTO DE DEPENDENTES (' DDN-450E
                       ')'
               WHEN OTHER
                    PERFORM 999030-ERRO-030
           END-EVALUATE
           IF NOT EM-SIMULACAO
              IF EH-RESTART
                 OPEN EXTEND T99F450S
              ELSE
                 OPEN OUTPUT T99F450S
              END-IF
              IF FS-450S NOT EQUAL ZEROES
                 PERFORM 999030-ERRO-030
              END-IF
              IF NOT EH-RESTART
                 MOVE SPACES       TO 450S-REGISTRO
                 MOVE ZEROS        TO 450S-MATR
                 MOVE 'T99F450'    TO 450S-NOME-ARQ
                 MOVE DATA-SISTEMA TO 450S-AMD-ARQ
                 WRITE 450S-REGISTRO-FD FROM 450S-REGISTRO
              END-IF
           END-IF
           IF NOT TEM-450E
              MOVE SPACES  TO 450E-REGISTRO
              MOVE 9999999 TO 450E-MATR
              GO TO 900029-SAIDA
           END-IF
           IF EH-RESTART
              MOVE 1 TO CNT-REPOS
              PERFORM WITH TEST BEFORE
                       UNTIL CNT-REPOS GREATER THAN CNT-SEQ-450E
                       READ T99F450E INTO 450E-REGISTRO
                       ADD 1 TO CNT-REPOS
              END-PERFORM
              MOVE 900C-450E-REG TO 450E-REGISTRO
           END-IF
           .
       900029-SAIDA. EXIT.
      *-----------------------------
       900016-GUARDA-AFAST-ANT SECTION.
      *-----------------------------
           CLOSE T99L900J
      *- - A MESMA LINHA E ACUMULADA NO HISTORICO T99L900H (EXTEND),
      *- - QUE NUNCA E SOBRESCRITO: E DELE QUE O T99P2004 TIRA A
      *- - VISAO DE TENDENCIA EXECUCAO A EXECUCAO. NA PARTICAO QUEM
      *- - ACUMULA E O T99P2028, COM A LINHA DO LOTE JUNTADO.
           IF (NOT EM-SIMULACAO) AND (NOT EM-PARTICAO)
              OPEN EXTEND T99L900H
              IF FS-900H NOT EQUAL ZEROES
                 OPEN OUTPUT T99L900H
      *-----------------------------
      **** GRADUA O RETURN-CODE DE UM LOTE QUE CHEGOU AO FIM (VIDE
      **** COMENTARIO NOS CONTADORES EM WORKING-STORAGE): SOMA OS
      **** REJEITOS (072/172, 080, 090-098, 152-156, 169, 180, 190-198,
      **** E OS DE DEPENDENTES 065-069/162-168) E OS AVISOS (009/010/
      **** 083/084/086-089/099/151/166) E APLICA O LIMITE PERCENTUAL DE
      **** REJEITOS SOBRE OS MOVIMENTOS DO T99F200E QUANDO
      **** PARAMETRIZADO.
           MOVE 0 TO CNT-REJEITOS
                   ADD CNT-ERROS (IDX-ERRO) TO CNT-REJEITOS
           END-PERFORM
           ADD CNT-ERROS (071) TO CNT-REJEITOS
           ADD CNT-ERROS (072) TO CNT-REJEITOS
           ADD CNT-ERROS (073) TO CNT-REJEITOS
           PERFORM VARYING IDX-ERRO FROM 074 BY 1
                   UNTIL IDX-ERRO GREATER THAN 078
           ADD CNT-ERROS (079) TO CNT-REJEITOS
           ADD CNT-ERROS (160) TO CNT-REJEITOS
           ADD CNT-ERROS (161) TO CNT-REJEITOS
           ADD CNT-ERROS (169) TO CNT-REJEITOS
           ADD CNT-ERROS (171) TO CNT-REJEITOS
           ADD CNT-ERROS (172) TO CNT-REJEITOS
           ADD CNT-ERROS (180) TO CNT-REJEITOS
           PERFORM VARYING IDX-ERRO FROM 065 BY 1
                   UNTIL IDX-ERRO GREATER THAN 069
                   ADD CNT-ERROS (IDX-ERRO) TO CNT-REJEITOS
           END-PERFORM
           PERFORM VARYING IDX-ERRO FROM 162 BY 1
                   UNTIL IDX-ERRO GREATER THAN 168
                   IF IDX-ERRO NOT EQUAL 166
                      ADD CNT-ERROS (IDX-ERRO) TO CNT-REJEITOS
                   END-IF
           END-PERFORM
           PERFORM VARYING IDX-ERRO FROM 190 BY 1
                   UNTIL IDX-ERRO GREATER THAN 198
                   ADD CNT-ERROS (IDX-ERRO) TO CNT-REJEITOS
                   ADD CNT-ERROS (IDX-ERRO) TO CNT-AVISOS
           END-PERFORM
           ADD CNT-ERROS (005) TO CNT-AVISOS
           ADD CNT-ERROS (009) TO CNT-AVISOS
           ADD CNT-ERROS (010) TO CNT-AVISOS
           ADD CNT-ERROS (159) TO CNT-AVISOS
           ADD CNT-ERROS (099) TO CNT-AVISOS
           ADD CNT-ERROS (151) TO CNT-AVISOS
           ADD CNT-ERROS (166) TO CNT-AVISOS
      *
      *- - CNT-SEQ-200E CONTA O HEADER JUNTO; OS MOVIMENTOS SAO UM A
      *- - MENOS.
           END-IF
      *
           EVALUATE TRUE
      *- - - - - EXCLUSOES SUSPENSAS PELA GUARDA E MOVIMENTOS RETIDOS
      *- - - - - PELO QUADRO DE VAGAS: CODIGO PROPRIO PARA O
      *- - - - - SCHEDULER DESVIAR A REVISAO (T99P2013) ANTES DE
      *- - - - - QUALQUER OUTRO DESFECHO.
               WHEN CNT-ERROS (085) GREATER THAN 0 OR
                    CNT-ERROS (185) GREATER THAN 0 OR
                    CNT-ERROS (070) GREATER THAN 0 OR
                    CNT-ERROS (170) GREATER THAN 0
                    MOVE 16 TO RETURN-CODE
                    IF CNT-ERROS (085) GREATER THAN 0 OR
                       CNT-ERROS (185) GREATER THAN 0
                       DISPLAY CTE-PROG ' ' CTE-VERS
                          ' *** EXCLUSOES SUSPENSAS NO ' DDN-200Z
                          ' - REVISAR NO T99P2013'
                    END-IF
                    IF CNT-ERROS (070) GREATER THAN 0 OR
                       CNT-ERROS (170) GREATER THAN 0
                       DISPLAY CTE-PROG ' ' CTE-VERS
                          ' *** MOVIMENTOS RETIDOS PELO QUADRO DE '
                          'VAGAS NO ' DDN-200Z ' - REVISAR NO T99P2013'
                    END-IF
               WHEN PCT-MAX-REJEITOS GREATER THAN 0 AND
                    QTD-MVTOS-200E GREATER THAN 0 AND
                    PCT-REJEITOS GREATER THAN PCT-MAX-REJEITOS
           MOVE 025 TO ULT-COD-ERRO
           GO TO 999999-ENCERRA
           .
      *--------------------------
       999026-ERRO-026 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 026 ERRO OPEN ARQUIVO DE RETORNO: ' FS-200T
               ' ' FS-200T-2 ' ' FS-200T-3
           MOVE 888 TO RETURN-CODE
           MOVE 026 TO ULT-COD-ERRO
           GO TO 999999-ENCERRA
           .
      *--------------------------
       999016-ERRO-016 SECTION.
      *--------------------------
           PERFORM 430050-GRAVA-300E-701S
           MOVE SBS-GRV-SALVO TO SBS-GRV
           .
      *--------------------------
       999027-ERRO-027 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 027 HEADER T99F450E INVALIDO: ' 450E-MATR ' '
                   450E-NOME-ARQ ' ' 450E-AMD-ARQ ' SEQ ' 450E-SEQ
                   ' (ESPERADO T99F450 ' DATA-MVTO-ESPERADA ')'
           MOVE 888 TO RETURN-CODE
           MOVE 027 TO ULT-COD-ERRO
           GO TO 999999-ENCERRA
           .
      *--------------------------
       999028-ERRO-028 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 028 T99F450E EOF INESPERADO.'
           MOVE 888 TO RETURN-CODE
           MOVE 028 TO ULT-COD-ERRO
           GO TO 999999-ENCERRA
           .
      *--------------------------
       999029-ERRO-029 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 029 SOMAT-SEQ T99F450E NAO CONFERE :'
                    450E-SOMAT-SEQ
           MOVE 888 TO RETURN-CODE
           MOVE 029 TO ULT-COD-ERRO
           GO TO 999999-ENCERRA
           .
      *--------------------------
       999030-ERRO-030 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 030 ERRO OPEN DEPENDENTES: ' FS-450E ' '
                   FS-450S
           MOVE 888 TO RETURN-CODE
           MOVE 030 TO ULT-COD-ERRO
           GO TO 999999-ENCERRA
           .
      *--------------------------
       999031-ERRO-031 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 031 TAB-DEP-ANT ESTOUROU (20000 DEPENDENTES): '
                   DDN-450A
           MOVE 888 TO RETURN-CODE
           MOVE 031 TO ULT-COD-ERRO
           GO TO 999999-ENCERRA
           .
      *--------------------------
       999032-ERRO-032 SECTION.
      *--------------------------
      **** SEQUENCIA FURADA/REPETIDA DENTRO DO T99F450E: SO AVISA,
      **** COMO O 999016-ERRO-016 DO T99F300E.
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 032 T99F450E SEQ. FORA DE ORDEM! ' 450E-SEQ
                                ' - ' GD-450E-SEQ
           MOVE SBS-GRV TO SBS-GRV-SALVO
           MOVE 166 TO SBS-GRV
           PERFORM 430110-GRAVA-450E-701S
           MOVE SBS-GRV-SALVO TO SBS-GRV
           .
      *--------------------------
       999033-ERRO-033 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 033 NOME DE ARQUIVO NA AREA DA PARTICAO EXCEDE '
                   '20 POSICOES: ' DDN-PART-SAI
           MOVE 888 TO RETURN-CODE
           MOVE 033 TO ULT-COD-ERRO
           GO TO 999999-ENCERRA
           .
      *--------------------------
       999034-ERRO-034 SECTION.
      *--------------------------
           DISPLAY CTE-PROG ' ' CTE-VERS
           DISPLAY '*** 034 CARTAO DE PARTICAO INVALIDO: FAIXA '
                   PART-MATR-INI ' A ' PART-MATR-FIM
                   ' (OU SIMULACAO PEDIDA NA PARTICAO)'
           MOVE 888 TO RETURN-CODE
           MOVE 034 TO ULT-COD-ERRO
           GO TO 999999-ENCERRA
           .
      ******************************************************************
       END PROGRAM T99P2001.
      ******************************************************************
