      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. PLANTAX1.
      *AUTHOR.     EDER GUIMARAES RODRIGUES.
      *================================================================*
      *    PROGRAMA....:  PLANTAX1                                     *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  CALCULO TRIMESTRAL DA TAXA DE USO DE         *
      *                   NUMERACAO COBRADA PELO REGULADOR: PARA CADA  *
      *                   RANGE DETIDO POR UMA OPERADORA (EOT) NO      *
      *                   TRIMESTRE - CORRENTE NO PLANNAC OU JA        *
      *                   ENCERRADO NOS HISTORICOS CADUPHIS/RNGEHIST - *
      *                   APURA OS DIAS ATIVOS NO PERIODO (PELA        *
      *                   DATA-INICIAL/DATA-FINAL DO RANGE) E VALORA A *
      *                   CAPACIDADE PELA TABELA DE TAXAS (TAXUSO) DO  *
      *                   TIPO-PREFIXO, PRORATEANDO POR DIA E POR      *
      *                   JANELA DE VIGENCIA DA TAXA. GERA UM ARQUIVO  *
      *                   DE FATURA POR OPERADORA E UM RESUMO COM O    *
      *                   NOME E O CNPJ DO EOTMAST PARA O FINANCEIRO.  *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:  DDNAME                      BOOK'S           *
      *                  PLANNAC                     PLANNREG          *
      *                  CADUPHIS                    PLANNREG          *
      *                  RNGEHIST                    PLANNREG          *
      *                  TAXUSO                      TAXUSOCP          *
      *                  EOTMAST                     EOTMSTCP          *
      *                  PLTXWRK                     (VIDE FD)         *
      *                  PLTXEOT                     (VIDE FD)         *
      *                  PLANTAXF                    (VIDE FD)         *
      *                  PLANTAXR                    (VIDE FD)         *
      *                  ERRLOG                      ERRLOGCP          *
      *----------------------------------------------------------------*
      *    ARQ DESC....: PLANNAC  - PLANO NACIONAL CONSOLIDADO         *
      *                             (INDEXADO, LIDO SEQUENCIALMENTE)   *
      *                  CADUPHIS - RANGES HISTORICOS DO CADUP001      *
      *                             (OPCIONAL)                         *
      *                  RNGEHIST - RANGES HISTORICOS DO RANGEMOB      *
      *                             (OPCIONAL)                         *
      *                  TAXUSO   - TABELA DE TAXA DE USO POR          *
      *                             TIPO-PREFIXO E VIGENCIA            *
      *                  EOTMAST  - CADASTRO MESTRE DE OPERADORAS      *
      *                             (OPCIONAL: SEM ELE NOME E CNPJ     *
      *                             SAEM EM BRANCO)                    *
      *                  PLTXWRK  - TRABALHO: RANGES ATIVOS NO         *
      *                             TRIMESTRE, DAS TRES ORIGENS        *
      *                  PLTXEOT  - TRABALHO: PLTXWRK CLASSIFICADO POR *
      *                             EOT + CHAVE DO RANGE + DATA-INICIAL*
      *                  PLANTAXF - FATURA DE UMA OPERADORA; O CAMINHO *
      *                             E O DE PLANTAXF_PATH ACRESCIDO DE  *
      *                             '.' + EOT ('.SEMEOT' PARA RANGE    *
      *                             SEM EOT). HEADER 'H', DETALHE 'D'  *
      *                             POR RANGE E TRAILER 'T'            *
      *                  PLANTAXR - RESUMO POR OPERADORA (132 COLUNAS) *
      *                  ERRLOG   - LOG DE EXCECAO/ABEND COMPARTILHADO *
      *----------------------------------------------------------------*
      *    PARAMETROS..: PLANTAX1_TRIMESTRE - TRIMESTRE APURADO, NO    *
      *                                      FORMATO AAAAT (EX.: 20263 *
      *                                      = JUL A SET/2026). SE     *
      *                                      OMITIDO OU INVALIDO, VALE *
      *                                      O TRIMESTRE ANTERIOR AO   *
      *                                      DA DATA DO DIA            *
      *----------------------------------------------------------------*
      *    RETURN-CODE.: 00 - CALCULO SEM OCORRENCIAS                  *
      *                  04 - HA RANGE COM DIAS SEM TAXA VIGENTE, COM  *
      *                       DATA INVALIDA OU OPERADORA FORA DO       *
      *                       EOTMAST (VER O RESUMO)                   *
      *                  16 - ERRO DE ARQUIVO / TABELA CHEIA OU        *
      *                       INVALIDA                                 *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                   *
      *    DATA       AUTOR    DESCRICAO                               *
      *    15/10/2026 EGR      VERSAO INICIAL DO CALCULO DA TAXA DE    *
      *                        USO DE NUMERACAO E FATURAS POR          *
      *                        OPERADORA.                              *
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       CONFIGURATION                   SECTION.
      *----------------------------------------------------------------*
       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT                    SECTION.
      *----------------------------------------------------------------*
       FILE-CONTROL.
      *
           SELECT PLANNAC              ASSIGN
           TO DYNAMIC                  WRK-PATH-PLANNAC
           ORGANIZATION IS             INDEXED
           ACCESS MODE IS              DYNAMIC
           RECORD KEY IS               FD-PLA-CHAVE
           FILE STATUS                 IS WRK-FS-PLANNAC.
      *
           SELECT CADUPHIS             ASSIGN
           TO DYNAMIC                  WRK-PATH-CADUPHIS
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-CADUPHIS.
      *
           SELECT RNGEHIST             ASSIGN
           TO DYNAMIC                  WRK-PATH-RNGEHIST
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-RNGEHIST.
      *
           SELECT TAXUSO               ASSIGN
           TO DYNAMIC                  WRK-PATH-TAXUSO
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-TAXUSO.
      *
           SELECT EOTMAST              ASSIGN
           TO DYNAMIC                  WRK-PATH-EOTMAST
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-EOTMAST.
      *
           SELECT PLTXWRK              ASSIGN
           TO DYNAMIC                  WRK-PATH-PLTXWRK
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-PLTXWRK.
      *
           SELECT PLTXEOT              ASSIGN
           TO DYNAMIC                  WRK-PATH-PLTXEOT
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-PLTXEOT.
      *
           SELECT ORDENACAO            ASSIGN TO 'SORTWK01'.
      *
           SELECT PLANTAXF             ASSIGN
           TO DYNAMIC                  WRK-PATH-PLANTAXF
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-PLANTAXF.
      *
           SELECT PLANTAXR             ASSIGN
           TO DYNAMIC                  WRK-PATH-PLANTAXR
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-PLANTAXR.
      *
           SELECT ERRLOG               ASSIGN
           TO DYNAMIC                  WRK-PATH-ERRLOG
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-ERRLOG.
      *
      *================================================================*
       DATA                            DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *    ENTRADA......: PLANO NACIONAL CONSOLIDADO (INDEXADO)        *
      *----------------------------------------------------------------*
       FD  PLANNAC
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-PLANNAC.
           05  FD-PLA-TIPO-REGISTRO     PIC  9(001).
           05  FD-PLA-CHAVE.
               10  FD-PLA-DDD           PIC  9(002).
               10  FD-PLA-PREFIXO       PIC  9(005).
               10  FD-PLA-RANGE-INICIAL PIC  9(004).
           05  FD-PLA-RESTO             PIC  X(059).
      *----------------------------------------------------------------*
      *    ENTRADA......: RANGES HISTORICOS DO CADUP001                *
      *----------------------------------------------------------------*
       FD  CADUPHIS
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-CADUPHIS             PIC  X(071).
      *----------------------------------------------------------------*
      *    ENTRADA......: RANGES HISTORICOS DO RANGEMOB                *
      *----------------------------------------------------------------*
       FD  RNGEHIST
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-RNGEHIST             PIC  X(071).
      *----------------------------------------------------------------*
      *    ENTRADA......: TABELA DE TAXA DE USO DE NUMERACAO           *
      *----------------------------------------------------------------*
       FD  TAXUSO
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-TAXUSO               PIC  X(040).
      *----------------------------------------------------------------*
      *    ENTRADA......: CADASTRO MESTRE DE OPERADORAS (EOTMAST)      *
      *----------------------------------------------------------------*
       FD  EOTMAST
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-EOTMAST              PIC  X(060).
      *----------------------------------------------------------------*
      *    TRABALHO.....: RANGES ATIVOS NO TRIMESTRE                   *
      *----------------------------------------------------------------*
       FD  PLTXWRK
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-PLTXWRK              PIC  X(130).
      *----------------------------------------------------------------*
      *    TRABALHO.....: CLASSIFICADO POR EOT + CHAVE + DATA-INICIAL  *
      *----------------------------------------------------------------*
       FD  PLTXEOT
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-PLTXEOT              PIC  X(130).
      *----------------------------------------------------------------*
      *    ORDENACAO....: RANGES ATIVOS NO TRIMESTRE                   *
      *----------------------------------------------------------------*
       SD  ORDENACAO.
      *
       01  SRT-REGISTRO.
           05  SRT-EOT                  PIC  X(003).
           05  SRT-CHAVE                PIC  X(011).
           05  SRT-DATA-INICIAL         PIC  9(008).
           05  FILLER                   PIC  X(108).
      *----------------------------------------------------------------*
      *    SAIDA........: FATURA DE TAXA DE USO DE UMA OPERADORA       *
      *----------------------------------------------------------------*
       FD  PLANTAXF
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-PLANTAXF             PIC  X(150).
      *----------------------------------------------------------------*
      *    SAIDA........: RESUMO DA TAXA DE USO POR OPERADORA          *
      *----------------------------------------------------------------*
       FD  PLANTAXR
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-PLANTAXR             PIC  X(132).
      *----------------------------------------------------------------*
      *    OUTPUT.....: LOG DE EXCECAO/ABEND COMPARTILHADO (ERRLOGCP)  *
      *----------------------------------------------------------------*
       FD  ERRLOG
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-ERRLOG                PIC  X(080).
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** PLANTAX1 - INICIO DA AREA DE WORKING ***'.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DE ACUMULADORES ***'.
      *----------------------------------------------------------------*
       01  ACU-ACUMULADORES.
           05  ACU-REG-LIDOS-PLANNAC   PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-LIDOS-CADUPHIS  PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-LIDOS-RNGEHIST  PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-LIDOS-TAXUSO    PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-FORA-PERIODO    PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-DATA-INVALIDA   PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-SOBREPOSTOS     PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-FATURADOS       PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-SEM-TAXA        PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-FATURAS             PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-EOT-SEM-CADASTRO    PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-LINHAS-GRAVADAS     PIC  9(009) COMP-3 VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DO TRIMESTRE APURADO ***'.
      *----------------------------------------------------------------*
       01  WRK-PARAMETROS.
           05  WRK-TRIMESTRE-X         PIC  X(005) VALUE SPACES.
           05  WRK-TRIMESTRE           REDEFINES WRK-TRIMESTRE-X.
               10  WRK-TRI-ANO         PIC  9(004).
               10  WRK-TRI-NUMERO      PIC  9(001).
           05  WRK-DATA-HOJE           PIC  9(008) VALUE ZEROS.
           05  WRK-DATA-HOJE-GRP       REDEFINES WRK-DATA-HOJE.
               10  WRK-HOJE-ANO        PIC  9(004).
               10  WRK-HOJE-MES        PIC  9(002).
               10  WRK-HOJE-DIA        PIC  9(002).
           05  WRK-PER-INICIAL         PIC  9(008) VALUE ZEROS.
           05  WRK-PER-INICIAL-X       REDEFINES WRK-PER-INICIAL
                                       PIC  X(008).
           05  WRK-PER-FINAL           PIC  9(008) VALUE ZEROS.
           05  WRK-PER-FINAL-X         REDEFINES WRK-PER-FINAL
                                       PIC  X(008).
           05  WRK-PER-PROXIMO         PIC  9(008) VALUE ZEROS.
           05  WRK-DIA-PER-INICIAL     PIC  9(007) VALUE ZEROS.
           05  WRK-DIA-PER-FINAL       PIC  9(007) VALUE ZEROS.
           05  WRK-MES-CALCULO         PIC  9(002) VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DO REGISTRO DE TRABALHO ***'.
      *----------------------------------------------------------------*
       01  WRK-REG-TRABALHO.
           05  WRK-TRB-EOT             PIC  X(003) VALUE SPACES.
           05  WRK-TRB-CHAVE           PIC  X(011) VALUE SPACES.
           05  WRK-TRB-DATA-INICIAL    PIC  9(008) VALUE ZEROS.
           05  WRK-TRB-DATA-FINAL      PIC  9(008) VALUE ZEROS.
           05  WRK-TRB-DIA-INICIAL     PIC  9(007) VALUE ZEROS.
           05  WRK-TRB-DIA-FINAL       PIC  9(007) VALUE ZEROS.
           05  WRK-TRB-ORIGEM          PIC  X(008) VALUE SPACES.
           05  WRK-TRB-REGISTRO        PIC  X(071) VALUE SPACES.
           05  FILLER                  PIC  X(007) VALUE SPACES.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DE CONTROLE DA MONTAGEM DO TRABALHO ***'.
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-MONTAGEM.
           05  WRK-FLAG-FIM-ENTRADA    PIC  X(001) VALUE SPACES.
               88  WRK-ENTRADA-ESGOTADA            VALUE 'S'.
           05  WRK-DATA-INICIAL-NUM    PIC  9(008) VALUE ZEROS.
           05  WRK-DATA-FINAL-NUM      PIC  9(008) VALUE ZEROS.
           05  WRK-DIA-CALCULO         PIC  9(007) VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DA TABELA DE TAXAS (TAXUSO) ***'.
      *----------------------------------------------------------------*
       01  WRK-TAB-TAXA.
           05  WRK-QTD-TAXA            PIC  9(004) COMP VALUE ZERO.
           05  WRK-TAB-TAXA-ITEM       OCCURS 200 TIMES.
               10  WRK-TAX-TIPO        PIC  X(001).
               10  WRK-TAX-DIA-INICIAL PIC  9(007).
               10  WRK-TAX-DIA-FINAL   PIC  9(007).
               10  WRK-TAX-VALOR-ANUAL PIC  9(005)V9(004).
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-TAXA.
           05  WRK-IDX-TAXA            PIC  9(004) COMP VALUE ZERO.
           05  WRK-SOB-DIA-INICIAL     PIC  9(007) VALUE ZEROS.
           05  WRK-SOB-DIA-FINAL       PIC  9(007) VALUE ZEROS.
           05  WRK-DIAS-TAXADOS        PIC  9(005) VALUE ZEROS.
           05  WRK-DIAS-SOBREPOSTOS    PIC  9(005) VALUE ZEROS.
           05  WRK-VALOR-CALCULO       PIC  9(011)V9(006) COMP-3
                                                   VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DO MESTRE DE OPERADORAS (EOTMAST) ***'.
      *----------------------------------------------------------------*
       01  WRK-TAB-OPERADORA.
           05  WRK-QTD-OPERADORA       PIC  9(004) COMP VALUE ZERO.
           05  WRK-TAB-OPERADORA-ITEM  OCCURS 500 TIMES.
               10  WRK-OPE-EOT         PIC  X(003).
               10  WRK-OPE-NOME        PIC  X(040).
               10  WRK-OPE-CNPJ        PIC  9(014).
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-OPERADORA.
           05  WRK-IDX-OPERADORA       PIC  9(004) COMP VALUE ZERO.
           05  WRK-POS-OPERADORA       PIC  9(004) COMP VALUE ZERO.
           05  WRK-FLAG-ACHOU-OPER     PIC  X(001) VALUE SPACES.
               88  WRK-OPERADORA-ACHOU             VALUE 'S'.
           05  WRK-EOT-PROCURADO       PIC  X(003) VALUE SPACES.
           05  WRK-NOME-OPERADORA      PIC  X(040) VALUE SPACES.
           05  WRK-CNPJ-OPERADORA      PIC  9(014) VALUE ZEROS.
           05  WRK-CNPJ-OPERADORA-X    REDEFINES WRK-CNPJ-OPERADORA
                                       PIC  X(014).
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DE CONTROLE DA FATURA CORRENTE ***'.
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-FATURA.
           05  WRK-EOT-FATURA          PIC  X(003) VALUE SPACES.
           05  WRK-SUFIXO-FATURA       PIC  X(006) VALUE SPACES.
           05  WRK-FLAG-FATURA         PIC  X(001) VALUE SPACES.
               88  WRK-FATURA-ABERTA               VALUE 'S'.
           05  WRK-FLAG-FIM-TRABALHO   PIC  X(001) VALUE SPACES.
               88  WRK-TRABALHO-ESGOTADO           VALUE 'S'.
           05  WRK-FLAG-SEM-TAXA-EOT   PIC  X(001) VALUE SPACES.
               88  WRK-EOT-COM-SEM-TAXA            VALUE 'S'.
           05  WRK-CHAVE-ANTERIOR      PIC  X(011) VALUE SPACES.
           05  WRK-DIA-FINAL-ANTERIOR  PIC  9(007) VALUE ZEROS.
           05  WRK-DIA-INICIAL-COBR    PIC  9(007) VALUE ZEROS.
           05  WRK-DIAS-ATIVOS         PIC  9(005) VALUE ZEROS.
           05  WRK-CAPACIDADE          PIC  9(005) VALUE ZEROS.
           05  WRK-VALOR-RANGE         PIC  9(009)V9(002) VALUE ZEROS.
           05  WRK-QTD-RANGES-EOT      PIC  9(009) COMP-3 VALUE ZEROS.
           05  WRK-NUMEROS-EOT         PIC  9(011) COMP-3 VALUE ZEROS.
           05  WRK-VALOR-EOT           PIC  9(011)V9(002) COMP-3
                                                   VALUE ZEROS.
           05  WRK-TOT-RANGES          PIC  9(009) COMP-3 VALUE ZEROS.
           05  WRK-TOT-NUMEROS         PIC  9(011) COMP-3 VALUE ZEROS.
           05  WRK-TOT-VALOR           PIC  9(011)V9(002) COMP-3
                                                   VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DOS REGISTROS DA FATURA ***'.
      *----------------------------------------------------------------*
       01  WRK-REG-HEADER.
           05  WRK-HDR-TIPO            PIC  X(001) VALUE 'H'.
           05  WRK-HDR-DATA-GERACAO    PIC  9(008) VALUE ZEROS.
           05  WRK-HDR-ORIGEM          PIC  X(008) VALUE 'TAXAUSO '.
           05  WRK-HDR-EOT             PIC  X(003) VALUE SPACES.
           05  WRK-HDR-CNPJ            PIC  9(014) VALUE ZEROS.
           05  WRK-HDR-NOME            PIC  X(040) VALUE SPACES.
           05  WRK-HDR-PER-INICIAL     PIC  9(008) VALUE ZEROS.
           05  WRK-HDR-PER-FINAL       PIC  9(008) VALUE ZEROS.
           05  FILLER                  PIC  X(060) VALUE SPACES.
       01  WRK-REG-DETALHE.
           05  WRK-DET-TIPO            PIC  X(001) VALUE 'D'.
           05  WRK-DET-ORIGEM          PIC  X(008) VALUE SPACES.
           05  WRK-DET-DDD             PIC  9(002) VALUE ZEROS.
           05  WRK-DET-PREFIXO         PIC  9(005) VALUE ZEROS.
           05  WRK-DET-RANGE-INICIAL   PIC  9(004) VALUE ZEROS.
           05  WRK-DET-RANGE-FINAL     PIC  9(004) VALUE ZEROS.
           05  WRK-DET-UF              PIC  X(002) VALUE SPACES.
           05  WRK-DET-TIPO-PREFIXO    PIC  X(001) VALUE SPACES.
           05  WRK-DET-DATA-INICIAL    PIC  9(008) VALUE ZEROS.
           05  WRK-DET-DATA-FINAL      PIC  9(008) VALUE ZEROS.
           05  WRK-DET-DIAS-ATIVOS     PIC  9(003) VALUE ZEROS.
           05  WRK-DET-CAPACIDADE      PIC  9(005) VALUE ZEROS.
           05  WRK-DET-VALOR           PIC  9(009)V9(002) VALUE ZEROS.
           05  WRK-DET-SEM-TAXA        PIC  X(001) VALUE SPACES.
           05  FILLER                  PIC  X(087) VALUE SPACES.
       01  WRK-REG-TRAILER.
           05  WRK-TRL-TIPO            PIC  X(001) VALUE 'T'.
           05  WRK-TRL-QTD-DETALHES    PIC  9(009) VALUE ZEROS.
           05  WRK-TRL-NUMEROS         PIC  9(011) VALUE ZEROS.
           05  WRK-TRL-VALOR           PIC  9(011)V9(002) VALUE ZEROS.
           05  FILLER                  PIC  X(116) VALUE SPACES.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DE LINHAS DO RESUMO ***'.
      *----------------------------------------------------------------*
       01  WRK-CAB-1.
           05  FILLER                  PIC  X(049) VALUE
               'PLANTAX1 - TAXA DE USO DE NUMERACAO POR OPERADORA'.
           05  FILLER                  PIC  X(013) VALUE
               ' - TRIMESTRE '.
           05  WRK-CB1-TRIMESTRE       PIC  X(006).
           05  FILLER                  PIC  X(002) VALUE ' ('.
           05  WRK-CB1-PER-INICIAL     PIC  X(010).
           05  FILLER                  PIC  X(003) VALUE ' A '.
           05  WRK-CB1-PER-FINAL       PIC  X(010).
           05  FILLER                  PIC  X(039) VALUE ')'.
       01  WRK-CAB-2.
           05  FILLER                  PIC  X(047) VALUE
               'EOT  OPERADORA'.
           05  FILLER                  PIC  X(020) VALUE
               'CNPJ'.
           05  FILLER                  PIC  X(011) VALUE
               '   RANGES'.
           05  FILLER                  PIC  X(015) VALUE
               '      NUMEROS'.
           05  FILLER                  PIC  X(020) VALUE
               '       VALOR (R$)'.
           05  FILLER                  PIC  X(019) VALUE
               'OBSERVACAO'.
       01  WRK-DET-RESUMO.
           05  WRK-DRS-EOT             PIC  X(005).
           05  WRK-DRS-NOME            PIC  X(040).
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DRS-CNPJ            PIC  X(018).
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DRS-QTD-RANGES      PIC  Z.ZZZ.ZZ9.
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DRS-NUMEROS         PIC  Z.ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DRS-VALOR           PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DRS-OBSERVACAO      PIC  X(019).
       01  WRK-LINHA-AVISO.
           05  FILLER                  PIC  X(005) VALUE SPACES.
           05  WRK-AVI-TEXTO           PIC  X(127).
       01  WRK-LINHA-BRANCO            PIC  X(132) VALUE SPACES.
      *----------------------------------------------------------------*
       01  WRK-DATA-EDITAR             PIC  X(008) VALUE SPACES.
       01  WRK-DATA-EDITADA            PIC  X(010) VALUE SPACES.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '* AREA DE TESTE DE FILE-STATUS *'.
      *----------------------------------------------------------------*
       01  WRK-FILE-STATUS.
           05  WRK-OPERACAO            PIC  X(009) VALUE SPACES.
           05  WRK-ABERTURA            PIC  X(009) VALUE 'AO ABRIR '.
           05  WRK-LEITURA             PIC  X(009) VALUE 'AO LER   '.
           05  WRK-GRAVACAO            PIC  X(009) VALUE 'AO GRAVAR'.
           05  WRK-FECHAMENTO          PIC  X(009) VALUE 'AO FECHAR'.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA PARA CAMPOS AUXILIARES ***'.
      *----------------------------------------------------------------*
       01  WRK-CAMPOS-AUXILIARES.
           05  WRK-PROGRAMA            PIC  X(008) VALUE 'PLANTAX1'.
           05  WRK-FS-PLANNAC          PIC  X(002) VALUE SPACES.
           05  WRK-FS-CADUPHIS         PIC  X(002) VALUE SPACES.
           05  WRK-FS-RNGEHIST         PIC  X(002) VALUE SPACES.
           05  WRK-FS-TAXUSO           PIC  X(002) VALUE SPACES.
           05  WRK-FS-EOTMAST          PIC  X(002) VALUE SPACES.
           05  WRK-FS-PLTXWRK          PIC  X(002) VALUE SPACES.
           05  WRK-FS-PLTXEOT          PIC  X(002) VALUE SPACES.
           05  WRK-FS-PLANTAXF         PIC  X(002) VALUE SPACES.
           05  WRK-FS-PLANTAXR         PIC  X(002) VALUE SPACES.
           05  WRK-FS-ERRLOG           PIC  X(002) VALUE SPACES.
           05  WRK-FS-ENTRADA          PIC  X(002) VALUE SPACES.
           05  WRK-ERRLOG-ARQUIVO      PIC  X(008) VALUE SPACES.
           05  WRK-ERRLOG-FS           PIC  X(002) VALUE SPACES.
           05  WRK-ERRLOG-FS-NUM       REDEFINES WRK-ERRLOG-FS
                                       PIC  9(002).
           05  WRK-FLAG-ABEND          PIC  X(001) VALUE SPACES.
               88  WRK-ABENDAR                     VALUE 'S'.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DOS CAMINHOS DE ARQUIVO EM RUNTIME ***'.
      *----------------------------------------------------------------*
       01  WRK-CAMINHOS-ARQUIVO.
           05  WRK-PATH-PLANNAC        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\PLANNAC.dat'.
           05  WRK-PATH-CADUPHIS       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\CADUPHIS.dat'.
           05  WRK-PATH-RNGEHIST       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\RNGEHIST.dat'.
           05  WRK-PATH-TAXUSO         PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\TAXUSO.dat'.
           05  WRK-PATH-EOTMAST        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\EOTMAST.dat'.
           05  WRK-PATH-PLTXWRK        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\PLTXWRK.dat'.
           05  WRK-PATH-PLTXEOT        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\PLTXEOT.dat'.
           05  WRK-PATH-PLANTAXF       PIC  X(100) VALUE SPACES.
           05  WRK-PATH-BASE-FATURA    PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\PLANTAXF.dat'.
           05  WRK-PATH-PLANTAXR       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\PLANTAXR.dat'.
           05  WRK-PATH-ERRLOG         PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\ERRLOG.dat'.
           05  WRK-ENV-VALOR           PIC  X(100) VALUE SPACES.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA PARA O BOOK DO REGISTRO DE RANGE ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-PLANREG.
           COPY PLANNREG.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA PARA O BOOK DA TABELA DE TAXAS ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-TAXUSO.
           COPY TAXUSOCP.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA PARA O BOOK DO MESTRE DE OPERADORAS ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-EOTMST.
           COPY EOTMSTCP.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DO LOG DE EXCECAO/ABEND (ERRLOG) ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-ERRLOG.
           COPY ERRLOGCP.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** PLANTAX1 - FIM DA AREA DE WORKING ***'.
      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
      *
      *----------------------------------------------------------------*
       0000-INICIAR                    SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1000-INICIALIZAR.
           PERFORM 1100-MONTAR-TRABALHO.
           PERFORM 2000-GERAR-FATURAS.
           PERFORM 3000-FINALIZAR.
      *
      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE INICIALIZACAO: MONTA O TRIMESTRE E CARREGA A      *
      *    TABELA DE TAXAS E O MESTRE DE OPERADORAS                    *
      *----------------------------------------------------------------*
       1000-INICIALIZAR                SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1005-OBTER-CAMINHOS.
           PERFORM 1008-OBTER-PARAMETROS.
           PERFORM 1020-CARREGAR-TAXAS.
           PERFORM 1009-CARREGAR-OPERADORAS.
      *
      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA OBTER OS CAMINHOS DE ARQUIVO EM TEMPO DE        *
      *    EXECUCAO, VIA VARIAVEIS DE AMBIENTE (SE OMITIDAS, FICA      *
      *    MANTIDO O CAMINHO PADRAO).                                  *
      *----------------------------------------------------------------*
       1005-OBTER-CAMINHOS             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'PLANNAC_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-PLANNAC
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'CADUPHIS_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-CADUPHIS
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'RNGEHIST_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-RNGEHIST
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'TAXUSO_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-TAXUSO
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'EOTMAST_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-EOTMAST
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'PLTXWRK_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-PLTXWRK
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'PLTXEOT_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-PLTXEOT
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'PLANTAXF_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-BASE-FATURA
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'PLANTAXR_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-PLANTAXR
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'ERRLOG_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-ERRLOG
           END-IF.
      *
      *----------------------------------------------------------------*
       1005-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA OBTER O TRIMESTRE APURADO E MONTAR O PERIODO    *
      *    (PRIMEIRO E ULTIMO DIA). SEM PARAMETRO VALIDO, VALE O       *
      *    TRIMESTRE ANTERIOR AO DA DATA DO DIA.                       *
      *----------------------------------------------------------------*
       1008-OBTER-PARAMETROS           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT
                                       'PLANTAX1_TRIMESTRE'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR(1:5) TO WRK-TRIMESTRE-X
           END-IF.
      *
           IF (WRK-TRIMESTRE-X         NOT NUMERIC) OR
              (WRK-TRI-NUMERO          LESS THAN 1) OR
              (WRK-TRI-NUMERO          GREATER THAN 4) OR
              (WRK-TRI-ANO             LESS THAN 1601)
               ACCEPT WRK-DATA-HOJE    FROM DATE YYYYMMDD
               MOVE WRK-HOJE-ANO       TO WRK-TRI-ANO
               COMPUTE WRK-TRI-NUMERO = (WRK-HOJE-MES - 1) / 3
               IF (WRK-TRI-NUMERO      EQUAL ZERO)
                   MOVE 4              TO WRK-TRI-NUMERO
                   SUBTRACT 1          FROM WRK-TRI-ANO
               END-IF
           END-IF.
      *
           COMPUTE WRK-MES-CALCULO = (WRK-TRI-NUMERO - 1) * 3 + 1.
           COMPUTE WRK-PER-INICIAL = WRK-TRI-ANO * 10000
                                   + WRK-MES-CALCULO * 100 + 1.
      *
           IF (WRK-TRI-NUMERO          EQUAL 4)
               COMPUTE WRK-PER-PROXIMO = (WRK-TRI-ANO + 1) * 10000
                                       + 0101
           ELSE
               COMPUTE WRK-PER-PROXIMO = WRK-PER-INICIAL + 300
           END-IF.
      *
           COMPUTE WRK-DIA-PER-INICIAL = FUNCTION INTEGER-OF-DATE
                                        (WRK-PER-INICIAL).
           COMPUTE WRK-DIA-PER-FINAL   = FUNCTION INTEGER-OF-DATE
                                        (WRK-PER-PROXIMO) - 1.
           COMPUTE WRK-PER-FINAL       = FUNCTION DATE-OF-INTEGER
                                        (WRK-DIA-PER-FINAL).
      *
      *----------------------------------------------------------------*
       1008-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CARREGAR EM MEMORIA O CADASTRO MESTRE DE        *
      *    OPERADORAS (EOTMAST). SEM O ARQUIVO NOME E CNPJ SAEM EM     *
      *    BRANCO NAS FATURAS E NO RESUMO.                             *
      *----------------------------------------------------------------*
       1009-CARREGAR-OPERADORAS        SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZERO                   TO WRK-QTD-OPERADORA.
      *
           OPEN INPUT EOTMAST.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1012-TESTAR-FS-EOTMAST.
      *
           IF (WRK-FS-EOTMAST          EQUAL '35')
               DISPLAY '*** ' WRK-PROGRAMA ': EOTMAST AUSENTE - '
                       'NOME E CNPJ EM BRANCO ***'
           ELSE
               PERFORM 1011-LER-OPERADORA
                   UNTIL WRK-FS-EOTMAST EQUAL '10'
               CLOSE EOTMAST
           END-IF.
      *
      *----------------------------------------------------------------*
       1009-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UM REGISTRO DO EOTMAST E CARREGAR NA TABELA *
      *----------------------------------------------------------------*
       1011-LER-OPERADORA              SECTION.
      *----------------------------------------------------------------*
      *
           READ EOTMAST                INTO WRK-AREA-EOTMST.
      *
           IF (WRK-FS-EOTMAST          EQUAL '10')
               CONTINUE
           ELSE
               MOVE WRK-LEITURA        TO WRK-OPERACAO
               PERFORM 1012-TESTAR-FS-EOTMAST
               IF (WRK-QTD-OPERADORA   NOT LESS THAN 500)
                   DISPLAY '************** ' WRK-PROGRAMA
                           ' **************'
                   DISPLAY '*  TABELA DO MESTRE EOTMAST CHEIA    *'
                   DISPLAY '*  LIMITE DE 500 OPERADORAS EXCEDIDO *'
                   DISPLAY '*  PROCESSAMENTO ABORTADO            *'
                   DISPLAY '************** ' WRK-PROGRAMA
                           ' **************'
                   MOVE 16             TO RETURN-CODE
                   SET WRK-ABENDAR     TO TRUE
                   GOBACK
               END-IF
               ADD  1                  TO WRK-QTD-OPERADORA
               MOVE EOTMSTCP-EOT       TO
                              WRK-OPE-EOT(WRK-QTD-OPERADORA)
               MOVE EOTMSTCP-NOME      TO
                              WRK-OPE-NOME(WRK-QTD-OPERADORA)
               IF (EOTMSTCP-CNPJ       IS NUMERIC)
                   MOVE EOTMSTCP-CNPJ  TO
                              WRK-OPE-CNPJ(WRK-QTD-OPERADORA)
               ELSE
                   MOVE ZEROS          TO
                              WRK-OPE-CNPJ(WRK-QTD-OPERADORA)
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
       1011-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO EOTMAST. O FS     *
      *    '35' (ARQUIVO INEXISTENTE) E TOLERADO.                      *
      *----------------------------------------------------------------*
       1012-TESTAR-FS-EOTMAST          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-EOTMAST          NOT EQUAL '00') AND
              (WRK-FS-EOTMAST          NOT EQUAL '35')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              EOTMAST               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-EOTMAST
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'EOTMAST'          TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-EOTMAST     TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1012-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA PROCURAR UM EOT NA TABELA DO MESTRE E DEIXAR O  *
      *    NOME E O CNPJ EM WRK-NOME-OPERADORA/WRK-CNPJ-OPERADORA      *
      *----------------------------------------------------------------*
       1013-OBTER-NOME-OPERADORA       SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-FLAG-ACHOU-OPER.
           MOVE ZERO                   TO WRK-POS-OPERADORA.
           MOVE SPACES                 TO WRK-NOME-OPERADORA.
           MOVE ZEROS                  TO WRK-CNPJ-OPERADORA.
      *
           PERFORM 1014-COMPARAR-OPERADORA
               VARYING WRK-IDX-OPERADORA FROM 1 BY 1
               UNTIL   WRK-IDX-OPERADORA GREATER THAN WRK-QTD-OPERADORA
                    OR WRK-OPERADORA-ACHOU.
      *
           IF WRK-OPERADORA-ACHOU
               MOVE WRK-OPE-NOME(WRK-POS-OPERADORA)
                                       TO WRK-NOME-OPERADORA
               MOVE WRK-OPE-CNPJ(WRK-POS-OPERADORA)
                                       TO WRK-CNPJ-OPERADORA
           END-IF.
      *
      *----------------------------------------------------------------*
       1013-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA COMPARAR UM ITEM DA TABELA DE OPERADORAS COM O  *
      *    EOT PROCURADO                                               *
      *----------------------------------------------------------------*
       1014-COMPARAR-OPERADORA         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-OPE-EOT(WRK-IDX-OPERADORA) EQUAL WRK-EOT-PROCURADO)
               SET WRK-OPERADORA-ACHOU TO TRUE
               MOVE WRK-IDX-OPERADORA  TO WRK-POS-OPERADORA
           END-IF.
      *
      *----------------------------------------------------------------*
       1014-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO PLANNAC           *
      *----------------------------------------------------------------*
       1010-TESTAR-FS-PLANNAC          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-PLANNAC          NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              PLANNAC               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-PLANNAC
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'PLANNAC'          TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-PLANNAC     TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CARREGAR EM MEMORIA A TABELA DE TAXAS (TAXUSO), *
      *    COM A JANELA DE VIGENCIA CONVERTIDA EM DIAS                 *
      *----------------------------------------------------------------*
       1020-CARREGAR-TAXAS             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZERO                   TO WRK-QTD-TAXA.
      *
           OPEN INPUT TAXUSO.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1030-TESTAR-FS-TAXUSO.
      *
           PERFORM 1021-LER-TAXA
               UNTIL WRK-FS-TAXUSO     EQUAL '10'.
      *
           CLOSE TAXUSO.
      *
      *----------------------------------------------------------------*
       1020-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UM REGISTRO DO TAXUSO E CARREGAR NA TABELA. *
      *    DATA DE VIGENCIA INVALIDA ABORTA O CALCULO, PARA NAO FATURAR*
      *    COM UMA JANELA ERRADA.                                      *
      *----------------------------------------------------------------*
       1021-LER-TAXA                   SECTION.
      *----------------------------------------------------------------*
      *
           READ TAXUSO                 INTO WRK-AREA-TAXUSO.
      *
           IF (WRK-FS-TAXUSO           EQUAL '10')
               GO TO 1021-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1030-TESTAR-FS-TAXUSO.
           ADD  1                      TO ACU-REG-LIDOS-TAXUSO.
      *
           IF (WRK-QTD-TAXA            NOT LESS THAN 200)
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*  TABELA DE TAXAS DE USO CHEIA      *'
               DISPLAY '*  LIMITE DE 200 TAXAS EXCEDIDO      *'
               DISPLAY '*  PROCESSAMENTO ABORTADO            *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 16                 TO RETURN-CODE
               SET WRK-ABENDAR         TO TRUE
               GOBACK
           END-IF.
      *
           ADD  1                      TO WRK-QTD-TAXA.
           MOVE TAXUSOCP-TIPO-PREFIXO  TO WRK-TAX-TIPO(WRK-QTD-TAXA).
           MOVE TAXUSOCP-VALOR-ANUAL   TO
                              WRK-TAX-VALOR-ANUAL(WRK-QTD-TAXA).
      *
           MOVE ZEROS                  TO WRK-DIA-CALCULO.
           IF (TAXUSOCP-DATA-INICIAL   IS NUMERIC)
               MOVE TAXUSOCP-DATA-INICIAL TO WRK-DATA-INICIAL-NUM
               COMPUTE WRK-DIA-CALCULO = FUNCTION INTEGER-OF-DATE
                                        (WRK-DATA-INICIAL-NUM)
           END-IF.
           IF (WRK-DIA-CALCULO         EQUAL ZERO)
               PERFORM 1025-REJEITAR-TABELA
           END-IF.
           MOVE WRK-DIA-CALCULO        TO
                              WRK-TAX-DIA-INICIAL(WRK-QTD-TAXA).
      *
           IF (TAXUSOCP-DATA-FINAL     EQUAL SPACES)
               MOVE 9999999            TO
                              WRK-TAX-DIA-FINAL(WRK-QTD-TAXA)
           ELSE
               MOVE ZEROS              TO WRK-DIA-CALCULO
               IF (TAXUSOCP-DATA-FINAL IS NUMERIC)
                   MOVE TAXUSOCP-DATA-FINAL TO WRK-DATA-FINAL-NUM
                   COMPUTE WRK-DIA-CALCULO = FUNCTION INTEGER-OF-DATE
                                            (WRK-DATA-FINAL-NUM)
               END-IF
               IF (WRK-DIA-CALCULO     EQUAL ZERO)
                   PERFORM 1025-REJEITAR-TABELA
               END-IF
               MOVE WRK-DIA-CALCULO    TO
                              WRK-TAX-DIA-FINAL(WRK-QTD-TAXA)
           END-IF.
      *
      *----------------------------------------------------------------*
       1021-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA ABORTAR O CALCULO POR DATA INVALIDA NO TAXUSO   *
      *----------------------------------------------------------------*
       1025-REJEITAR-TABELA            SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY '************** ' WRK-PROGRAMA ' **************'.
           DISPLAY '*  DATA DE VIGENCIA INVALIDA NO      *'.
           DISPLAY '*  TAXUSO - TIPO-PREFIXO ' TAXUSOCP-TIPO-PREFIXO
                   '           *'.
           DISPLAY '*  PROCESSAMENTO ABORTADO            *'.
           DISPLAY '************** ' WRK-PROGRAMA ' **************'.
           MOVE 16                     TO RETURN-CODE.
           SET WRK-ABENDAR             TO TRUE.
           GOBACK.
      *
      *----------------------------------------------------------------*
       1025-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO TAXUSO            *
      *----------------------------------------------------------------*
       1030-TESTAR-FS-TAXUSO           SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-TAXUSO           NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              TAXUSO                *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-TAXUSO
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'TAXUSO'           TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-TAXUSO      TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1030-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DOS HISTORICOS (CADUPHIS/    *
      *    RNGEHIST). O FS '35' E TOLERADO: SEM HISTORICO NAO HA RANGE *
      *    ENCERRADO A CONSIDERAR.                                     *
      *----------------------------------------------------------------*
       1035-TESTAR-FS-ENTRADA          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-ENTRADA          NOT EQUAL '00') AND
              (WRK-FS-ENTRADA          NOT EQUAL '35')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              ' WRK-ERRLOG-ARQUIVO
                                            '              *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-ENTRADA
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE WRK-FS-ENTRADA     TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1035-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO PLTXWRK           *
      *----------------------------------------------------------------*
       1040-TESTAR-FS-PLTXWRK          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-PLTXWRK          NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              PLTXWRK               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-PLTXWRK
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'PLTXWRK'          TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-PLTXWRK     TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1040-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO PLTXEOT           *
      *----------------------------------------------------------------*
       1050-TESTAR-FS-PLTXEOT          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-PLTXEOT          NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              PLTXEOT               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-PLTXEOT
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'PLTXEOT'          TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-PLTXEOT     TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO PLANTAXF          *
      *----------------------------------------------------------------*
       1060-TESTAR-FS-PLANTAXF         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-PLANTAXF         NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              PLANTAXF              *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-PLANTAXF
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'PLANTAXF'         TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-PLANTAXF    TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1060-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO PLANTAXR          *
      *----------------------------------------------------------------*
       1070-TESTAR-FS-PLANTAXR         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-PLANTAXR         NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              PLANTAXR              *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-PLANTAXR
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'PLANTAXR'         TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-PLANTAXR    TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1070-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA MONTAR O TRABALHO: JUNTA OS RANGES DO PLANNAC,  *
      *    DO CADUPHIS E DO RNGEHIST QUE ESTIVERAM ATIVOS EM ALGUM DIA *
      *    DO TRIMESTRE E CLASSIFICA POR EOT + CHAVE + DATA-INICIAL    *
      *----------------------------------------------------------------*
       1100-MONTAR-TRABALHO            SECTION.
      *----------------------------------------------------------------*
      *
           OPEN OUTPUT PLTXWRK.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1040-TESTAR-FS-PLTXWRK.
      *
           PERFORM 1110-CARREGAR-PLANNAC.
           PERFORM 1120-CARREGAR-CADUPHIS.
           PERFORM 1130-CARREGAR-RNGEHIST.
      *
           CLOSE PLTXWRK.
           MOVE WRK-FECHAMENTO         TO WRK-OPERACAO.
           PERFORM 1040-TESTAR-FS-PLTXWRK.
      *
           SORT ORDENACAO
               ON ASCENDING KEY SRT-EOT SRT-CHAVE SRT-DATA-INICIAL
               USING  PLTXWRK
               GIVING PLTXEOT.
      *
      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CARREGAR OS RANGES CORRENTES DO PLANNAC         *
      *----------------------------------------------------------------*
       1110-CARREGAR-PLANNAC           SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT PLANNAC.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1010-TESTAR-FS-PLANNAC.
      *
           MOVE SPACES                 TO WRK-FLAG-FIM-ENTRADA.
           PERFORM 1115-LER-PLANNAC
               UNTIL WRK-ENTRADA-ESGOTADA.
      *
           CLOSE PLANNAC.
      *
      *----------------------------------------------------------------*
       1110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER O PROXIMO RANGE DO PLANNAC                  *
      *----------------------------------------------------------------*
       1115-LER-PLANNAC                SECTION.
      *----------------------------------------------------------------*
      *
           READ PLANNAC NEXT           INTO WRK-AREA-PLANREG.
      *
           IF (WRK-FS-PLANNAC          EQUAL '10')
               SET WRK-ENTRADA-ESGOTADA TO TRUE
               GO TO 1115-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1010-TESTAR-FS-PLANNAC.
           ADD  1                      TO ACU-REG-LIDOS-PLANNAC.
      *
           MOVE 'PLANNAC'              TO WRK-TRB-ORIGEM.
           PERFORM 1150-GRAVAR-TRABALHO.
      *
      *----------------------------------------------------------------*
       1115-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CARREGAR OS RANGES HISTORICOS DO CADUP001       *
      *----------------------------------------------------------------*
       1120-CARREGAR-CADUPHIS          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'CADUPHIS'             TO WRK-ERRLOG-ARQUIVO.
           OPEN INPUT CADUPHIS.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           MOVE WRK-FS-CADUPHIS        TO WRK-FS-ENTRADA.
           PERFORM 1035-TESTAR-FS-ENTRADA.
      *
           IF (WRK-FS-CADUPHIS         EQUAL '35')
               DISPLAY '*** ' WRK-PROGRAMA ': CADUPHIS AUSENTE - '
                       'SEM HISTORICO DO CADUP001 ***'
               GO TO 1120-99-FIM
           END-IF.
      *
           MOVE SPACES                 TO WRK-FLAG-FIM-ENTRADA.
           PERFORM 1125-LER-CADUPHIS
               UNTIL WRK-ENTRADA-ESGOTADA.
      *
           CLOSE CADUPHIS.
      *
      *----------------------------------------------------------------*
       1120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UM RANGE HISTORICO DO CADUP001              *
      *----------------------------------------------------------------*
       1125-LER-CADUPHIS               SECTION.
      *----------------------------------------------------------------*
      *
           READ CADUPHIS               INTO WRK-AREA-PLANREG.
      *
           IF (WRK-FS-CADUPHIS         EQUAL '10')
               SET WRK-ENTRADA-ESGOTADA TO TRUE
               GO TO 1125-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           MOVE WRK-FS-CADUPHIS        TO WRK-FS-ENTRADA.
           PERFORM 1035-TESTAR-FS-ENTRADA.
           ADD  1                      TO ACU-REG-LIDOS-CADUPHIS.
      *
           MOVE 'CADUPHIS'             TO WRK-TRB-ORIGEM.
           PERFORM 1150-GRAVAR-TRABALHO.
      *
      *----------------------------------------------------------------*
       1125-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CARREGAR OS RANGES HISTORICOS DO RANGEMOB       *
      *----------------------------------------------------------------*
       1130-CARREGAR-RNGEHIST          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'RNGEHIST'             TO WRK-ERRLOG-ARQUIVO.
           OPEN INPUT RNGEHIST.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           MOVE WRK-FS-RNGEHIST        TO WRK-FS-ENTRADA.
           PERFORM 1035-TESTAR-FS-ENTRADA.
      *
           IF (WRK-FS-RNGEHIST         EQUAL '35')
               DISPLAY '*** ' WRK-PROGRAMA ': RNGEHIST AUSENTE - '
                       'SEM HISTORICO DO RANGEMOB ***'
               GO TO 1130-99-FIM
           END-IF.
      *
           MOVE SPACES                 TO WRK-FLAG-FIM-ENTRADA.
           PERFORM 1135-LER-RNGEHIST
               UNTIL WRK-ENTRADA-ESGOTADA.
      *
           CLOSE RNGEHIST.
      *
      *----------------------------------------------------------------*
       1130-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UM RANGE HISTORICO DO RANGEMOB              *
      *----------------------------------------------------------------*
       1135-LER-RNGEHIST               SECTION.
      *----------------------------------------------------------------*
      *
           READ RNGEHIST               INTO WRK-AREA-PLANREG.
      *
           IF (WRK-FS-RNGEHIST         EQUAL '10')
               SET WRK-ENTRADA-ESGOTADA TO TRUE
               GO TO 1135-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           MOVE WRK-FS-RNGEHIST        TO WRK-FS-ENTRADA.
           PERFORM 1035-TESTAR-FS-ENTRADA.
           ADD  1                      TO ACU-REG-LIDOS-RNGEHIST.
      *
           MOVE 'RNGEHIST'             TO WRK-TRB-ORIGEM.
           PERFORM 1150-GRAVAR-TRABALHO.
      *
      *----------------------------------------------------------------*
       1135-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA RECORTAR A VIGENCIA DO RANGE CORRENTE           *
      *    (WRK-AREA-PLANREG) NO TRIMESTRE E, SE SOBRAR ALGUM DIA,     *
      *    GRAVAR O REGISTRO DE TRABALHO. DATA-INICIAL AUSENTE VALE    *
      *    DESDE SEMPRE; DATA-FINAL AUSENTE VALE AINDA VIGENTE.        *
      *----------------------------------------------------------------*
       1150-GRAVAR-TRABALHO            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZERO                   TO WRK-DATA-INICIAL-NUM.
           MOVE 99999999               TO WRK-DATA-FINAL-NUM.
      *
           IF (PLANREG-DATA-INICIAL    IS NUMERIC)
               MOVE PLANREG-DATA-INICIAL TO WRK-DATA-INICIAL-NUM
           END-IF.
           IF (PLANREG-DATA-FINAL      IS NUMERIC)
               MOVE PLANREG-DATA-FINAL TO WRK-DATA-FINAL-NUM
           END-IF.
      *
           IF (WRK-DATA-INICIAL-NUM    GREATER THAN WRK-PER-FINAL) OR
              (WRK-DATA-FINAL-NUM      LESS THAN WRK-PER-INICIAL)
               ADD  1                  TO ACU-REG-FORA-PERIODO
               GO TO 1150-99-FIM
           END-IF.
      *
           IF (WRK-DATA-INICIAL-NUM    LESS THAN WRK-PER-INICIAL)
               MOVE WRK-PER-INICIAL    TO WRK-DATA-INICIAL-NUM
               MOVE WRK-DIA-PER-INICIAL TO WRK-TRB-DIA-INICIAL
           ELSE
               COMPUTE WRK-TRB-DIA-INICIAL = FUNCTION INTEGER-OF-DATE
                                            (WRK-DATA-INICIAL-NUM)
           END-IF.
      *
           IF (WRK-DATA-FINAL-NUM      GREATER THAN WRK-PER-FINAL)
               MOVE WRK-PER-FINAL      TO WRK-DATA-FINAL-NUM
               MOVE WRK-DIA-PER-FINAL  TO WRK-TRB-DIA-FINAL
           ELSE
               COMPUTE WRK-TRB-DIA-FINAL = FUNCTION INTEGER-OF-DATE
                                          (WRK-DATA-FINAL-NUM)
           END-IF.
      *
           IF (WRK-TRB-DIA-INICIAL     EQUAL ZERO) OR
              (WRK-TRB-DIA-FINAL       EQUAL ZERO)
               ADD  1                  TO ACU-REG-DATA-INVALIDA
               GO TO 1150-99-FIM
           END-IF.
      *
           MOVE PLANREG-EOT            TO WRK-TRB-EOT.
           MOVE PLANREG-DATA(2:11)     TO WRK-TRB-CHAVE.
           MOVE WRK-DATA-INICIAL-NUM   TO WRK-TRB-DATA-INICIAL.
           MOVE WRK-DATA-FINAL-NUM     TO WRK-TRB-DATA-FINAL.
           MOVE PLANREG-REGISTRO       TO WRK-TRB-REGISTRO.
      *
           WRITE FD-REG-PLTXWRK        FROM WRK-REG-TRABALHO.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1040-TESTAR-FS-PLTXWRK.
      *
      *----------------------------------------------------------------*
       1150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA GERAR AS FATURAS: PERCORRE O TRABALHO           *
      *    CLASSIFICADO POR EOT, ABRE UMA FATURA NOVA A CADA TROCA DE  *
      *    OPERADORA E EMITE O RESUMO                                  *
      *----------------------------------------------------------------*
       2000-GERAR-FATURAS              SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT  PLTXEOT
                OUTPUT PLANTAXR.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1050-TESTAR-FS-PLTXEOT.
           PERFORM 1070-TESTAR-FS-PLANTAXR.
      *
           PERFORM 2300-EMITIR-CABECALHO.
      *
           ACCEPT WRK-HDR-DATA-GERACAO FROM DATE YYYYMMDD.
           MOVE WRK-PER-INICIAL        TO WRK-HDR-PER-INICIAL.
           MOVE WRK-PER-FINAL          TO WRK-HDR-PER-FINAL.
           MOVE SPACES                 TO WRK-FLAG-FATURA
                                          WRK-FLAG-FIM-TRABALHO.
      *
           PERFORM 2010-TRATAR-RANGE
               UNTIL WRK-TRABALHO-ESGOTADO.
      *
           IF WRK-FATURA-ABERTA
               PERFORM 2200-FECHAR-FATURA
           END-IF.
      *
           PERFORM 2400-EMITIR-TOTAL.
      *
           CLOSE PLTXEOT PLANTAXR.
           MOVE WRK-FECHAMENTO         TO WRK-OPERACAO.
           PERFORM 1050-TESTAR-FS-PLTXEOT.
           PERFORM 1070-TESTAR-FS-PLANTAXR.
      *
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UM RANGE DO TRABALHO, CALCULAR OS DIAS      *
      *    ATIVOS E A TAXA E GRAVAR O DETALHE NA FATURA DA OPERADORA.  *
      *    QUANDO DUAS VERSOES DO MESMO RANGE SE SOBREPOEM (CORRENTE E *
      *    HISTORICO), A VERSAO POSTERIOR SO CONTA A PARTIR DO DIA     *
      *    SEGUINTE AO FIM DA ANTERIOR, PARA NAO COBRAR O DIA DUAS     *
      *    VEZES.                                                      *
      *----------------------------------------------------------------*
       2010-TRATAR-RANGE               SECTION.
      *----------------------------------------------------------------*
      *
           READ PLTXEOT                INTO WRK-REG-TRABALHO.
      *
           IF (WRK-FS-PLTXEOT          EQUAL '10')
               SET WRK-TRABALHO-ESGOTADO TO TRUE
               GO TO 2010-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1050-TESTAR-FS-PLTXEOT.
      *
           IF WRK-FATURA-ABERTA AND
              (WRK-TRB-EOT             NOT EQUAL WRK-EOT-FATURA)
               PERFORM 2200-FECHAR-FATURA
           END-IF.
      *
           IF NOT WRK-FATURA-ABERTA
               MOVE WRK-TRB-EOT        TO WRK-EOT-FATURA
               PERFORM 2100-ABRIR-FATURA
           END-IF.
      *
           MOVE WRK-TRB-DIA-INICIAL    TO WRK-DIA-INICIAL-COBR.
           IF (WRK-TRB-CHAVE           EQUAL WRK-CHAVE-ANTERIOR) AND
              (WRK-DIA-FINAL-ANTERIOR  NOT LESS THAN
                                       WRK-DIA-INICIAL-COBR)
               COMPUTE WRK-DIA-INICIAL-COBR =
                       WRK-DIA-FINAL-ANTERIOR + 1
           END-IF.
      *
           IF (WRK-TRB-CHAVE           NOT EQUAL WRK-CHAVE-ANTERIOR) OR
              (WRK-TRB-DIA-FINAL       GREATER THAN
                                       WRK-DIA-FINAL-ANTERIOR)
               MOVE WRK-TRB-CHAVE      TO WRK-CHAVE-ANTERIOR
               MOVE WRK-TRB-DIA-FINAL  TO WRK-DIA-FINAL-ANTERIOR
           END-IF.
      *
           IF (WRK-DIA-INICIAL-COBR    GREATER THAN WRK-TRB-DIA-FINAL)
               ADD  1                  TO ACU-REG-SOBREPOSTOS
               GO TO 2010-99-FIM
           END-IF.
      *
           MOVE WRK-TRB-REGISTRO       TO PLANREG-REGISTRO.
           COMPUTE WRK-DIAS-ATIVOS = WRK-TRB-DIA-FINAL
                                   - WRK-DIA-INICIAL-COBR + 1.
           COMPUTE WRK-CAPACIDADE  = PLANREG-RANGE-FINAL
                                   - PLANREG-RANGE-INICIAL + 1.
      *
           PERFORM 2050-CALCULAR-TAXA.
      *
           MOVE WRK-TRB-ORIGEM         TO WRK-DET-ORIGEM.
           MOVE PLANREG-DDD            TO WRK-DET-DDD.
           MOVE PLANREG-PREFIXO        TO WRK-DET-PREFIXO.
           MOVE PLANREG-RANGE-INICIAL  TO WRK-DET-RANGE-INICIAL.
           MOVE PLANREG-RANGE-FINAL    TO WRK-DET-RANGE-FINAL.
           MOVE PLANREG-UNIDADE-FEDERATIVA TO WRK-DET-UF.
           MOVE PLANREG-TIPO-PREFIXO   TO WRK-DET-TIPO-PREFIXO.
           COMPUTE WRK-DET-DATA-INICIAL = FUNCTION DATE-OF-INTEGER
                                         (WRK-DIA-INICIAL-COBR).
           MOVE WRK-TRB-DATA-FINAL     TO WRK-DET-DATA-FINAL.
           MOVE WRK-DIAS-ATIVOS        TO WRK-DET-DIAS-ATIVOS.
           MOVE WRK-CAPACIDADE         TO WRK-DET-CAPACIDADE.
           MOVE WRK-VALOR-RANGE        TO WRK-DET-VALOR.
      *
           IF (WRK-DIAS-TAXADOS        LESS THAN WRK-DIAS-ATIVOS)
               MOVE 'S'                TO WRK-DET-SEM-TAXA
               SET WRK-EOT-COM-SEM-TAXA TO TRUE
               ADD  1                  TO ACU-REG-SEM-TAXA
           ELSE
               MOVE 'N'                TO WRK-DET-SEM-TAXA
           END-IF.
      *
           WRITE FD-REG-PLANTAXF       FROM WRK-REG-DETALHE.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1060-TESTAR-FS-PLANTAXF.
      *
           ADD  1                      TO ACU-REG-FATURADOS
                                          WRK-QTD-RANGES-EOT.
           ADD  WRK-CAPACIDADE         TO WRK-NUMEROS-EOT.
           ADD  WRK-VALOR-RANGE        TO WRK-VALOR-EOT.
      *
      *----------------------------------------------------------------*
       2010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CALCULAR A TAXA DO RANGE CORRENTE: PARA CADA    *
      *    TAXA DO TIPO-PREFIXO, VALORA OS DIAS ATIVOS QUE CAEM NA     *
      *    JANELA DE VIGENCIA DA TAXA (VALOR ANUAL / 365 POR NUMERO E  *
      *    POR DIA). DIAS SEM TAXA VIGENTE NAO SAO VALORADOS.          *
      *----------------------------------------------------------------*
       2050-CALCULAR-TAXA              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-DIAS-TAXADOS
                                          WRK-VALOR-CALCULO.
      *
           PERFORM 2055-APLICAR-TAXA
               VARYING WRK-IDX-TAXA FROM 1 BY 1
               UNTIL   WRK-IDX-TAXA GREATER THAN WRK-QTD-TAXA.
      *
           COMPUTE WRK-VALOR-RANGE ROUNDED = WRK-VALOR-CALCULO.
      *
      *----------------------------------------------------------------*
       2050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA APLICAR UM ITEM DA TABELA DE TAXAS AO RANGE     *
      *----------------------------------------------------------------*
       2055-APLICAR-TAXA               SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-TAX-TIPO(WRK-IDX-TAXA) NOT EQUAL
                                       PLANREG-TIPO-PREFIXO)
               GO TO 2055-99-FIM
           END-IF.
      *
           MOVE WRK-DIA-INICIAL-COBR   TO WRK-SOB-DIA-INICIAL.
           IF (WRK-TAX-DIA-INICIAL(WRK-IDX-TAXA) GREATER THAN
                                       WRK-SOB-DIA-INICIAL)
               MOVE WRK-TAX-DIA-INICIAL(WRK-IDX-TAXA)
                                       TO WRK-SOB-DIA-INICIAL
           END-IF.
      *
           MOVE WRK-TRB-DIA-FINAL      TO WRK-SOB-DIA-FINAL.
           IF (WRK-TAX-DIA-FINAL(WRK-IDX-TAXA) LESS THAN
                                       WRK-SOB-DIA-FINAL)
               MOVE WRK-TAX-DIA-FINAL(WRK-IDX-TAXA)
                                       TO WRK-SOB-DIA-FINAL
           END-IF.
      *
           IF (WRK-SOB-DIA-INICIAL     GREATER THAN WRK-SOB-DIA-FINAL)
               GO TO 2055-99-FIM
           END-IF.
      *
           COMPUTE WRK-DIAS-SOBREPOSTOS = WRK-SOB-DIA-FINAL
                                        - WRK-SOB-DIA-INICIAL + 1.
           ADD  WRK-DIAS-SOBREPOSTOS   TO WRK-DIAS-TAXADOS.
           COMPUTE WRK-VALOR-CALCULO = WRK-VALOR-CALCULO
                   + WRK-CAPACIDADE
                   * WRK-TAX-VALOR-ANUAL(WRK-IDX-TAXA)
                   * WRK-DIAS-SOBREPOSTOS / 365.
      *
      *----------------------------------------------------------------*
       2055-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA ABRIR A FATURA DE UMA OPERADORA: MONTA O        *
      *    CAMINHO (CAMINHO BASE + '.' + EOT) E GRAVA O HEADER COM O   *
      *    NOME E O CNPJ DO EOTMAST                                    *
      *----------------------------------------------------------------*
       2100-ABRIR-FATURA               SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-EOT-FATURA          EQUAL SPACES)
               MOVE 'SEMEOT'           TO WRK-SUFIXO-FATURA
           ELSE
               MOVE WRK-EOT-FATURA     TO WRK-SUFIXO-FATURA
           END-IF.
      *
           MOVE SPACES                 TO WRK-PATH-PLANTAXF.
           STRING WRK-PATH-BASE-FATURA DELIMITED BY SPACE
                  '.'                  DELIMITED BY SIZE
                  WRK-SUFIXO-FATURA    DELIMITED BY SPACE
                  INTO WRK-PATH-PLANTAXF.
      *
           OPEN OUTPUT PLANTAXF.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1060-TESTAR-FS-PLANTAXF.
           SET WRK-FATURA-ABERTA       TO TRUE.
      *
           MOVE WRK-EOT-FATURA         TO WRK-EOT-PROCURADO.
           PERFORM 1013-OBTER-NOME-OPERADORA.
      *
           MOVE WRK-EOT-FATURA         TO WRK-HDR-EOT.
           MOVE WRK-CNPJ-OPERADORA     TO WRK-HDR-CNPJ.
           MOVE WRK-NOME-OPERADORA     TO WRK-HDR-NOME.
           WRITE FD-REG-PLANTAXF       FROM WRK-REG-HEADER.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1060-TESTAR-FS-PLANTAXF.
      *
           MOVE ZEROS                  TO WRK-QTD-RANGES-EOT
                                          WRK-NUMEROS-EOT
                                          WRK-VALOR-EOT.
           MOVE SPACES                 TO WRK-FLAG-SEM-TAXA-EOT
                                          WRK-CHAVE-ANTERIOR.
           MOVE ZEROS                  TO WRK-DIA-FINAL-ANTERIOR.
           ADD  1                      TO ACU-FATURAS.
      *
      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA FECHAR A FATURA DA OPERADORA COM O TRAILER DE   *
      *    TOTAIS E EMITIR A LINHA DA OPERADORA NO RESUMO              *
      *----------------------------------------------------------------*
       2200-FECHAR-FATURA              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-QTD-RANGES-EOT     TO WRK-TRL-QTD-DETALHES.
           MOVE WRK-NUMEROS-EOT        TO WRK-TRL-NUMEROS.
           MOVE WRK-VALOR-EOT          TO WRK-TRL-VALOR.
           WRITE FD-REG-PLANTAXF       FROM WRK-REG-TRAILER.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1060-TESTAR-FS-PLANTAXF.
      *
           CLOSE PLANTAXF.
           MOVE WRK-FECHAMENTO         TO WRK-OPERACAO.
           PERFORM 1060-TESTAR-FS-PLANTAXF.
           MOVE SPACES                 TO WRK-FLAG-FATURA.
      *
           MOVE WRK-SUFIXO-FATURA      TO WRK-DRS-EOT.
           MOVE WRK-HDR-NOME           TO WRK-DRS-NOME.
           MOVE SPACES                 TO WRK-DRS-CNPJ
                                          WRK-DRS-OBSERVACAO.
           IF (WRK-HDR-CNPJ            GREATER THAN ZERO)
               MOVE WRK-HDR-CNPJ       TO WRK-CNPJ-OPERADORA
               STRING WRK-CNPJ-OPERADORA-X(1:2)  '.'
                      WRK-CNPJ-OPERADORA-X(3:3)  '.'
                      WRK-CNPJ-OPERADORA-X(6:3)  '/'
                      WRK-CNPJ-OPERADORA-X(9:4)  '-'
                      WRK-CNPJ-OPERADORA-X(13:2)
                      DELIMITED BY SIZE INTO WRK-DRS-CNPJ
           ELSE
               MOVE 'SEM CADASTRO'     TO WRK-DRS-OBSERVACAO
               ADD  1                  TO ACU-EOT-SEM-CADASTRO
           END-IF.
           IF WRK-EOT-COM-SEM-TAXA
               MOVE 'DIAS SEM TAXA'    TO WRK-DRS-OBSERVACAO
           END-IF.
           MOVE WRK-QTD-RANGES-EOT     TO WRK-DRS-QTD-RANGES.
           MOVE WRK-NUMEROS-EOT        TO WRK-DRS-NUMEROS.
           MOVE WRK-VALOR-EOT          TO WRK-DRS-VALOR.
      *
           WRITE FD-REG-PLANTAXR       FROM WRK-DET-RESUMO.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1070-TESTAR-FS-PLANTAXR.
           ADD  1                      TO ACU-LINHAS-GRAVADAS.
      *
           ADD  WRK-QTD-RANGES-EOT     TO WRK-TOT-RANGES.
           ADD  WRK-NUMEROS-EOT        TO WRK-TOT-NUMEROS.
           ADD  WRK-VALOR-EOT          TO WRK-TOT-VALOR.
      *
      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA EMITIR O CABECALHO DO RESUMO                    *
      *----------------------------------------------------------------*
       2300-EMITIR-CABECALHO           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-CB1-TRIMESTRE.
           STRING WRK-TRI-NUMERO '/' WRK-TRI-ANO
                  DELIMITED BY SIZE INTO WRK-CB1-TRIMESTRE.
           MOVE WRK-PER-INICIAL-X      TO WRK-DATA-EDITAR.
           PERFORM 2390-EDITAR-DATA.
           MOVE WRK-DATA-EDITADA       TO WRK-CB1-PER-INICIAL.
           MOVE WRK-PER-FINAL-X        TO WRK-DATA-EDITAR.
           PERFORM 2390-EDITAR-DATA.
           MOVE WRK-DATA-EDITADA       TO WRK-CB1-PER-FINAL.
      *
           WRITE FD-REG-PLANTAXR       FROM WRK-CAB-1.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1070-TESTAR-FS-PLANTAXR.
           WRITE FD-REG-PLANTAXR       FROM WRK-LINHA-BRANCO.
           PERFORM 1070-TESTAR-FS-PLANTAXR.
           WRITE FD-REG-PLANTAXR       FROM WRK-CAB-2.
           PERFORM 1070-TESTAR-FS-PLANTAXR.
           ADD  3                      TO ACU-LINHAS-GRAVADAS.
      *
      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA EDITAR UMA DATA AAAAMMDD (WRK-DATA-EDITAR) NO   *
      *    FORMATO DD/MM/AAAA (WRK-DATA-EDITADA)                       *
      *----------------------------------------------------------------*
       2390-EDITAR-DATA                SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-DATA-EDITADA.
           STRING WRK-DATA-EDITAR(7:2) '/'
                  WRK-DATA-EDITAR(5:2) '/'
                  WRK-DATA-EDITAR(1:4)
                  DELIMITED BY SIZE INTO WRK-DATA-EDITADA.
      *
      *----------------------------------------------------------------*
       2390-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA EMITIR A LINHA DE TOTAL DO RESUMO (OU O AVISO   *
      *    DE NENHUM RANGE ATIVO NO TRIMESTRE)                         *
      *----------------------------------------------------------------*
       2400-EMITIR-TOTAL               SECTION.
      *----------------------------------------------------------------*
      *
           WRITE FD-REG-PLANTAXR       FROM WRK-LINHA-BRANCO.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1070-TESTAR-FS-PLANTAXR.
           ADD  1                      TO ACU-LINHAS-GRAVADAS.
      *
           IF (ACU-FATURAS             EQUAL ZERO)
               MOVE 'NENHUM RANGE ATIVO NO TRIMESTRE - NENHUMA FATURA.'
                                       TO WRK-AVI-TEXTO
               WRITE FD-REG-PLANTAXR   FROM WRK-LINHA-AVISO
               PERFORM 1070-TESTAR-FS-PLANTAXR
               ADD  1                  TO ACU-LINHAS-GRAVADAS
               GO TO 2400-99-FIM
           END-IF.
      *
           MOVE 'TOTAL'                TO WRK-DRS-EOT.
           MOVE SPACES                 TO WRK-DRS-NOME
                                          WRK-DRS-CNPJ
                                          WRK-DRS-OBSERVACAO.
           MOVE WRK-TOT-RANGES         TO WRK-DRS-QTD-RANGES.
           MOVE WRK-TOT-NUMEROS        TO WRK-DRS-NUMEROS.
           MOVE WRK-TOT-VALOR          TO WRK-DRS-VALOR.
           WRITE FD-REG-PLANTAXR       FROM WRK-DET-RESUMO.
           PERFORM 1070-TESTAR-FS-PLANTAXR.
           ADD  1                      TO ACU-LINHAS-GRAVADAS.
      *
      *----------------------------------------------------------------*
       2400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE FINALIZACAO                                       *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 3100-EMITIR-ESTATISTICAS.
           PERFORM 3200-TERMINAR-PROCESSO.
      *
      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    EMITIR ESTATISTICAS                                         *
      *----------------------------------------------------------------*
       3100-EMITIR-ESTATISTICAS        SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY '******************** ' WRK-PROGRAMA
                  ' ********************'.
           DISPLAY '*         ESTATISTICAS DE PROCESSAMENTO          *'.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '* PLANTAX1 | I/O | DESC. ARQUIVO | QUANTID.      *'.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '* PLANNAC  |  I  | TOTAL REG.    | '
           ACU-REG-LIDOS-PLANNAC '     *'.
           DISPLAY '* CADUPHIS |  I  | TOTAL REG.    | '
           ACU-REG-LIDOS-CADUPHIS '     *'.
           DISPLAY '* RNGEHIST |  I  | TOTAL REG.    | '
           ACU-REG-LIDOS-RNGEHIST '     *'.
           DISPLAY '* TAXUSO   |  I  | TOTAL REG.    | '
           ACU-REG-LIDOS-TAXUSO '     *'.
           DISPLAY '* RANGES   |  I  | FORA PERIODO  | '
           ACU-REG-FORA-PERIODO '     *'.
           DISPLAY '* RANGES   |  I  | DATA INVALIDA | '
           ACU-REG-DATA-INVALIDA '     *'.
           DISPLAY '* RANGES   |  I  | SOBREPOSTOS   | '
           ACU-REG-SOBREPOSTOS '     *'.
           DISPLAY '* PLANTAXF |  O  | FATURAS       | '
           ACU-FATURAS '     *'.
           DISPLAY '* PLANTAXF |  O  | DETALHES      | '
           ACU-REG-FATURADOS '     *'.
           DISPLAY '* PLANTAXF |  O  | DIAS SEM TAXA | '
           ACU-REG-SEM-TAXA '     *'.
           DISPLAY '* PLANTAXR |  O  | SEM CADASTRO  | '
           ACU-EOT-SEM-CADASTRO '     *'.
           DISPLAY '* PLANTAXR |  O  | TOTAL LINHAS  | '
           ACU-LINHAS-GRAVADAS '     *'.
           DISPLAY '******************** ' WRK-PROGRAMA
                  ' ********************'.
      *
      *----------------------------------------------------------------*
       3100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    TERMINAR PROGRAMA                                           *
      *----------------------------------------------------------------*
       3200-TERMINAR-PROCESSO          SECTION.
      *----------------------------------------------------------------*
      *
           IF (ACU-REG-SEM-TAXA        GREATER THAN ZERO) OR
              (ACU-REG-DATA-INVALIDA   GREATER THAN ZERO) OR
              (ACU-EOT-SEM-CADASTRO    GREATER THAN ZERO)
               MOVE 4                  TO RETURN-CODE
           END-IF.
      *
           STOP RUN.
      *
      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE VERIFICACAO DE ERROS                              *
      *----------------------------------------------------------------*
       9000-PROCESSAR-TIPO-ERRO        SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 9050-GRAVAR-ERRLOG.
           MOVE 16                     TO RETURN-CODE.
           SET WRK-ABENDAR             TO TRUE.
           GOBACK.
      *
      *----------------------------------------------------------------*
       9000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE GRAVACAO NO LOG DE EXCECAO/ABEND (ERRLOG)         *
      *----------------------------------------------------------------*
       9050-GRAVAR-ERRLOG              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO ERRLOGCP-REGISTRO.

           MOVE WRK-PROGRAMA           TO ERRLOGCP-PROGRAMA.
           ACCEPT ERRLOGCP-DATA        FROM DATE YYYYMMDD.
           ACCEPT ERRLOGCP-HORA        FROM TIME.
           MOVE WRK-OPERACAO           TO ERRLOGCP-OPERACAO.
           MOVE WRK-ERRLOG-ARQUIVO     TO ERRLOGCP-ARQUIVO.
           MOVE WRK-ERRLOG-FS-NUM      TO ERRLOGCP-RETURN-CODE.
      *
           OPEN EXTEND ERRLOG.
           IF (WRK-FS-ERRLOG           EQUAL '35') OR
              (WRK-FS-ERRLOG           EQUAL '05')
               OPEN OUTPUT ERRLOG
           END-IF.
      *
           WRITE FD-REG-ERRLOG         FROM ERRLOGCP-REGISTRO.
           CLOSE ERRLOG.
      *
      *----------------------------------------------------------------*
       9050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
