      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. PLANDOS1.
      *AUTHOR.     EDER GUIMARAES RODRIGUES.
      *================================================================*
      *    PROGRAMA....:  PLANDOS1                                     *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  DOSSIE DE UM NUMERO TELEFONICO: A PARTIR DO  *
      *                   NUMERO COMPLETO (DDD+PREFIXO+MCDU) MONTA UM  *
      *                   UNICO RELATORIO COM:                         *
      *                   - O RANGE ATUAL NO PLANNAC, COM OS NOMES DA  *
      *                     OPERADORA (EOTMAST) E DA LOCALIDADE        *
      *                     (LOCMAST);                                 *
      *                   - E UMA LINHA DO TEMPO CRONOLOGICA COM TODAS *
      *                     AS VERSOES PASSADAS DO RANGE (CADUPHIS,    *
      *                     RNGEHIST E GERACOES DO RNGEARQ), A         *
      *                     TRADUCAO DO NONO DIGITO (NONOMAPA), A      *
      *                     TRAJETORIA DE PORTABILIDADE (PORTHIST) E   *
      *                     AS CHAMADAS TARIFADAS (CALLRES) DO PERIODO.*
      *                   SE O NONO DIGITO FOI APLICADO, O PREFIXO     *
      *                   ANTIGO/NOVO DA TRADUCAO TAMBEM E PROCURADO   *
      *                   NAS DEMAIS FONTES.                           *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:  DDNAME                      BOOK'S           *
      *                  PLANNAC                     PLANNREG          *
      *                  EOTMAST                     EOTMSTCP          *
      *                  LOCMAST                     LOCMSTCP          *
      *                  NONOMAPA                    (VIDE FD)         *
      *                  CADUPHIS                    CADPWDAT          *
      *                  RNGEHIST                    CADPWDAT          *
      *                  ARQGLIST                    (VIDE FD)         *
      *                  RNGEARQ                     CADPWDAT          *
      *                  PORTHIST                    PORTHSCP          *
      *                  CALLRES                     (VIDE FD)         *
      *                  DOSEVT                      (VIDE FD)         *
      *                  DOSEVTS                     (VIDE FD)         *
      *                  PLANDOSR                    (VIDE FD)         *
      *                  ERRLOG                      ERRLOGCP          *
      *----------------------------------------------------------------*
      *    ARQ DESC....: PLANNAC  - PLANO NACIONAL CONSOLIDADO         *
      *                             (INDEXADO, CONSULTADO POR CHAVE)   *
      *                  EOTMAST  - CADASTRO MESTRE DE OPERADORAS      *
      *                  LOCMAST  - CADASTRO MESTRE DE LOCALIDADES     *
      *                  NONOMAPA - TRADUCAO DO NONO DIGITO (NONODIG1) *
      *                  CADUPHIS - HISTORICO DE RANGES FIXOS          *
      *                  RNGEHIST - HISTORICO DE RANGES MOVEIS         *
      *                  ARQGLIST - LISTA DAS GERACOES DO RNGEARQ: UM  *
      *                             CAMINHO DE ARQUIVO POR REGISTRO    *
      *                  RNGEARQ  - UMA GERACAO DO EXPURGO DO RNGEHIST *
      *                             (GERACAO AUSENTE E AVISADA E       *
      *                             IGNORADA)                          *
      *                  PORTHIST - HISTORICO DE PORTABILIDADE         *
      *                  CALLRES  - CHAMADAS TARIFADAS (CALLRATE)      *
      *                  DOSEVT   - EVENTOS DA LINHA DO TEMPO          *
      *                             (ARQUIVO DE TRABALHO)              *
      *                  DOSEVTS  - EVENTOS CLASSIFICADOS POR DATA     *
      *                             (ARQUIVO DE TRABALHO)              *
      *                  PLANDOSR - DOSSIE DO NUMERO                   *
      *                  ERRLOG   - LOG DE EXCECAO/ABEND COMPARTILHADO *
      *                  EXCETO PLANDOSR E OS ARQUIVOS DE TRABALHO,    *
      *                  ARQUIVO AUSENTE E TOLERADO (A FONTE NAO       *
      *                  CONTRIBUI PARA O DOSSIE).                     *
      *----------------------------------------------------------------*
      *    PARAMETROS..: PLANDOS1_NUMERO    - DDD+PREFIXO+MCDU (11     *
      *                                 DIGITOS, OBRIGATORIO)          *
      *                  PLANDOS1_DATA_INI  - INICIO DO PERIODO DAS    *
      *                                 CHAMADAS, AAAAMMDD (OPCIONAL)  *
      *                  PLANDOS1_DATA_FIM  - FIM DO PERIODO DAS       *
      *                                 CHAMADAS, AAAAMMDD (OPCIONAL)  *
      *                  SEM PERIODO SAO LISTADAS TODAS AS CHAMADAS.   *
      *----------------------------------------------------------------*
      *    RETURN-CODE.: 00 - DOSSIE EMITIDO                           *
      *                  04 - DOSSIE EMITIDO, NUMERO SEM RANGE ATUAL   *
      *                       NO PLANNAC                               *
      *                  08 - NUMERO NAO INFORMADO OU INVALIDO         *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                   *
      *    DATA       AUTOR    DESCRICAO                               *
      *    15/10/2026 EGR      VERSAO INICIAL DO DOSSIE DO NUMERO.     *
      *    15/10/2026 EGR      CALLRES AMPLIADO COM O PAGADOR DA       *
      *                        CHAMADA (NUMERACAO NAO GEOGRAFICA).     *
      *    15/10/2026 EGR      CALLRES AMPLIADO COM A CLASSIFICACAO DA *
      *                        TARIFA E A BANDA HORARIA DA CHAMADA.    *
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
           SELECT EOTMAST              ASSIGN
           TO DYNAMIC                  WRK-PATH-EOTMAST
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-EOTMAST.
      *
           SELECT LOCMAST              ASSIGN
           TO DYNAMIC                  WRK-PATH-LOCMAST
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-LOCMAST.
      *
           SELECT NONOMAPA             ASSIGN
           TO DYNAMIC                  WRK-PATH-NONOMAPA
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-NONOMAPA.
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
           SELECT ARQGLIST             ASSIGN
           TO DYNAMIC                  WRK-PATH-ARQGLIST
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-ARQGLIST.
      *
           SELECT RNGEARQ              ASSIGN
           TO DYNAMIC                  WRK-PATH-RNGEARQ
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-RNGEARQ.
      *
           SELECT PORTHIST             ASSIGN
           TO DYNAMIC                  WRK-PATH-PORTHIST
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-PORTHIST.
      *
           SELECT CALLRES              ASSIGN
           TO DYNAMIC                  WRK-PATH-CALLRES
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-CALLRES.
      *
           SELECT DOSEVT               ASSIGN
           TO DYNAMIC                  WRK-PATH-DOSEVT
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-DOSEVT.
      *
           SELECT DOSEVTS              ASSIGN
           TO DYNAMIC                  WRK-PATH-DOSEVTS
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-DOSEVTS.
      *
           SELECT ORDENACAO            ASSIGN TO 'SORTWK01'.
      *
           SELECT PLANDOSR             ASSIGN
           TO DYNAMIC                  WRK-PATH-PLANDOSR
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-PLANDOSR.
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
      *    INPUT......: CADASTRO MESTRE DE OPERADORAS (EOTMAST)        *
      *----------------------------------------------------------------*
       FD  EOTMAST
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-EOTMAST               PIC  X(060).
      *----------------------------------------------------------------*
      *    INPUT......: CADASTRO MESTRE DE LOCALIDADES (LOCMAST)       *
      *----------------------------------------------------------------*
       FD  LOCMAST
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-LOCMAST               PIC  X(052).
      *----------------------------------------------------------------*
      *    ENTRADA......: TRADUCAO DO NONO DIGITO                      *
      *----------------------------------------------------------------*
       FD  NONOMAPA
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-NONOMAPA.
           05  FD-MAP-DDD              PIC  9(002).
           05  FD-MAP-PREFIXO-ANTIGO   PIC  9(005).
           05  FD-MAP-PREFIXO-NOVO     PIC  9(005).
           05  FD-MAP-RANGE-INICIAL    PIC  9(004).
           05  FD-MAP-RANGE-FINAL      PIC  9(004).
           05  FD-MAP-EOT              PIC  X(003).
           05  FD-MAP-DATA-EFEITO      PIC  X(008).
      *----------------------------------------------------------------*
      *    ENTRADA......: HISTORICO DE RANGES FIXOS                    *
      *----------------------------------------------------------------*
       FD  CADUPHIS
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-CADUPHIS             PIC  X(071).
      *----------------------------------------------------------------*
      *    ENTRADA......: HISTORICO DE RANGES MOVEIS                   *
      *----------------------------------------------------------------*
       FD  RNGEHIST
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-RNGEHIST             PIC  X(071).
      *----------------------------------------------------------------*
      *    ENTRADA......: LISTA DAS GERACOES DO RNGEARQ                *
      *----------------------------------------------------------------*
       FD  ARQGLIST
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-ARQGLIST             PIC  X(100).
      *----------------------------------------------------------------*
      *    ENTRADA......: UMA GERACAO DO EXPURGO DO RNGEHIST           *
      *----------------------------------------------------------------*
       FD  RNGEARQ
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-RNGEARQ              PIC  X(071).
      *----------------------------------------------------------------*
      *    ENTRADA......: HISTORICO DE PORTABILIDADE (PORTHSCP)        *
      *----------------------------------------------------------------*
       FD  PORTHIST
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-PORTHIST             PIC  X(050).
      *----------------------------------------------------------------*
      *    ENTRADA......: CHAMADAS TARIFADAS (CALLRES)                 *
      *----------------------------------------------------------------*
       FD  CALLRES
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-CALLRES.
           05  FD-RES-ORIGEM.
               10  FD-RES-ORIG-DDD     PIC  9(002).
               10  FD-RES-ORIG-PREFIXO PIC  9(005).
               10  FD-RES-ORIG-MCDU    PIC  X(004).
           05  FD-RES-DESTINO.
               10  FD-RES-DEST-DDD     PIC  9(002).
               10  FD-RES-DEST-PREFIXO PIC  9(005).
               10  FD-RES-DEST-MCDU    PIC  X(004).
           05  FD-RES-ORIG-EOT         PIC  X(003).
           05  FD-RES-DEST-EOT         PIC  X(003).
           05  FD-RES-CLASSIFICACAO    PIC  X(020).
           05  FD-RES-OPERADORA        PIC  X(016).
           05  FD-RES-SITUACAO         PIC  X(015).
           05  FD-RES-DATA-CHAMADA     PIC  X(008).
           05  FD-RES-DURACAO-SEG      PIC  9(006).
           05  FD-RES-VALOR-CHAMADA    PIC  9(007)V9(002).
           05  FD-RES-TARIFADO         PIC  X(001).
           05  FD-RES-PAGADOR          PIC  X(001).
           05  FD-RES-CLASSIF-COD      PIC  X(001).
           05  FD-RES-BANDA            PIC  X(001).
      *----------------------------------------------------------------*
      *    TRABALHO.....: EVENTOS DA LINHA DO TEMPO                    *
      *----------------------------------------------------------------*
       FD  DOSEVT
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-DOSEVT               PIC  X(130).
      *----------------------------------------------------------------*
      *    TRABALHO.....: EVENTOS CLASSIFICADOS POR DATA               *
      *----------------------------------------------------------------*
       FD  DOSEVTS
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-DOSEVTS              PIC  X(130).
      *----------------------------------------------------------------*
      *    TRABALHO.....: CLASSIFICACAO DOS EVENTOS                    *
      *----------------------------------------------------------------*
       SD  ORDENACAO.
      *
       01  SRT-REG-ORDENACAO.
           05  SRT-CHAVE               PIC  X(016).
           05  FILLER                  PIC  X(114).
      *----------------------------------------------------------------*
      *    SAIDA........: DOSSIE DO NUMERO                             *
      *----------------------------------------------------------------*
       FD  PLANDOSR
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-PLANDOSR             PIC  X(132).
      *----------------------------------------------------------------*
      *    OUTPUT.....: LOG DE EXCECAO/ABEND COMPARTILHADO (ERRLOGCP)  *
      *----------------------------------------------------------------*
       FD  ERRLOG
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-ERRLOG               PIC  X(080).
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** PLANDOS1 - INICIO DA AREA DE WORKING ***'.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DE ACUMULADORES ***'.
      *----------------------------------------------------------------*
       01  ACU-ACUMULADORES.
           05  ACU-REG-LIDOS-HIST      PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-LIDOS-ARQ       PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-LIDOS-PORTHIST  PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-LIDOS-CALLRES   PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-GERACOES        PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-GER-AUSENTES    PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-EVT-VERSOES         PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-EVT-TRADUCOES       PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-EVT-PORTABILIDADES  PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-EVT-CHAMADAS        PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-EVT-GRAVADOS        PIC  9(009) COMP-3 VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DO NUMERO CONSULTADO ***'.
      *----------------------------------------------------------------*
       01  WRK-CONSULTA.
           05  WRK-CSL-NUMERO-X        PIC  X(011) VALUE SPACES.
           05  WRK-CSL-NUMERO          REDEFINES WRK-CSL-NUMERO-X.
               10  WRK-CSL-DDD         PIC  9(002).
               10  WRK-CSL-PREFIXO     PIC  9(005).
               10  WRK-CSL-MCDU        PIC  9(004).
           05  WRK-PREFIXO-ALTERNATIVO PIC  9(005) VALUE ZEROS.
           05  WRK-DATA-INI            PIC  X(008) VALUE '00000000'.
           05  WRK-DATA-FIM            PIC  X(008) VALUE '99999999'.
           05  WRK-DATA-PROC           PIC  X(008) VALUE SPACES.
           05  WRK-DATA-TESTE          PIC  X(008) VALUE SPACES.
           05  WRK-DATA-EDITADA        PIC  X(010) VALUE SPACES.
           05  WRK-NUMERO-EDITADO.
               10  WRK-NED-DDD         PIC  X(002).
               10  FILLER              PIC  X(001) VALUE SPACES.
               10  WRK-NED-PREFIXO     PIC  X(005).
               10  FILLER              PIC  X(001) VALUE '-'.
               10  WRK-NED-MCDU        PIC  X(004).
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-CASAMENTO.
           05  WRK-CMP-DDD             PIC  X(002) VALUE SPACES.
           05  WRK-CMP-PREFIXO         PIC  X(005) VALUE SPACES.
           05  WRK-CMP-PREFIXO-N       REDEFINES WRK-CMP-PREFIXO
                                       PIC  9(005).
           05  WRK-CMP-MCDU            PIC  X(004) VALUE SPACES.
           05  WRK-CMP-INICIAL         PIC  X(004) VALUE SPACES.
           05  WRK-CMP-FINAL           PIC  X(004) VALUE SPACES.
           05  WRK-FLAG-CASOU          PIC  X(001) VALUE SPACES.
               88  WRK-CASOU                       VALUE 'S'.
           05  WRK-FLAG-ACHOU-RANGE    PIC  X(001) VALUE SPACES.
               88  WRK-RANGE-ACHOU                 VALUE 'S'.
           05  WRK-FLAG-FIM-PREFIXO    PIC  X(001) VALUE SPACES.
               88  WRK-FIM-PREFIXO                 VALUE 'S'.
           05  WRK-PREFIXO-PROCURADO   PIC  9(005) VALUE ZEROS.
           05  WRK-FLAG-FIM-ARQUIVO    PIC  X(001) VALUE SPACES.
               88  WRK-ARQUIVO-ESGOTADO            VALUE 'S'.
           05  WRK-FLAG-FIM-LISTA      PIC  X(001) VALUE SPACES.
               88  WRK-LISTA-ESGOTADA              VALUE 'S'.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DO EVENTO DA LINHA DO TEMPO ***'.
      *----------------------------------------------------------------*
       01  WRK-EVENTO.
           05  WRK-EVT-DATA            PIC  X(008).
           05  WRK-EVT-ORDEM           PIC  9(001).
           05  WRK-EVT-SEQUENCIA       PIC  9(007) VALUE ZEROS.
           05  WRK-EVT-FONTE           PIC  X(008).
           05  WRK-EVT-TEXTO           PIC  X(106).
      *----------------------------------------------------------------*
       01  WRK-TXT-VERSAO.
           05  FILLER                  PIC  X(006) VALUE 'RANGE '.
           05  WRK-TVR-DDD             PIC  X(002).
           05  FILLER                  PIC  X(001) VALUE SPACES.
           05  WRK-TVR-PREFIXO         PIC  X(005).
           05  FILLER                  PIC  X(001) VALUE SPACES.
           05  WRK-TVR-INICIAL         PIC  X(004).
           05  FILLER                  PIC  X(001) VALUE '-'.
           05  WRK-TVR-FINAL           PIC  X(004).
           05  FILLER                  PIC  X(005) VALUE ' EOT '.
           05  WRK-TVR-EOT             PIC  X(003).
           05  FILLER                  PIC  X(001) VALUE SPACES.
           05  WRK-TVR-EOT-NOME        PIC  X(019).
           05  FILLER                  PIC  X(005) VALUE ' REC '.
           05  WRK-TVR-RECEPTORA       PIC  X(003).
           05  FILLER                  PIC  X(004) VALUE ' UF '.
           05  WRK-TVR-UF              PIC  X(002).
           05  FILLER                  PIC  X(005) VALUE ' LOC '.
           05  WRK-TVR-LOC-NOME        PIC  X(020).
           05  FILLER                  PIC  X(005) VALUE ' ATE '.
           05  WRK-TVR-DATA-FINAL      PIC  X(010).
       01  WRK-TXT-TRADUCAO.
           05  FILLER                  PIC  X(013) VALUE
               'NONO DIGITO: '.
           05  WRK-TTR-DDD-ANTIGO      PIC  X(002).
           05  FILLER                  PIC  X(001) VALUE SPACES.
           05  WRK-TTR-PREFIXO-ANTIGO  PIC  X(005).
           05  FILLER                  PIC  X(004) VALUE ' -> '.
           05  WRK-TTR-DDD-NOVO        PIC  X(002).
           05  FILLER                  PIC  X(001) VALUE SPACES.
           05  WRK-TTR-PREFIXO-NOVO    PIC  X(005).
           05  FILLER                  PIC  X(007) VALUE ' RANGE '.
           05  WRK-TTR-INICIAL         PIC  X(004).
           05  FILLER                  PIC  X(001) VALUE '-'.
           05  WRK-TTR-FINAL           PIC  X(004).
           05  FILLER                  PIC  X(005) VALUE ' EOT '.
           05  WRK-TTR-EOT             PIC  X(003).
           05  FILLER                  PIC  X(049) VALUE SPACES.
       01  WRK-TXT-PORTABILIDADE.
           05  WRK-TPT-ACAO            PIC  X(013).
           05  FILLER                  PIC  X(004) VALUE ' DE '.
           05  WRK-TPT-DOADORA         PIC  X(003).
           05  FILLER                  PIC  X(001) VALUE SPACES.
           05  WRK-TPT-DOADORA-NOME    PIC  X(020).
           05  FILLER                  PIC  X(006) VALUE ' PARA '.
           05  WRK-TPT-RECEPTORA       PIC  X(003).
           05  FILLER                  PIC  X(001) VALUE SPACES.
           05  WRK-TPT-RECEPTORA-NOME  PIC  X(020).
           05  FILLER                  PIC  X(013) VALUE
               ' APLICADO EM '.
           05  WRK-TPT-DATA-APLICACAO  PIC  X(010).
           05  FILLER                  PIC  X(012) VALUE SPACES.
       01  WRK-TXT-CHAMADA.
           05  WRK-TCH-SENTIDO         PIC  X(023).
           05  WRK-TCH-NUMERO          PIC  X(013).
           05  FILLER                  PIC  X(001) VALUE SPACES.
           05  WRK-TCH-CLASSIFICACAO   PIC  X(020).
           05  FILLER                  PIC  X(005) VALUE ' DUR '.
           05  WRK-TCH-DURACAO         PIC  ZZZZZ9.
           05  FILLER                  PIC  X(008) VALUE 'S VALOR '.
           05  WRK-TCH-VALOR           PIC  Z.ZZZ.ZZ9,99.
           05  FILLER                  PIC  X(001) VALUE SPACES.
           05  WRK-TCH-SITUACAO        PIC  X(015).
           05  FILLER                  PIC  X(002) VALUE SPACES.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DO DOSSIE ***'.
      *----------------------------------------------------------------*
       01  WRK-CAB-1.
           05  FILLER                  PIC  X(028) VALUE
               'PLANDOS1 - DOSSIE DO NUMERO '.
           05  WRK-CB1-NUMERO          PIC  X(013).
           05  FILLER                  PIC  X(014) VALUE
               ' - EMITIDO EM '.
           05  WRK-CB1-DATA            PIC  X(010).
           05  FILLER                  PIC  X(067) VALUE SPACES.
       01  WRK-CAB-PERIODO.
           05  FILLER                  PIC  X(022) VALUE
               'PERIODO DAS CHAMADAS: '.
           05  WRK-CBP-DATA-INI        PIC  X(010).
           05  FILLER                  PIC  X(003) VALUE ' A '.
           05  WRK-CBP-DATA-FIM        PIC  X(010).
           05  FILLER                  PIC  X(087) VALUE SPACES.
       01  WRK-CAB-ATUAL.
           05  FILLER                  PIC  X(026) VALUE
               'SITUACAO ATUAL NO PLANNAC:'.
           05  FILLER                  PIC  X(106) VALUE SPACES.
       01  WRK-DET-ATUAL.
           05  FILLER                  PIC  X(004) VALUE SPACES.
           05  WRK-DAT-ROTULO          PIC  X(022).
           05  WRK-DAT-VALOR           PIC  X(106).
       01  WRK-CAB-LINHA-TEMPO.
           05  FILLER                  PIC  X(014) VALUE
               'LINHA DO TEMPO'.
           05  FILLER                  PIC  X(118) VALUE SPACES.
       01  WRK-CAB-COLUNAS.
           05  FILLER                  PIC  X(012) VALUE 'DATA'.
           05  FILLER                  PIC  X(010) VALUE 'FONTE'.
           05  FILLER                  PIC  X(110) VALUE 'EVENTO'.
       01  WRK-DET-EVENTO.
           05  WRK-DEV-DATA            PIC  X(010).
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DEV-FONTE           PIC  X(008).
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DEV-TEXTO           PIC  X(106).
           05  FILLER                  PIC  X(004) VALUE SPACES.
       01  WRK-TOT-EVENTO.
           05  WRK-TEV-DESCRICAO       PIC  X(035).
           05  WRK-TEV-QTD             PIC  Z.ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC  X(084) VALUE SPACES.
       01  WRK-LINHA-BRANCO            PIC  X(132) VALUE SPACES.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DO MESTRE DE OPERADORAS (EOTMAST) ***'.
      *----------------------------------------------------------------*
       01  WRK-TAB-OPERADORA.
           05  WRK-QTD-OPERADORA       PIC  9(004) COMP VALUE ZERO.
           05  WRK-TAB-OPERADORA-ITEM  OCCURS 500 TIMES.
               10  WRK-OPE-EOT         PIC  X(003).
               10  WRK-OPE-NOME        PIC  X(040).
               10  WRK-OPE-ATIVO       PIC  X(001).
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-OPERADORA.
           05  WRK-IDX-OPERADORA       PIC  9(004) COMP VALUE ZERO.
           05  WRK-POS-OPERADORA       PIC  9(004) COMP VALUE ZERO.
           05  WRK-FLAG-ACHOU-OPER     PIC  X(001) VALUE SPACES.
               88  WRK-OPERADORA-ACHOU             VALUE 'S'.
           05  WRK-EOT-PROCURADO       PIC  X(003) VALUE SPACES.
           05  WRK-NOME-OPERADORA      PIC  X(040) VALUE SPACES.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DO MESTRE DE LOCALIDADES (LOCMAST) ***'.
      *----------------------------------------------------------------*
       01  WRK-TAB-LOCALIDADE.
           05  WRK-QTD-LOCALIDADE      PIC  9(004) COMP VALUE ZERO.
           05  WRK-TAB-LOCALIDADE-ITEM OCCURS 6000 TIMES.
               10  WRK-LOC-ID          PIC  9(005).
               10  WRK-LOC-NOME        PIC  X(040).
               10  WRK-LOC-UF          PIC  X(002).
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-LOCALIDADE.
           05  WRK-IDX-LOCALIDADE      PIC  9(004) COMP VALUE ZERO.
           05  WRK-POS-LOCALIDADE      PIC  9(004) COMP VALUE ZERO.
           05  WRK-FLAG-ACHOU-LOC      PIC  X(001) VALUE SPACES.
               88  WRK-LOCALIDADE-ACHOU            VALUE 'S'.
           05  WRK-LOC-PROCURADA       PIC  9(005) VALUE ZEROS.
           05  WRK-NOME-LOCALIDADE     PIC  X(040) VALUE SPACES.
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
           05  WRK-PROGRAMA            PIC  X(008) VALUE 'PLANDOS1'.
           05  WRK-FS-PLANNAC          PIC  X(002) VALUE SPACES.
           05  WRK-FS-EOTMAST          PIC  X(002) VALUE SPACES.
           05  WRK-FS-LOCMAST          PIC  X(002) VALUE SPACES.
           05  WRK-FS-NONOMAPA         PIC  X(002) VALUE SPACES.
           05  WRK-FS-CADUPHIS         PIC  X(002) VALUE SPACES.
           05  WRK-FS-RNGEHIST         PIC  X(002) VALUE SPACES.
           05  WRK-FS-ARQGLIST         PIC  X(002) VALUE SPACES.
           05  WRK-FS-RNGEARQ          PIC  X(002) VALUE SPACES.
           05  WRK-FS-PORTHIST         PIC  X(002) VALUE SPACES.
           05  WRK-FS-CALLRES          PIC  X(002) VALUE SPACES.
           05  WRK-FS-DOSEVT           PIC  X(002) VALUE SPACES.
           05  WRK-FS-DOSEVTS          PIC  X(002) VALUE SPACES.
           05  WRK-FS-PLANDOSR         PIC  X(002) VALUE SPACES.
           05  WRK-FS-ERRLOG           PIC  X(002) VALUE SPACES.
           05  WRK-FS-HISTORICO        PIC  X(002) VALUE SPACES.
           05  WRK-NOME-HISTORICO      PIC  X(008) VALUE SPACES.
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
           05  WRK-PATH-EOTMAST        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\EOTMAST.dat'.
           05  WRK-PATH-LOCMAST        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\LOCMAST.dat'.
           05  WRK-PATH-NONOMAPA       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\NONOMAPA.dat'.
           05  WRK-PATH-CADUPHIS       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\CADUPHIS.dat'.
           05  WRK-PATH-RNGEHIST       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\RNGEHIST.dat'.
           05  WRK-PATH-ARQGLIST       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\ARQGLIST.dat'.
           05  WRK-PATH-RNGEARQ        PIC  X(100) VALUE SPACES.
           05  WRK-PATH-PORTHIST       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\PORTHIST.dat'.
           05  WRK-PATH-CALLRES        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\CALLRES.dat'.
           05  WRK-PATH-DOSEVT         PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\DOSEVT.dat'.
           05  WRK-PATH-DOSEVTS        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\DOSEVTS.dat'.
           05  WRK-PATH-PLANDOSR       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\PLANDOSR.dat'.
           05  WRK-PATH-ERRLOG         PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\ERRLOG.dat'.
           05  WRK-ENV-VALOR           PIC  X(100) VALUE SPACES.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA PARA O BOOK DO PLANNAC (PLANNREG) ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-PLANREG.
           COPY PLANNREG.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA PARA O BOOK DOS HISTORICOS (CADPWDAT) ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-CADPWDAT.
           COPY CADPWDAT.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DO HISTORICO DE PORTABILIDADE ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-PORTHIST.
           COPY PORTHSCP.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA PARA O BOOK DO MESTRE DE OPERADORAS ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-EOTMST.
           COPY EOTMSTCP.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA PARA O BOOK DO MESTRE DE LOCALIDADES ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-LOCMST.
           COPY LOCMSTCP.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DO LOG DE EXCECAO/ABEND (ERRLOG) ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-ERRLOG.
           COPY ERRLOGCP.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** PLANDOS1 - FIM DA AREA DE WORKING ***'.
      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
      *
      *----------------------------------------------------------------*
       0000-INICIAR                    SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-LER-TRADUCAO.
           PERFORM 2100-CONSULTAR-ATUAL.
      *
           MOVE 'CADUPHIS'             TO WRK-NOME-HISTORICO.
           PERFORM 2200-LER-CADUPHIS.
           MOVE 'RNGEHIST'             TO WRK-NOME-HISTORICO.
           PERFORM 2300-LER-RNGEHIST.
           MOVE 'RNGEARQ '             TO WRK-NOME-HISTORICO.
           PERFORM 2400-LER-GERACOES.
      *
           PERFORM 2500-LER-PORTHIST.
           PERFORM 2600-LER-CALLRES.
           PERFORM 2700-EMITIR-LINHA-TEMPO.
           PERFORM 3000-FINALIZAR.
      *
      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE INICIALIZACAO: OBTEM E VALIDA O NUMERO, CARREGA   *
      *    OS MESTRES E ABRE O DOSSIE E O ARQUIVO DE EVENTOS           *
      *----------------------------------------------------------------*
       1000-INICIALIZAR                SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1005-OBTER-CAMINHOS.
           PERFORM 1008-OBTER-PARAMETROS.
           PERFORM 1009-CARREGAR-OPERADORAS.
           PERFORM 1016-CARREGAR-LOCALIDADES.
      *
           OPEN OUTPUT PLANDOSR
                       DOSEVT.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1040-TESTAR-FS-PLANDOSR.
           PERFORM 1050-TESTAR-FS-DOSEVT.
      *
           MOVE WRK-CSL-NUMERO-X(1:2)  TO WRK-NED-DDD.
           MOVE WRK-CSL-NUMERO-X(3:5)  TO WRK-NED-PREFIXO.
           MOVE WRK-CSL-NUMERO-X(8:4)  TO WRK-NED-MCDU.
           MOVE WRK-NUMERO-EDITADO     TO WRK-CB1-NUMERO.
           MOVE WRK-DATA-PROC          TO WRK-DATA-TESTE.
           PERFORM 2900-EDITAR-DATA.
           MOVE WRK-DATA-EDITADA       TO WRK-CB1-DATA.
      *
           WRITE FD-REG-PLANDOSR       FROM WRK-CAB-1.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1040-TESTAR-FS-PLANDOSR.
      *
           IF (WRK-DATA-INI            EQUAL '00000000') AND
              (WRK-DATA-FIM            EQUAL '99999999')
               MOVE 'TODO O HISTORICO' TO WRK-CAB-PERIODO(23:)
           ELSE
               MOVE WRK-DATA-INI       TO WRK-DATA-TESTE
               PERFORM 2900-EDITAR-DATA
               MOVE WRK-DATA-EDITADA   TO WRK-CBP-DATA-INI
               IF (WRK-DATA-FIM        EQUAL '99999999')
                   MOVE 'EM ABERTO'    TO WRK-CBP-DATA-FIM
               ELSE
                   MOVE WRK-DATA-FIM   TO WRK-DATA-TESTE
                   PERFORM 2900-EDITAR-DATA
                   MOVE WRK-DATA-EDITADA TO WRK-CBP-DATA-FIM
               END-IF
           END-IF.
           WRITE FD-REG-PLANDOSR       FROM WRK-CAB-PERIODO.
           PERFORM 1040-TESTAR-FS-PLANDOSR.
           WRITE FD-REG-PLANDOSR       FROM WRK-LINHA-BRANCO.
           PERFORM 1040-TESTAR-FS-PLANDOSR.
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
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'EOTMAST_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-EOTMAST
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'LOCMAST_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-LOCMAST
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'NONOMAPA_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-NONOMAPA
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
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'ARQGLIST_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-ARQGLIST
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'PORTHIST_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-PORTHIST
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'CALLRES_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-CALLRES
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'DOSEVT_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-DOSEVT
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'DOSEVTS_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-DOSEVTS
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'PLANDOSR_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-PLANDOSR
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
      *    ROTINA PARA OBTER E VALIDAR O NUMERO E O PERIODO DAS        *
      *    CHAMADAS                                                    *
      *----------------------------------------------------------------*
       1008-OBTER-PARAMETROS           SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WRK-DATA-PROC        FROM DATE YYYYMMDD.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR
                  FROM ENVIRONMENT 'PLANDOS1_NUMERO'.
           MOVE WRK-ENV-VALOR(1:11)    TO WRK-CSL-NUMERO-X.
      *
           IF (WRK-CSL-NUMERO-X        NOT NUMERIC)
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*  PARAMETRO OBRIGATORIO AUSENTE     *'
               DISPLAY '*  INFORMAR PLANDOS1_NUMERO COM      *'
               DISPLAY '*  DDD+PREFIXO+MCDU (11 DIGITOS)     *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR
                  FROM ENVIRONMENT 'PLANDOS1_DATA_INI'.
           IF (WRK-ENV-VALOR(1:8)      IS NUMERIC)
               MOVE WRK-ENV-VALOR(1:8) TO WRK-DATA-INI
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR
                  FROM ENVIRONMENT 'PLANDOS1_DATA_FIM'.
           IF (WRK-ENV-VALOR(1:8)      IS NUMERIC)
               MOVE WRK-ENV-VALOR(1:8) TO WRK-DATA-FIM
           END-IF.
      *
      *----------------------------------------------------------------*
       1008-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CARREGAR EM MEMORIA O CADASTRO MESTRE DE        *
      *    OPERADORAS (EOTMAST). SEM O ARQUIVO O NOME SAI EM BRANCO.   *
      *----------------------------------------------------------------*
       1009-CARREGAR-OPERADORAS        SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZERO                   TO WRK-QTD-OPERADORA.
      *
           OPEN INPUT EOTMAST.
           PERFORM 1012-TESTAR-FS-EOTMAST.
      *
           IF (WRK-FS-EOTMAST          EQUAL '35')
               CONTINUE
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
               MOVE EOTMSTCP-ATIVO     TO
                              WRK-OPE-ATIVO(WRK-QTD-OPERADORA)
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
               MOVE 'EOTMAST'     TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-EOTMAST   TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1012-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA PROCURAR UM EOT NA TABELA DO MESTRE E DEIXAR O  *
      *    NOME EM WRK-NOME-OPERADORA                                  *
      *----------------------------------------------------------------*
       1013-OBTER-NOME-OPERADORA       SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-FLAG-ACHOU-OPER.
           MOVE ZERO                   TO WRK-POS-OPERADORA.
           MOVE SPACES                 TO WRK-NOME-OPERADORA.
      *
           PERFORM 1014-COMPARAR-OPERADORA
               VARYING WRK-IDX-OPERADORA FROM 1 BY 1
               UNTIL   WRK-IDX-OPERADORA GREATER THAN WRK-QTD-OPERADORA
                    OR WRK-OPERADORA-ACHOU.
      *
           IF WRK-OPERADORA-ACHOU
               MOVE WRK-OPE-NOME(WRK-POS-OPERADORA)
                                       TO WRK-NOME-OPERADORA
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
      *    ROTINA PARA CARREGAR EM MEMORIA O CADASTRO MESTRE DE        *
      *    LOCALIDADES (LOCMAST). SEM O ARQUIVO O NOME SAI EM BRANCO.  *
      *----------------------------------------------------------------*
       1016-CARREGAR-LOCALIDADES       SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZERO                   TO WRK-QTD-LOCALIDADE.
      *
           OPEN INPUT LOCMAST.
           PERFORM 1018-TESTAR-FS-LOCMAST.
      *
           IF (WRK-FS-LOCMAST          EQUAL '35')
               CONTINUE
           ELSE
               PERFORM 1017-LER-LOCALIDADE
                   UNTIL WRK-FS-LOCMAST EQUAL '10'
               CLOSE LOCMAST
           END-IF.
      *
      *----------------------------------------------------------------*
       1016-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UM REGISTRO DO LOCMAST E CARREGAR NA TABELA *
      *----------------------------------------------------------------*
       1017-LER-LOCALIDADE             SECTION.
      *----------------------------------------------------------------*
      *
           READ LOCMAST                INTO WRK-AREA-LOCMST.
      *
           IF (WRK-FS-LOCMAST          EQUAL '10')
               CONTINUE
           ELSE
               MOVE WRK-LEITURA        TO WRK-OPERACAO
               PERFORM 1018-TESTAR-FS-LOCMAST
               IF (WRK-QTD-LOCALIDADE  NOT LESS THAN 6000)
                   DISPLAY '************** ' WRK-PROGRAMA
                           ' **************'
                   DISPLAY '*  TABELA DO MESTRE LOCMAST CHEIA    *'
                   DISPLAY '*  LIMITE DE 6000 LOCALIDADES        *'
                   DISPLAY '*  EXCEDIDO - PROCESSAMENTO ABORTADO *'
                   DISPLAY '************** ' WRK-PROGRAMA
                           ' **************'
                   MOVE 16             TO RETURN-CODE
                   SET WRK-ABENDAR     TO TRUE
                   GOBACK
               END-IF
               ADD  1                  TO WRK-QTD-LOCALIDADE
               MOVE LOCMSTCP-LOCALIDADE-ID TO
                              WRK-LOC-ID(WRK-QTD-LOCALIDADE)
               MOVE LOCMSTCP-NOME      TO
                              WRK-LOC-NOME(WRK-QTD-LOCALIDADE)
               MOVE LOCMSTCP-UF        TO
                              WRK-LOC-UF(WRK-QTD-LOCALIDADE)
           END-IF.
      *
      *----------------------------------------------------------------*
       1017-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO LOCMAST. O FS     *
      *    '35' (ARQUIVO INEXISTENTE) E TOLERADO.                      *
      *----------------------------------------------------------------*
       1018-TESTAR-FS-LOCMAST          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-LOCMAST          NOT EQUAL '00') AND
              (WRK-FS-LOCMAST          NOT EQUAL '35')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              LOCMAST               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-LOCMAST
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'LOCMAST'     TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-LOCMAST   TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1018-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA PROCURAR UMA LOCALIDADE NA TABELA DO MESTRE E   *
      *    DEIXAR O NOME EM WRK-NOME-LOCALIDADE                        *
      *----------------------------------------------------------------*
       1019-OBTER-NOME-LOCALIDADE      SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-FLAG-ACHOU-LOC.
           MOVE ZERO                   TO WRK-POS-LOCALIDADE.
           MOVE SPACES                 TO WRK-NOME-LOCALIDADE.
      *
           PERFORM 1021-COMPARAR-LOCALIDADE
               VARYING WRK-IDX-LOCALIDADE FROM 1 BY 1
               UNTIL   WRK-IDX-LOCALIDADE GREATER THAN
                                          WRK-QTD-LOCALIDADE
                    OR WRK-LOCALIDADE-ACHOU.
      *
           IF WRK-LOCALIDADE-ACHOU
               MOVE WRK-LOC-NOME(WRK-POS-LOCALIDADE)
                                       TO WRK-NOME-LOCALIDADE
           END-IF.
      *
      *----------------------------------------------------------------*
       1019-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA COMPARAR UM ITEM DA TABELA DE LOCALIDADES COM   *
      *    A LOCALIDADE PROCURADA                                      *
      *----------------------------------------------------------------*
       1021-COMPARAR-LOCALIDADE        SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-LOC-ID(WRK-IDX-LOCALIDADE) EQUAL WRK-LOC-PROCURADA)
               SET WRK-LOCALIDADE-ACHOU TO TRUE
               MOVE WRK-IDX-LOCALIDADE TO WRK-POS-LOCALIDADE
           END-IF.
      *
      *----------------------------------------------------------------*
       1021-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO PLANNAC           *
      *----------------------------------------------------------------*
       1030-TESTAR-FS-PLANNAC          SECTION.
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
       1030-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO PLANDOSR          *
      *----------------------------------------------------------------*
       1040-TESTAR-FS-PLANDOSR         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-PLANDOSR         NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              PLANDOSR              *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-PLANDOSR
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'PLANDOSR'         TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-PLANDOSR    TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1040-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO DOSEVT            *
      *----------------------------------------------------------------*
       1050-TESTAR-FS-DOSEVT           SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-DOSEVT           NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              DOSEVT                *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-DOSEVT
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'DOSEVT'           TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-DOSEVT      TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO DOSEVTS           *
      *----------------------------------------------------------------*
       1060-TESTAR-FS-DOSEVTS          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-DOSEVTS          NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              DOSEVTS               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-DOSEVTS
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'DOSEVTS'          TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-DOSEVTS     TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1060-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DAS FONTES DE HISTORICO      *
      *    (CADUPHIS, RNGEHIST, RNGEARQ, NONOMAPA, PORTHIST, CALLRES,  *
      *    ARQGLIST), COM O NOME EM WRK-NOME-HISTORICO. O FS '35'      *
      *    (FONTE AUSENTE) E TOLERADO.                                 *
      *----------------------------------------------------------------*
       1070-TESTAR-FS-HISTORICO        SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-HISTORICO        NOT EQUAL '00') AND
              (WRK-FS-HISTORICO        NOT EQUAL '35')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              ' WRK-NOME-HISTORICO
                                             '              *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-HISTORICO
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE WRK-NOME-HISTORICO TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-HISTORICO   TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1070-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA VERIFICAR SE O NUMERO DE WRK-CMP-DDD/PREFIXO/   *
      *    MCDU E O NUMERO CONSULTADO (PELO PREFIXO ATUAL OU PELO      *
      *    PREFIXO ALTERNATIVO DO NONO DIGITO)                         *
      *----------------------------------------------------------------*
       1100-CASAR-NUMERO               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-FLAG-CASOU.
      *
           IF (WRK-CMP-DDD             NOT EQUAL WRK-CSL-NUMERO-X(1:2))
              OR
              (WRK-CMP-MCDU            NOT EQUAL WRK-CSL-NUMERO-X(8:4))
              OR
              (WRK-CMP-PREFIXO         NOT NUMERIC)
               GO TO 1100-99-FIM
           END-IF.
      *
           IF (WRK-CMP-PREFIXO-N       EQUAL WRK-CSL-PREFIXO) OR
              ((WRK-PREFIXO-ALTERNATIVO NOT EQUAL ZEROS) AND
               (WRK-CMP-PREFIXO-N      EQUAL WRK-PREFIXO-ALTERNATIVO))
               SET WRK-CASOU           TO TRUE
           END-IF.
      *
      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA VERIFICAR SE O RANGE DE WRK-CMP-DDD/PREFIXO E   *
      *    WRK-CMP-INICIAL/FINAL CONTEM O NUMERO CONSULTADO            *
      *----------------------------------------------------------------*
       1110-CASAR-RANGE                SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-FLAG-CASOU.
      *
           IF (WRK-CMP-DDD             NOT EQUAL WRK-CSL-NUMERO-X(1:2))
              OR
              (WRK-CMP-PREFIXO         NOT NUMERIC)
               GO TO 1110-99-FIM
           END-IF.
      *
           IF (WRK-CSL-NUMERO-X(8:4)   LESS THAN WRK-CMP-INICIAL) OR
              (WRK-CSL-NUMERO-X(8:4)   GREATER THAN WRK-CMP-FINAL)
               GO TO 1110-99-FIM
           END-IF.
      *
           IF (WRK-CMP-PREFIXO-N       EQUAL WRK-CSL-PREFIXO) OR
              ((WRK-PREFIXO-ALTERNATIVO NOT EQUAL ZEROS) AND
               (WRK-CMP-PREFIXO-N      EQUAL WRK-PREFIXO-ALTERNATIVO))
               SET WRK-CASOU           TO TRUE
           END-IF.
      *
      *----------------------------------------------------------------*
       1110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR O EVENTO MONTADO EM WRK-EVENTO NO        *
      *    ARQUIVO DE TRABALHO DA LINHA DO TEMPO                       *
      *----------------------------------------------------------------*
       1200-GRAVAR-EVENTO              SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-EVT-DATA            NOT NUMERIC)
               MOVE ZEROS              TO WRK-EVT-DATA
           END-IF.
           ADD  1                      TO WRK-EVT-SEQUENCIA.
      *
           WRITE FD-REG-DOSEVT         FROM WRK-EVENTO.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1050-TESTAR-FS-DOSEVT.
           ADD  1                      TO ACU-EVT-GRAVADOS.
      *
      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER A TRADUCAO DO NONO DIGITO: A LINHA QUE      *
      *    CONTEM O NUMERO (PELO PREFIXO ANTIGO OU PELO NOVO) VIRA     *
      *    EVENTO E DEFINE O PREFIXO ALTERNATIVO PROCURADO NAS DEMAIS  *
      *    FONTES                                                      *
      *----------------------------------------------------------------*
       2000-LER-TRADUCAO               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'NONOMAPA'             TO WRK-NOME-HISTORICO.
           OPEN INPUT NONOMAPA.
           MOVE WRK-FS-NONOMAPA        TO WRK-FS-HISTORICO.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1070-TESTAR-FS-HISTORICO.
      *
           IF (WRK-FS-NONOMAPA         EQUAL '35')
               GO TO 2000-99-FIM
           END-IF.
      *
           MOVE SPACES                 TO WRK-FLAG-FIM-ARQUIVO.
           PERFORM 2010-EXAMINAR-TRADUCAO
               UNTIL WRK-ARQUIVO-ESGOTADO.
      *
           CLOSE NONOMAPA.
      *
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER E EXAMINAR UMA LINHA DO NONOMAPA            *
      *----------------------------------------------------------------*
       2010-EXAMINAR-TRADUCAO          SECTION.
      *----------------------------------------------------------------*
      *
           READ NONOMAPA.
      *
           IF (WRK-FS-NONOMAPA         EQUAL '10')
               SET WRK-ARQUIVO-ESGOTADO TO TRUE
               GO TO 2010-99-FIM
           END-IF.
      *
           MOVE WRK-FS-NONOMAPA        TO WRK-FS-HISTORICO.
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1070-TESTAR-FS-HISTORICO.
      *
           IF (FD-MAP-DDD              NOT EQUAL WRK-CSL-DDD)       OR
              (WRK-CSL-MCDU            LESS THAN FD-MAP-RANGE-INICIAL)
              OR
              (WRK-CSL-MCDU            GREATER THAN FD-MAP-RANGE-FINAL)
               GO TO 2010-99-FIM
           END-IF.
      *
           EVALUATE TRUE
               WHEN FD-MAP-PREFIXO-NOVO   EQUAL WRK-CSL-PREFIXO
                   MOVE FD-MAP-PREFIXO-ANTIGO TO WRK-PREFIXO-ALTERNATIVO
               WHEN FD-MAP-PREFIXO-ANTIGO EQUAL WRK-CSL-PREFIXO
                   MOVE FD-MAP-PREFIXO-NOVO   TO WRK-PREFIXO-ALTERNATIVO
               WHEN OTHER
                   GO TO 2010-99-FIM
           END-EVALUATE.
      *
           MOVE FD-MAP-DDD             TO WRK-TTR-DDD-ANTIGO
                                          WRK-TTR-DDD-NOVO.
           MOVE FD-MAP-PREFIXO-ANTIGO  TO WRK-TTR-PREFIXO-ANTIGO.
           MOVE FD-MAP-PREFIXO-NOVO    TO WRK-TTR-PREFIXO-NOVO.
           MOVE FD-MAP-RANGE-INICIAL   TO WRK-TTR-INICIAL.
           MOVE FD-MAP-RANGE-FINAL     TO WRK-TTR-FINAL.
           MOVE FD-MAP-EOT             TO WRK-TTR-EOT.
      *
           MOVE FD-MAP-DATA-EFEITO     TO WRK-EVT-DATA.
           MOVE 2                      TO WRK-EVT-ORDEM.
           MOVE 'NONOMAPA'             TO WRK-EVT-FONTE.
           MOVE WRK-TXT-TRADUCAO       TO WRK-EVT-TEXTO.
           PERFORM 1200-GRAVAR-EVENTO.
           ADD  1                      TO ACU-EVT-TRADUCOES.
      *
      *----------------------------------------------------------------*
       2010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA PROCURAR NO PLANNAC O RANGE ATUAL DO NUMERO     *
      *    (PELO PREFIXO INFORMADO E, SE PRECISO, PELO ALTERNATIVO) E  *
      *    EMITIR A SITUACAO ATUAL NO DOSSIE                           *
      *----------------------------------------------------------------*
       2100-CONSULTAR-ATUAL            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-FLAG-ACHOU-RANGE.
      *
           OPEN INPUT PLANNAC.
           IF (WRK-FS-PLANNAC          NOT EQUAL '35')
               MOVE WRK-ABERTURA       TO WRK-OPERACAO
               PERFORM 1030-TESTAR-FS-PLANNAC
               MOVE WRK-CSL-PREFIXO    TO WRK-PREFIXO-PROCURADO
               PERFORM 2110-PROCURAR-RANGE
               IF (NOT WRK-RANGE-ACHOU) AND
                  (WRK-PREFIXO-ALTERNATIVO NOT EQUAL ZEROS)
                   MOVE WRK-PREFIXO-ALTERNATIVO
                                       TO WRK-PREFIXO-PROCURADO
                   PERFORM 2110-PROCURAR-RANGE
               END-IF
               CLOSE PLANNAC
           END-IF.
      *
           WRITE FD-REG-PLANDOSR       FROM WRK-CAB-ATUAL.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1040-TESTAR-FS-PLANDOSR.
      *
           IF NOT WRK-RANGE-ACHOU
               MOVE 'RANGE..............:' TO WRK-DAT-ROTULO
               MOVE 'NUMERO SEM RANGE ATUAL NO PLANNAC'
                                       TO WRK-DAT-VALOR
               PERFORM 2150-GRAVAR-ATUAL
               GO TO 2100-99-FIM
           END-IF.
      *
           MOVE WRK-AREA-PLANREG       TO WRK-AREA-CADPWDAT.
           PERFORM 2160-MONTAR-VERSAO.
           MOVE 'RANGE..............:' TO WRK-DAT-ROTULO.
           MOVE WRK-TXT-VERSAO         TO WRK-DAT-VALOR.
           PERFORM 2150-GRAVAR-ATUAL.
      *
           MOVE PLANREG-EOT            TO WRK-EOT-PROCURADO.
           PERFORM 1013-OBTER-NOME-OPERADORA.
           MOVE 'OPERADORA..........:' TO WRK-DAT-ROTULO.
           MOVE SPACES                 TO WRK-DAT-VALOR.
           STRING PLANREG-EOT ' - ' WRK-NOME-OPERADORA
                  DELIMITED BY SIZE    INTO WRK-DAT-VALOR.
           PERFORM 2150-GRAVAR-ATUAL.
      *
           IF (PLANREG-EOT-RECEPTORA   NOT EQUAL SPACES)
               MOVE PLANREG-EOT-RECEPTORA TO WRK-EOT-PROCURADO
               PERFORM 1013-OBTER-NOME-OPERADORA
               MOVE 'RECEPTORA DO RANGE.:' TO WRK-DAT-ROTULO
               MOVE SPACES             TO WRK-DAT-VALOR
               STRING PLANREG-EOT-RECEPTORA ' - ' WRK-NOME-OPERADORA
                      DELIMITED BY SIZE INTO WRK-DAT-VALOR
               PERFORM 2150-GRAVAR-ATUAL
           END-IF.
      *
           MOVE PLANREG-LOCALIDADE-ID  TO WRK-LOC-PROCURADA.
           PERFORM 1019-OBTER-NOME-LOCALIDADE.
           MOVE 'LOCALIDADE.........:' TO WRK-DAT-ROTULO.
           MOVE SPACES                 TO WRK-DAT-VALOR.
           STRING PLANREG-LOCALIDADE-ID ' - ' WRK-NOME-LOCALIDADE
                  ' - UF ' PLANREG-UNIDADE-FEDERATIVA
                  DELIMITED BY SIZE    INTO WRK-DAT-VALOR.
           PERFORM 2150-GRAVAR-ATUAL.
      *
           MOVE 'TIPO / PORTADO.....:' TO WRK-DAT-ROTULO.
           MOVE SPACES                 TO WRK-DAT-VALOR.
           STRING PLANREG-TIPO-PREFIXO ' / ' PLANREG-PORTADO
                  DELIMITED BY SIZE    INTO WRK-DAT-VALOR.
           PERFORM 2150-GRAVAR-ATUAL.
      *
      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA PROCURAR NO PLANNAC, POR CHAVE, O RANGE DO      *
      *    PREFIXO PROCURADO QUE CONTEM O MCDU                         *
      *----------------------------------------------------------------*
       2110-PROCURAR-RANGE             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-FLAG-FIM-PREFIXO.
      *
           MOVE WRK-CSL-DDD            TO FD-PLA-DDD.
           MOVE WRK-PREFIXO-PROCURADO  TO FD-PLA-PREFIXO.
           MOVE ZEROS                  TO FD-PLA-RANGE-INICIAL.
      *
           START PLANNAC KEY NOT LESS THAN FD-PLA-CHAVE.
      *
           IF (WRK-FS-PLANNAC          EQUAL '00')
               PERFORM 2120-EXAMINAR-RANGE
                   UNTIL WRK-RANGE-ACHOU OR WRK-FIM-PREFIXO
           ELSE
               IF (WRK-FS-PLANNAC      NOT EQUAL '23')
                   MOVE WRK-LEITURA    TO WRK-OPERACAO
                   PERFORM 1030-TESTAR-FS-PLANNAC
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
       2110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA EXAMINAR O PROXIMO RANGE DO PREFIXO             *
      *----------------------------------------------------------------*
       2120-EXAMINAR-RANGE             SECTION.
      *----------------------------------------------------------------*
      *
           READ PLANNAC NEXT           INTO WRK-AREA-PLANREG.
      *
           IF  (WRK-FS-PLANNAC         EQUAL '10')
               SET WRK-FIM-PREFIXO     TO TRUE
           ELSE
               MOVE WRK-LEITURA        TO WRK-OPERACAO
               PERFORM 1030-TESTAR-FS-PLANNAC
               IF (PLANREG-DDD         NOT EQUAL WRK-CSL-DDD) OR
                  (PLANREG-PREFIXO     NOT EQUAL WRK-PREFIXO-PROCURADO)
                   SET WRK-FIM-PREFIXO TO TRUE
               ELSE
                   IF (WRK-CSL-MCDU    NOT LESS THAN
                                       PLANREG-RANGE-INICIAL) AND
                      (WRK-CSL-MCDU    NOT GREATER THAN
                                       PLANREG-RANGE-FINAL)
                       SET WRK-RANGE-ACHOU TO TRUE
                   END-IF
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
       2120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR UMA LINHA DA SITUACAO ATUAL              *
      *----------------------------------------------------------------*
       2150-GRAVAR-ATUAL               SECTION.
      *----------------------------------------------------------------*
      *
           WRITE FD-REG-PLANDOSR       FROM WRK-DET-ATUAL.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1040-TESTAR-FS-PLANDOSR.
      *
      *----------------------------------------------------------------*
       2150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA MONTAR EM WRK-TXT-VERSAO O TEXTO DO RANGE QUE   *
      *    ESTA EM WRK-AREA-CADPWDAT                                   *
      *----------------------------------------------------------------*
       2160-MONTAR-VERSAO              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE CADPWDAT-DDD           TO WRK-TVR-DDD.
           MOVE CADPWDAT-PREFIXO       TO WRK-TVR-PREFIXO.
           MOVE CADPWDAT-RANGE-INICIAL TO WRK-TVR-INICIAL.
           MOVE CADPWDAT-RANGE-FINAL   TO WRK-TVR-FINAL.
           MOVE CADPWDAT-EOT           TO WRK-TVR-EOT
                                          WRK-EOT-PROCURADO.
           PERFORM 1013-OBTER-NOME-OPERADORA.
           MOVE WRK-NOME-OPERADORA     TO WRK-TVR-EOT-NOME.
           MOVE CADPWDAT-EOT-RECEPTORA TO WRK-TVR-RECEPTORA.
           MOVE CADPWDAT-UNIDADE-FEDERATIVA TO WRK-TVR-UF.
           MOVE CADPWDAT-LOCALIDADE-ID TO WRK-LOC-PROCURADA.
           PERFORM 1019-OBTER-NOME-LOCALIDADE.
           MOVE WRK-NOME-LOCALIDADE    TO WRK-TVR-LOC-NOME.
           MOVE CADPWDAT-DATA-FINAL    TO WRK-DATA-TESTE.
           PERFORM 2900-EDITAR-DATA.
           MOVE WRK-DATA-EDITADA       TO WRK-TVR-DATA-FINAL.
      *
      *----------------------------------------------------------------*
       2160-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA EXAMINAR UMA VERSAO DE RANGE (EM                *
      *    WRK-AREA-CADPWDAT) DE UMA FONTE DE HISTORICO: SE CONTEM O   *
      *    NUMERO VIRA EVENTO NA DATA-INICIAL DA VERSAO                *
      *----------------------------------------------------------------*
       2170-EXAMINAR-VERSAO            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE CADPWDAT-DATA(2:2)     TO WRK-CMP-DDD.
           MOVE CADPWDAT-DATA(4:5)     TO WRK-CMP-PREFIXO.
           MOVE CADPWDAT-DATA(9:4)     TO WRK-CMP-INICIAL.
           MOVE CADPWDAT-DATA(13:4)    TO WRK-CMP-FINAL.
           PERFORM 1110-CASAR-RANGE.
      *
           IF NOT WRK-CASOU
               GO TO 2170-99-FIM
           END-IF.
      *
           PERFORM 2160-MONTAR-VERSAO.
      *
           IF (CADPWDAT-DATA-INICIAL   IS NUMERIC)
               MOVE CADPWDAT-DATA-INICIAL TO WRK-EVT-DATA
           ELSE
               MOVE CADPWDAT-DATA-CADASTRO TO WRK-EVT-DATA
           END-IF.
           MOVE 1                      TO WRK-EVT-ORDEM.
           MOVE WRK-NOME-HISTORICO     TO WRK-EVT-FONTE.
           MOVE WRK-TXT-VERSAO         TO WRK-EVT-TEXTO.
           PERFORM 1200-GRAVAR-EVENTO.
           ADD  1                      TO ACU-EVT-VERSOES.
      *
      *----------------------------------------------------------------*
       2170-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA PERCORRER O HISTORICO DE RANGES FIXOS           *
      *----------------------------------------------------------------*
       2200-LER-CADUPHIS               SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT CADUPHIS.
           MOVE WRK-FS-CADUPHIS        TO WRK-FS-HISTORICO.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1070-TESTAR-FS-HISTORICO.
      *
           IF (WRK-FS-CADUPHIS         EQUAL '35')
               GO TO 2200-99-FIM
           END-IF.
      *
           MOVE SPACES                 TO WRK-FLAG-FIM-ARQUIVO.
           PERFORM 2210-LER-VERSAO-CADUPHIS
               UNTIL WRK-ARQUIVO-ESGOTADO.
      *
           CLOSE CADUPHIS.
      *
      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UMA VERSAO DO CADUPHIS                      *
      *----------------------------------------------------------------*
       2210-LER-VERSAO-CADUPHIS        SECTION.
      *----------------------------------------------------------------*
      *
           READ CADUPHIS               INTO WRK-AREA-CADPWDAT.
      *
           IF (WRK-FS-CADUPHIS         EQUAL '10')
               SET WRK-ARQUIVO-ESGOTADO TO TRUE
           ELSE
               MOVE WRK-FS-CADUPHIS    TO WRK-FS-HISTORICO
               MOVE WRK-LEITURA        TO WRK-OPERACAO
               PERFORM 1070-TESTAR-FS-HISTORICO
               ADD  1                  TO ACU-REG-LIDOS-HIST
               PERFORM 2170-EXAMINAR-VERSAO
           END-IF.
      *
      *----------------------------------------------------------------*
       2210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA PERCORRER O HISTORICO DE RANGES MOVEIS          *
      *----------------------------------------------------------------*
       2300-LER-RNGEHIST               SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT RNGEHIST.
           MOVE WRK-FS-RNGEHIST        TO WRK-FS-HISTORICO.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1070-TESTAR-FS-HISTORICO.
      *
           IF (WRK-FS-RNGEHIST         EQUAL '35')
               GO TO 2300-99-FIM
           END-IF.
      *
           MOVE SPACES                 TO WRK-FLAG-FIM-ARQUIVO.
           PERFORM 2310-LER-VERSAO-RNGEHIST
               UNTIL WRK-ARQUIVO-ESGOTADO.
      *
           CLOSE RNGEHIST.
      *
      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UMA VERSAO DO RNGEHIST                      *
      *----------------------------------------------------------------*
       2310-LER-VERSAO-RNGEHIST        SECTION.
      *----------------------------------------------------------------*
      *
           READ RNGEHIST               INTO WRK-AREA-CADPWDAT.
      *
           IF (WRK-FS-RNGEHIST         EQUAL '10')
               SET WRK-ARQUIVO-ESGOTADO TO TRUE
           ELSE
               MOVE WRK-FS-RNGEHIST    TO WRK-FS-HISTORICO
               MOVE WRK-LEITURA        TO WRK-OPERACAO
               PERFORM 1070-TESTAR-FS-HISTORICO
               ADD  1                  TO ACU-REG-LIDOS-HIST
               PERFORM 2170-EXAMINAR-VERSAO
           END-IF.
      *
      *----------------------------------------------------------------*
       2310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA PERCORRER AS GERACOES DO RNGEARQ DA LISTA       *
      *    ARQGLIST (LISTA AUSENTE = NENHUMA GERACAO)                  *
      *----------------------------------------------------------------*
       2400-LER-GERACOES               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'ARQGLIST'             TO WRK-NOME-HISTORICO.
           OPEN INPUT ARQGLIST.
           MOVE WRK-FS-ARQGLIST        TO WRK-FS-HISTORICO.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1070-TESTAR-FS-HISTORICO.
      *
           IF (WRK-FS-ARQGLIST         EQUAL '35')
               GO TO 2400-99-FIM
           END-IF.
      *
           MOVE SPACES                 TO WRK-FLAG-FIM-LISTA.
           PERFORM 2410-PROCESSAR-GERACAO
               UNTIL WRK-LISTA-ESGOTADA.
      *
           CLOSE ARQGLIST.
      *
      *----------------------------------------------------------------*
       2400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UM CAMINHO DA LISTA E PERCORRER A GERACAO   *
      *    (GERACAO AUSENTE E AVISADA E IGNORADA)                      *
      *----------------------------------------------------------------*
       2410-PROCESSAR-GERACAO          SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQGLIST.
      *
           IF (WRK-FS-ARQGLIST         EQUAL '10')
               SET WRK-LISTA-ESGOTADA  TO TRUE
               GO TO 2410-99-FIM
           END-IF.
      *
           MOVE 'ARQGLIST'             TO WRK-NOME-HISTORICO.
           MOVE WRK-FS-ARQGLIST        TO WRK-FS-HISTORICO.
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1070-TESTAR-FS-HISTORICO.
      *
           IF (FD-REG-ARQGLIST         EQUAL SPACES)
               GO TO 2410-99-FIM
           END-IF.
      *
           ADD  1                      TO ACU-REG-GERACOES.
           MOVE 'RNGEARQ '             TO WRK-NOME-HISTORICO.
           MOVE FD-REG-ARQGLIST        TO WRK-PATH-RNGEARQ.
           OPEN INPUT RNGEARQ.
      *
           IF (WRK-FS-RNGEARQ          EQUAL '35')
               DISPLAY '*** ' WRK-PROGRAMA ': GERACAO AUSENTE - '
                       FD-REG-ARQGLIST(1:50) ' ***'
               ADD  1                  TO ACU-REG-GER-AUSENTES
               GO TO 2410-99-FIM
           END-IF.
      *
           MOVE WRK-FS-RNGEARQ         TO WRK-FS-HISTORICO.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1070-TESTAR-FS-HISTORICO.
      *
           MOVE SPACES                 TO WRK-FLAG-FIM-ARQUIVO.
           PERFORM 2420-LER-VERSAO-RNGEARQ
               UNTIL WRK-ARQUIVO-ESGOTADO.
      *
           CLOSE RNGEARQ.
      *
      *----------------------------------------------------------------*
       2410-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UMA VERSAO DE UMA GERACAO DO RNGEARQ        *
      *----------------------------------------------------------------*
       2420-LER-VERSAO-RNGEARQ         SECTION.
      *----------------------------------------------------------------*
      *
           READ RNGEARQ                INTO WRK-AREA-CADPWDAT.
      *
           IF (WRK-FS-RNGEARQ          EQUAL '10')
               SET WRK-ARQUIVO-ESGOTADO TO TRUE
           ELSE
               MOVE WRK-FS-RNGEARQ     TO WRK-FS-HISTORICO
               MOVE WRK-LEITURA        TO WRK-OPERACAO
               PERFORM 1070-TESTAR-FS-HISTORICO
               ADD  1                  TO ACU-REG-LIDOS-ARQ
               PERFORM 2170-EXAMINAR-VERSAO
           END-IF.
      *
      *----------------------------------------------------------------*
       2420-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA PERCORRER O HISTORICO DE PORTABILIDADE          *
      *----------------------------------------------------------------*
       2500-LER-PORTHIST               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'PORTHIST'             TO WRK-NOME-HISTORICO.
           OPEN INPUT PORTHIST.
           MOVE WRK-FS-PORTHIST        TO WRK-FS-HISTORICO.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1070-TESTAR-FS-HISTORICO.
      *
           IF (WRK-FS-PORTHIST         EQUAL '35')
               GO TO 2500-99-FIM
           END-IF.
      *
           MOVE SPACES                 TO WRK-FLAG-FIM-ARQUIVO.
           PERFORM 2510-EXAMINAR-PORTABILIDADE
               UNTIL WRK-ARQUIVO-ESGOTADO.
      *
           CLOSE PORTHIST.
      *
      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UM MOVIMENTO DO PORTHIST E, SE FOR DO       *
      *    NUMERO, GRAVAR O EVENTO NA DATA-PORTAB                      *
      *----------------------------------------------------------------*
       2510-EXAMINAR-PORTABILIDADE     SECTION.
      *----------------------------------------------------------------*
      *
           READ PORTHIST               INTO WRK-AREA-PORTHIST.
      *
           IF (WRK-FS-PORTHIST         EQUAL '10')
               SET WRK-ARQUIVO-ESGOTADO TO TRUE
               GO TO 2510-99-FIM
           END-IF.
      *
           MOVE WRK-FS-PORTHIST        TO WRK-FS-HISTORICO.
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1070-TESTAR-FS-HISTORICO.
           ADD  1                      TO ACU-REG-LIDOS-PORTHIST.
      *
           MOVE PORTHSCP-CHAVE(1:2)    TO WRK-CMP-DDD.
           MOVE PORTHSCP-CHAVE(3:5)    TO WRK-CMP-PREFIXO.
           MOVE PORTHSCP-CHAVE(8:4)    TO WRK-CMP-MCDU.
           PERFORM 1100-CASAR-NUMERO.
           IF NOT WRK-CASOU
               GO TO 2510-99-FIM
           END-IF.
      *
           IF (PORTHSCP-ACAO           EQUAL 'R')
               MOVE 'REVERSAO'         TO WRK-TPT-ACAO
           ELSE
               MOVE 'PORTABILIDADE'    TO WRK-TPT-ACAO
           END-IF.
           MOVE PORTHSCP-EOT-DOADORA   TO WRK-TPT-DOADORA
                                          WRK-EOT-PROCURADO.
           PERFORM 1013-OBTER-NOME-OPERADORA.
           MOVE WRK-NOME-OPERADORA     TO WRK-TPT-DOADORA-NOME.
           MOVE PORTHSCP-EOT-RECEPTORA TO WRK-TPT-RECEPTORA
                                          WRK-EOT-PROCURADO.
           PERFORM 1013-OBTER-NOME-OPERADORA.
           MOVE WRK-NOME-OPERADORA     TO WRK-TPT-RECEPTORA-NOME.
           MOVE PORTHSCP-DATA-APLICACAO TO WRK-DATA-TESTE.
           PERFORM 2900-EDITAR-DATA.
           MOVE WRK-DATA-EDITADA       TO WRK-TPT-DATA-APLICACAO.
      *
           MOVE PORTHSCP-DATA-PORTAB   TO WRK-EVT-DATA.
           MOVE 3                      TO WRK-EVT-ORDEM.
           MOVE 'PORTHIST'             TO WRK-EVT-FONTE.
           MOVE WRK-TXT-PORTABILIDADE  TO WRK-EVT-TEXTO.
           PERFORM 1200-GRAVAR-EVENTO.
           ADD  1                      TO ACU-EVT-PORTABILIDADES.
      *
      *----------------------------------------------------------------*
       2510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA PERCORRER AS CHAMADAS TARIFADAS                 *
      *----------------------------------------------------------------*
       2600-LER-CALLRES                SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'CALLRES'              TO WRK-NOME-HISTORICO.
           OPEN INPUT CALLRES.
           MOVE WRK-FS-CALLRES         TO WRK-FS-HISTORICO.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1070-TESTAR-FS-HISTORICO.
      *
           IF (WRK-FS-CALLRES          EQUAL '35')
               GO TO 2600-99-FIM
           END-IF.
      *
           MOVE SPACES                 TO WRK-FLAG-FIM-ARQUIVO.
           PERFORM 2610-EXAMINAR-CHAMADA
               UNTIL WRK-ARQUIVO-ESGOTADO.
      *
           CLOSE CALLRES.
      *
      *----------------------------------------------------------------*
       2600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UMA CHAMADA E, SE O NUMERO FOR A ORIGEM OU  *
      *    O DESTINO E A DATA ESTIVER NO PERIODO, GRAVAR O EVENTO      *
      *----------------------------------------------------------------*
       2610-EXAMINAR-CHAMADA           SECTION.
      *----------------------------------------------------------------*
      *
           READ CALLRES.
      *
           IF (WRK-FS-CALLRES          EQUAL '10')
               SET WRK-ARQUIVO-ESGOTADO TO TRUE
               GO TO 2610-99-FIM
           END-IF.
      *
           MOVE WRK-FS-CALLRES         TO WRK-FS-HISTORICO.
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1070-TESTAR-FS-HISTORICO.
           ADD  1                      TO ACU-REG-LIDOS-CALLRES.
      *
           IF (FD-RES-DATA-CHAMADA     LESS THAN WRK-DATA-INI) OR
              (FD-RES-DATA-CHAMADA     GREATER THAN WRK-DATA-FIM)
               GO TO 2610-99-FIM
           END-IF.
      *
           MOVE FD-RES-ORIGEM(1:2)     TO WRK-CMP-DDD.
           MOVE FD-RES-ORIGEM(3:5)     TO WRK-CMP-PREFIXO.
           MOVE FD-RES-ORIG-MCDU       TO WRK-CMP-MCDU.
           PERFORM 1100-CASAR-NUMERO.
      *
           IF WRK-CASOU
               MOVE 'CHAMADA ORIGINADA PARA'
                                       TO WRK-TCH-SENTIDO
               MOVE FD-RES-DESTINO(1:2) TO WRK-NED-DDD
               MOVE FD-RES-DESTINO(3:5) TO WRK-NED-PREFIXO
               MOVE FD-RES-DEST-MCDU   TO WRK-NED-MCDU
           ELSE
               MOVE FD-RES-DESTINO(1:2) TO WRK-CMP-DDD
               MOVE FD-RES-DESTINO(3:5) TO WRK-CMP-PREFIXO
               MOVE FD-RES-DEST-MCDU   TO WRK-CMP-MCDU
               PERFORM 1100-CASAR-NUMERO
               IF NOT WRK-CASOU
                   GO TO 2610-99-FIM
               END-IF
               MOVE 'CHAMADA RECEBIDA DE'
                                       TO WRK-TCH-SENTIDO
               MOVE FD-RES-ORIGEM(1:2) TO WRK-NED-DDD
               MOVE FD-RES-ORIGEM(3:5) TO WRK-NED-PREFIXO
               MOVE FD-RES-ORIG-MCDU   TO WRK-NED-MCDU
           END-IF.
      *
           MOVE WRK-NUMERO-EDITADO     TO WRK-TCH-NUMERO.
           MOVE FD-RES-CLASSIFICACAO   TO WRK-TCH-CLASSIFICACAO.
           MOVE FD-RES-DURACAO-SEG     TO WRK-TCH-DURACAO.
           MOVE FD-RES-VALOR-CHAMADA   TO WRK-TCH-VALOR.
           MOVE FD-RES-SITUACAO        TO WRK-TCH-SITUACAO.
      *
           MOVE FD-RES-DATA-CHAMADA    TO WRK-EVT-DATA.
           MOVE 4                      TO WRK-EVT-ORDEM.
           MOVE 'CALLRES'              TO WRK-EVT-FONTE.
           MOVE WRK-TXT-CHAMADA        TO WRK-EVT-TEXTO.
           PERFORM 1200-GRAVAR-EVENTO.
           ADD  1                      TO ACU-EVT-CHAMADAS.
      *
      *----------------------------------------------------------------*
       2610-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CLASSIFICAR OS EVENTOS POR DATA E EMITIR A      *
      *    LINHA DO TEMPO NO DOSSIE                                    *
      *----------------------------------------------------------------*
       2700-EMITIR-LINHA-TEMPO         SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE DOSEVT.
           MOVE WRK-FECHAMENTO         TO WRK-OPERACAO.
           PERFORM 1050-TESTAR-FS-DOSEVT.
      *
           SORT ORDENACAO
               ON ASCENDING KEY SRT-CHAVE
               USING  DOSEVT
               GIVING DOSEVTS.
      *
           WRITE FD-REG-PLANDOSR       FROM WRK-LINHA-BRANCO.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1040-TESTAR-FS-PLANDOSR.
           WRITE FD-REG-PLANDOSR       FROM WRK-CAB-LINHA-TEMPO.
           PERFORM 1040-TESTAR-FS-PLANDOSR.
           WRITE FD-REG-PLANDOSR       FROM WRK-CAB-COLUNAS.
           PERFORM 1040-TESTAR-FS-PLANDOSR.
      *
           OPEN INPUT DOSEVTS.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1060-TESTAR-FS-DOSEVTS.
      *
           MOVE SPACES                 TO WRK-FLAG-FIM-ARQUIVO.
           PERFORM 2710-LISTAR-EVENTO
               UNTIL WRK-ARQUIVO-ESGOTADO.
      *
           CLOSE DOSEVTS.
      *
      *----------------------------------------------------------------*
       2700-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UM EVENTO CLASSIFICADO E LISTA-LO           *
      *----------------------------------------------------------------*
       2710-LISTAR-EVENTO              SECTION.
      *----------------------------------------------------------------*
      *
           READ DOSEVTS                INTO WRK-EVENTO.
      *
           IF (WRK-FS-DOSEVTS          EQUAL '10')
               SET WRK-ARQUIVO-ESGOTADO TO TRUE
               GO TO 2710-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1060-TESTAR-FS-DOSEVTS.
      *
           MOVE WRK-EVT-DATA           TO WRK-DATA-TESTE.
           PERFORM 2900-EDITAR-DATA.
           MOVE WRK-DATA-EDITADA       TO WRK-DEV-DATA.
           MOVE WRK-EVT-FONTE          TO WRK-DEV-FONTE.
           MOVE WRK-EVT-TEXTO          TO WRK-DEV-TEXTO.
      *
           WRITE FD-REG-PLANDOSR       FROM WRK-DET-EVENTO.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1040-TESTAR-FS-PLANDOSR.
      *
      *----------------------------------------------------------------*
       2710-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA EDITAR A DATA DE WRK-DATA-TESTE EM DD/MM/AAAA   *
      *    (BRANCO QUANDO NAO NUMERICA OU ZERADA)                      *
      *----------------------------------------------------------------*
       2900-EDITAR-DATA                SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-DATA-EDITADA.
           IF (WRK-DATA-TESTE          IS NUMERIC) AND
              (WRK-DATA-TESTE          NOT EQUAL '00000000')
               STRING WRK-DATA-TESTE(7:2) '/'
                      WRK-DATA-TESTE(5:2) '/'
                      WRK-DATA-TESTE(1:4)
                      DELIMITED BY SIZE  INTO WRK-DATA-EDITADA
           END-IF.
      *
      *----------------------------------------------------------------*
       2900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE FINALIZACAO: EMITE OS TOTAIS POR FONTE E DEFINE O *
      *    RETURN-CODE                                                 *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           WRITE FD-REG-PLANDOSR       FROM WRK-LINHA-BRANCO.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1040-TESTAR-FS-PLANDOSR.
      *
           MOVE 'VERSOES DO RANGE..............:' TO WRK-TEV-DESCRICAO.
           MOVE ACU-EVT-VERSOES        TO WRK-TEV-QTD.
           PERFORM 3050-GRAVAR-TOTAL.
           MOVE 'TRADUCOES DO NONO DIGITO......:' TO WRK-TEV-DESCRICAO.
           MOVE ACU-EVT-TRADUCOES      TO WRK-TEV-QTD.
           PERFORM 3050-GRAVAR-TOTAL.
           MOVE 'MOVIMENTOS DE PORTABILIDADE...:' TO WRK-TEV-DESCRICAO.
           MOVE ACU-EVT-PORTABILIDADES TO WRK-TEV-QTD.
           PERFORM 3050-GRAVAR-TOTAL.
           MOVE 'CHAMADAS NO PERIODO...........:' TO WRK-TEV-DESCRICAO.
           MOVE ACU-EVT-CHAMADAS       TO WRK-TEV-QTD.
           PERFORM 3050-GRAVAR-TOTAL.
      *
           CLOSE PLANDOSR.
           MOVE WRK-FECHAMENTO         TO WRK-OPERACAO.
           PERFORM 1040-TESTAR-FS-PLANDOSR.
      *
           PERFORM 3100-EMITIR-ESTATISTICAS.
      *
           IF WRK-RANGE-ACHOU
               MOVE ZERO               TO RETURN-CODE
           ELSE
               MOVE 4                  TO RETURN-CODE
           END-IF.
      *
           PERFORM 3200-TERMINAR-PROCESSO.
      *
      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR UMA LINHA DE TOTAL DO DOSSIE             *
      *----------------------------------------------------------------*
       3050-GRAVAR-TOTAL               SECTION.
      *----------------------------------------------------------------*
      *
           WRITE FD-REG-PLANDOSR       FROM WRK-TOT-EVENTO.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1040-TESTAR-FS-PLANDOSR.
      *
      *----------------------------------------------------------------*
       3050-99-FIM.                    EXIT.
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
           DISPLAY '* PLANDOS1 | I/O | DESC. ARQUIVO | QUANTID.      *'.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '* HISTOR.  |  I  | TOTAL REG.    | '
           ACU-REG-LIDOS-HIST '     *'.
           DISPLAY '* ARQGLIST |  I  | GERACOES      | '
           ACU-REG-GERACOES '     *'.
           DISPLAY '* ARQGLIST |  I  | AUSENTES      | '
           ACU-REG-GER-AUSENTES '     *'.
           DISPLAY '* RNGEARQ  |  I  | TOTAL REG.    | '
           ACU-REG-LIDOS-ARQ '     *'.
           DISPLAY '* PORTHIST |  I  | TOTAL REG.    | '
           ACU-REG-LIDOS-PORTHIST '     *'.
           DISPLAY '* CALLRES  |  I  | TOTAL REG.    | '
           ACU-REG-LIDOS-CALLRES '     *'.
           DISPLAY '* DOSEVT   |  O  | EVENTOS       | '
           ACU-EVT-GRAVADOS '     *'.
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
