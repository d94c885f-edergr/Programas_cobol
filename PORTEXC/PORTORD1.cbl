      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. PORTORD1.
      *AUTHOR.     EDER GUIMARAES RODRIGUES.
      *================================================================*
      *    PROGRAMA....:  PORTORD1                                     *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  CICLO DE VIDA DOS PEDIDOS DE PORTABILIDADE,  *
      *                   EXECUTADO DIARIAMENTE ANTES DO PORTMNT1:     *
      *                   1) APLICA AO CADASTRO DE PEDIDOS (PORTORD)   *
      *                      AS SOLICITACOES DO DIA (PORTSOLI): NOVO   *
      *                      PEDIDO, AGENDAMENTO E CANCELAMENTO;       *
      *                   2) VALIDA OS PEDIDOS SOLICITADOS: NUMERO EM  *
      *                      RANGE DO PLANNAC, DOADORA DETENTORA DO    *
      *                      NUMERO (DONA DO RANGE OU RECEPTORA ATUAL  *
      *                      NO PORTEXC), DOADORA E RECEPTORA ATIVAS   *
      *                      NO EOTMAST, PRAZO MINIMO DESDE A ULTIMA   *
      *                      PORTABILIDADE (PORTHIST) E UM SO PEDIDO   *
      *                      EM ABERTO POR NUMERO;                     *
      *                   3) NA DATA AGENDADA REVALIDA O PEDIDO E GERA *
      *                      O MOVIMENTO DO PORTMNT1 (PORTMOVT);       *
      *                   4) EMITE O RELATORIO DIARIO DOS PEDIDOS POR  *
      *                      SITUACAO, COM OS MOTIVOS DE RECUSA.       *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:  DDNAME                      BOOK'S           *
      *                  PORTORD                     PORTORCP          *
      *                  PORTSOLI                    (VIDE FD)         *
      *                  PORTORDN                    PORTORCP          *
      *                  PLANNAC                     PLANNREG          *
      *                  PORTEXC                     PORTEXCP          *
      *                  PORTHIST                    PORTHSCP          *
      *                  EOTMAST                     EOTMSTCP          *
      *                  PORTMOVT                    (VIDE FD)         *
      *                  PORTORRL                    (VIDE FD)         *
      *                  ERRLOG                      ERRLOGCP          *
      *----------------------------------------------------------------*
      *    ARQ DESC....: PORTORD  - CADASTRO DE PEDIDOS; AUSENTE NA    *
      *                             PRIMEIRA EXECUCAO. AO FINAL E      *
      *                             REGRAVADO A PARTIR DO PORTORDN     *
      *                  PORTSOLI - SOLICITACOES DO DIA: 'S' = NOVO    *
      *                             PEDIDO, 'A' = AGENDAMENTO, 'C' =   *
      *                             CANCELAMENTO (AUSENTE = NENHUMA)   *
      *                  PORTORDN - NOVO CADASTRO DE PEDIDOS (ARQUIVO  *
      *                             DE TRABALHO, COPIADO PARA O        *
      *                             PORTORD AO FINAL)                  *
      *                  PLANNAC  - PLANO NACIONAL CONSOLIDADO         *
      *                             (INDEXADO, CONSULTADO POR CHAVE)   *
      *                  PORTEXC  - BASE DE EXCECOES DE PORTABILIDADE  *
      *                             (INDEXADA, CONSULTADA POR CHAVE)   *
      *                  PORTHIST - HISTORICO DE PORTABILIDADE (DATA   *
      *                             DA ULTIMA PORTABILIDADE DO NUMERO) *
      *                  EOTMAST  - CADASTRO MESTRE DE OPERADORAS      *
      *                  PORTMOVT - MOVIMENTO GERADO PARA O PORTMNT1   *
      *                             (PEDIDOS EXECUTADOS NO DIA)        *
      *                  PORTORRL - RELATORIO DIARIO DE PEDIDOS POR    *
      *                             SITUACAO                           *
      *                  ERRLOG   - LOG DE EXCECAO/ABEND COMPARTILHADO *
      *----------------------------------------------------------------*
      *    PARAMETROS..: PORTORD1_DATA      - DATA DE PROCESSAMENTO    *
      *                                 AAAAMMDD (PADRAO: HOJE)        *
      *                  PORTORD1_CARENCIA  - DIAS MINIMOS DESDE A     *
      *                                 ULTIMA PORTABILIDADE DO NUMERO *
      *                                 (3 DIGITOS, PADRAO 060)        *
      *                  PORTORD1_RETENCAO  - DIAS QUE UM PEDIDO       *
      *                                 EXECUTADO OU CANCELADO FICA NO *
      *                                 CADASTRO (3 DIGITOS, PADRAO    *
      *                                 090)                           *
      *----------------------------------------------------------------*
      *    MOTIVOS.....: NUM = NUMERO NAO NUMERICO                     *
      *                  RNG = NUMERO FORA DE RANGE DO PLANNAC         *
      *                  DOA = DOADORA NAO DETEM O NUMERO              *
      *                  IGU = DOADORA IGUAL A RECEPTORA               *
      *                  EDI = DOADORA INATIVA/NAO CADASTRADA          *
      *                  ERI = RECEPTORA INATIVA/NAO CADASTRADA        *
      *                  PRZ = PORTADO HA MENOS DA CARENCIA            *
      *                  DUP = OUTRO PEDIDO EM ABERTO PARA O NUMERO    *
      *                  DTA = DATA AGENDADA INVALIDA                  *
      *                  CAN = CANCELADO A PEDIDO                      *
      *                  SOLICITACOES RECUSADAS (NAO ALTERAM PEDIDO):  *
      *                  TIP = TIPO DE SOLICITACAO INVALIDO            *
      *                  PED = PEDIDO JA CADASTRADO                    *
      *                  NEX = PEDIDO INEXISTENTE                      *
      *                  SIT = SITUACAO NAO PERMITE A OPERACAO         *
      *----------------------------------------------------------------*
      *    RETURN-CODE.: 00 - PROCESSAMENTO NORMAL                     *
      *                  04 - HOUVE PEDIDO RECUSADO NA VALIDACAO OU    *
      *                       SOLICITACAO RECUSADA                     *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                   *
      *    DATA       AUTOR    DESCRICAO                               *
      *    15/10/2026 EGR      VERSAO INICIAL DO CICLO DE VIDA DOS     *
      *                        PEDIDOS DE PORTABILIDADE.               *
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
           SELECT PORTORD              ASSIGN
           TO DYNAMIC                  WRK-PATH-PORTORD
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-PORTORD.
      *
           SELECT PORTSOLI             ASSIGN
           TO DYNAMIC                  WRK-PATH-PORTSOLI
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-PORTSOLI.
      *
           SELECT PORTORDN             ASSIGN
           TO DYNAMIC                  WRK-PATH-PORTORDN
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-PORTORDN.
      *
           SELECT PLANNAC              ASSIGN
           TO DYNAMIC                  WRK-PATH-PLANNAC
           ORGANIZATION IS             INDEXED
           ACCESS MODE IS              DYNAMIC
           RECORD KEY IS               FD-PLA-CHAVE
           FILE STATUS                 IS WRK-FS-PLANNAC.
      *
           SELECT PORTEXC              ASSIGN
           TO DYNAMIC                  WRK-PATH-PORTEXC
           ORGANIZATION IS             INDEXED
           ACCESS MODE IS              DYNAMIC
           RECORD KEY IS               FD-PEX-CHAVE
           FILE STATUS                 IS WRK-FS-PORTEXC.
      *
           SELECT PORTHIST             ASSIGN
           TO DYNAMIC                  WRK-PATH-PORTHIST
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-PORTHIST.
      *
           SELECT EOTMAST              ASSIGN
           TO DYNAMIC                  WRK-PATH-EOTMAST
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-EOTMAST.
      *
           SELECT PORTMOVT             ASSIGN
           TO DYNAMIC                  WRK-PATH-PORTMOVT
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-PORTMOVT.
      *
           SELECT PORTORRL             ASSIGN
           TO DYNAMIC                  WRK-PATH-PORTORRL
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-PORTORRL.
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
      *    ENTRADA......: CADASTRO DE PEDIDOS DE PORTABILIDADE         *
      *----------------------------------------------------------------*
       FD  PORTORD
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-PORTORD               PIC  X(080).
      *----------------------------------------------------------------*
      *    ENTRADA......: SOLICITACOES DO DIA                          *
      *----------------------------------------------------------------*
       FD  PORTSOLI
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-PORTSOLI.
           05  FD-SOL-TIPO              PIC  X(001).
               88  FD-SOL-NOVO-PEDIDO              VALUE 'S'.
               88  FD-SOL-AGENDAMENTO              VALUE 'A'.
               88  FD-SOL-CANCELAMENTO             VALUE 'C'.
           05  FD-SOL-PEDIDO            PIC  X(010).
           05  FD-SOL-NUMERO            PIC  X(011).
           05  FD-SOL-EOT-DOADORA       PIC  X(003).
           05  FD-SOL-EOT-RECEPTORA     PIC  X(003).
           05  FD-SOL-DATA-AGENDADA     PIC  X(008).
      *----------------------------------------------------------------*
      *    SAIDA........: NOVO CADASTRO DE PEDIDOS (TRABALHO)          *
      *----------------------------------------------------------------*
       FD  PORTORDN
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-PORTORDN              PIC  X(080).
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
      *    ENTRADA......: BASE DE EXCECOES DE PORTABILIDADE (INDEXADA) *
      *----------------------------------------------------------------*
       FD  PORTEXC
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-PORTEXC.
           05  FD-PEX-CHAVE.
               10  FD-PEX-DDD           PIC  9(002).
               10  FD-PEX-PREFIXO       PIC  9(005).
               10  FD-PEX-MCDU          PIC  9(004).
           05  FD-PEX-EOT-DOADORA       PIC  X(003).
           05  FD-PEX-EOT-RECEPTORA     PIC  X(003).
           05  FD-PEX-DATA-PORTAB       PIC  X(008).
           05  FILLER                   PIC  X(001).
      *----------------------------------------------------------------*
      *    ENTRADA......: HISTORICO DE PORTABILIDADE (PORTHSCP)        *
      *----------------------------------------------------------------*
       FD  PORTHIST
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-PORTHIST              PIC  X(050).
      *----------------------------------------------------------------*
      *    INPUT......: CADASTRO MESTRE DE OPERADORAS (EOTMAST)        *
      *----------------------------------------------------------------*
       FD  EOTMAST
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-EOTMAST               PIC  X(060).
      *----------------------------------------------------------------*
      *    SAIDA........: MOVIMENTO DE PORTABILIDADE DO PORTMNT1       *
      *----------------------------------------------------------------*
       FD  PORTMOVT
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-PORTMOVT.
           05  FD-MOV-ACAO              PIC  X(001).
           05  FD-MOV-REGISTRO          PIC  X(026).
      *----------------------------------------------------------------*
      *    SAIDA........: RELATORIO DIARIO DE PEDIDOS POR SITUACAO     *
      *----------------------------------------------------------------*
       FD  PORTORRL
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-PORTORRL              PIC  X(132).
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
           '*** PORTORD1 - INICIO DA AREA DE WORKING ***'.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DE ACUMULADORES ***'.
      *----------------------------------------------------------------*
       01  ACU-ACUMULADORES.
           05  ACU-REG-PEDIDOS-LIDOS   PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-SOLIC-LIDAS     PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-SOLIC-RECUSADAS PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-HISTORICO-LIDOS PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-PED-INCLUIDOS       PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-PED-VALIDADOS       PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-PED-AGENDADOS       PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-PED-EXECUTADOS      PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-PED-RECUSADOS       PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-PED-CANCELADOS      PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-PED-EXPURGADOS      PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-PED-GRAVADOS        PIC  9(009) COMP-3 VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DA TABELA DE PEDIDOS ***'.
      *----------------------------------------------------------------*
       01  WRK-TAB-PEDIDO.
           05  WRK-QTD-PEDIDO          PIC  9(004) COMP VALUE ZERO.
           05  WRK-TAB-PEDIDO-ITEM     OCCURS 5000 TIMES.
               10  WRK-PED-REGISTRO    PIC  X(080).
               10  WRK-PED-ULT-PORTAB  PIC  X(008).
               10  WRK-PED-VALIDADO-HOJE
                                       PIC  X(001).
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-PEDIDO.
           05  WRK-IDX-PEDIDO          PIC  9(004) COMP VALUE ZERO.
           05  WRK-IDX-OUTRO           PIC  9(004) COMP VALUE ZERO.
           05  WRK-POS-PEDIDO          PIC  9(004) COMP VALUE ZERO.
           05  WRK-FLAG-ACHOU-PEDIDO   PIC  X(001) VALUE SPACES.
               88  WRK-PEDIDO-ACHOU                VALUE 'S'.
           05  WRK-PEDIDO-PROCURADO    PIC  X(010) VALUE SPACES.
           05  WRK-MOTIVO              PIC  X(003) VALUE SPACES.
           05  WRK-DETENTORA           PIC  X(003) VALUE SPACES.
           05  WRK-FLAG-ACHOU-RANGE    PIC  X(001) VALUE SPACES.
               88  WRK-RANGE-ACHOU                 VALUE 'S'.
           05  WRK-FLAG-FIM-PREFIXO    PIC  X(001) VALUE SPACES.
               88  WRK-FIM-PREFIXO                 VALUE 'S'.
           05  WRK-FLAG-PORTEXC        PIC  X(001) VALUE SPACES.
               88  WRK-PORTEXC-EXISTE              VALUE 'S'.
           05  WRK-FLAG-FIM-SOLIC      PIC  X(001) VALUE SPACES.
               88  WRK-SOLIC-ESGOTADA              VALUE 'S'.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DE PARAMETROS E DATAS ***'.
      *----------------------------------------------------------------*
       01  WRK-PARAMETROS.
           05  WRK-DATA-PROC-X         PIC  X(008) VALUE SPACES.
           05  WRK-DATA-PROC           REDEFINES
               WRK-DATA-PROC-X         PIC  9(008).
           05  WRK-DIA-PROC            PIC  9(007) VALUE ZEROS.
           05  WRK-CARENCIA            PIC  9(003) VALUE 060.
           05  WRK-RETENCAO            PIC  9(003) VALUE 090.
           05  WRK-PARM-3              PIC  X(003) VALUE SPACES.
           05  WRK-PARM-3-N            REDEFINES WRK-PARM-3
                                       PIC  9(003).
           05  WRK-DATA-TESTE          PIC  X(008) VALUE SPACES.
           05  WRK-DATA-TESTE-R        REDEFINES WRK-DATA-TESTE.
               10  WRK-DTT-ANO         PIC  9(004).
               10  WRK-DTT-MES         PIC  9(002).
               10  WRK-DTT-DIA         PIC  9(002).
           05  WRK-DATA-TESTE-N        REDEFINES WRK-DATA-TESTE
                                       PIC  9(008).
           05  WRK-FLAG-DATA-VALIDA    PIC  X(001) VALUE SPACES.
               88  WRK-DATA-VALIDA                 VALUE 'S'.
           05  WRK-DIAS-DECORRIDOS     PIC S9(007) VALUE ZEROS.
           05  WRK-DATA-EDITADA        PIC  X(010) VALUE SPACES.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DAS SITUACOES E DOS MOTIVOS ***'.
      *----------------------------------------------------------------*
       01  WRK-TAB-SITUACAO.
           05  FILLER                  PIC  X(011) VALUE 'SSOLICITADO'.
           05  FILLER                  PIC  X(011) VALUE 'VVALIDADO  '.
           05  FILLER                  PIC  X(011) VALUE 'AAGENDADO  '.
           05  FILLER                  PIC  X(011) VALUE 'EEXECUTADO '.
           05  FILLER                  PIC  X(011) VALUE 'CCANCELADO '.
       01  WRK-TAB-SITUACAO-R          REDEFINES WRK-TAB-SITUACAO.
           05  WRK-SITUACAO-ITEM       OCCURS 5 TIMES.
               10  WRK-SIT-CODIGO      PIC  X(001).
               10  WRK-SIT-DESCRICAO   PIC  X(010).
       01  WRK-TAB-MOTIVO.
           05  FILLER                  PIC  X(043) VALUE
               'NUMNUMERO NAO NUMERICO'.
           05  FILLER                  PIC  X(043) VALUE
               'RNGNUMERO FORA DE RANGE DO PLANNAC'.
           05  FILLER                  PIC  X(043) VALUE
               'DOADOADORA NAO DETEM O NUMERO'.
           05  FILLER                  PIC  X(043) VALUE
               'IGUDOADORA IGUAL A RECEPTORA'.
           05  FILLER                  PIC  X(043) VALUE
               'EDIDOADORA INATIVA OU NAO CADASTRADA'.
           05  FILLER                  PIC  X(043) VALUE
               'ERIRECEPTORA INATIVA OU NAO CADASTRADA'.
           05  FILLER                  PIC  X(043) VALUE
               'PRZPORTADO HA MENOS DA CARENCIA'.
           05  FILLER                  PIC  X(043) VALUE
               'DUPOUTRO PEDIDO EM ABERTO PARA O NUMERO'.
           05  FILLER                  PIC  X(043) VALUE
               'DTADATA AGENDADA INVALIDA'.
           05  FILLER                  PIC  X(043) VALUE
               'CANCANCELADO A PEDIDO'.
           05  FILLER                  PIC  X(043) VALUE
               'TIPTIPO DE SOLICITACAO INVALIDO'.
           05  FILLER                  PIC  X(043) VALUE
               'PEDPEDIDO JA CADASTRADO'.
           05  FILLER                  PIC  X(043) VALUE
               'NEXPEDIDO INEXISTENTE'.
           05  FILLER                  PIC  X(043) VALUE
               'SITSITUACAO NAO PERMITE A OPERACAO'.
       01  WRK-TAB-MOTIVO-R            REDEFINES WRK-TAB-MOTIVO.
           05  WRK-MOTIVO-ITEM         OCCURS 14 TIMES.
               10  WRK-MOT-CODIGO      PIC  X(003).
               10  WRK-MOT-DESCRICAO   PIC  X(040).
       01  WRK-CONTROLE-TABELAS.
           05  WRK-IDX-SITUACAO        PIC  9(004) COMP VALUE ZERO.
           05  WRK-IDX-MOTIVO          PIC  9(004) COMP VALUE ZERO.
           05  WRK-DESC-MOTIVO         PIC  X(040) VALUE SPACES.
           05  WRK-QTD-SITUACAO        PIC  9(007) COMP-3 VALUE ZERO.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DO RELATORIO DIARIO ***'.
      *----------------------------------------------------------------*
       01  WRK-CAB-1.
           05  FILLER                  PIC  X(045) VALUE
               'PORTORD1 - PEDIDOS DE PORTABILIDADE - POSICAO'.
           05  FILLER                  PIC  X(004) VALUE ' EM '.
           05  WRK-CB1-DATA            PIC  X(010).
           05  FILLER                  PIC  X(073) VALUE SPACES.
       01  WRK-CAB-SITUACAO.
           05  FILLER                  PIC  X(010) VALUE 'SITUACAO: '.
           05  WRK-CBS-SITUACAO        PIC  X(010).
           05  WRK-CBS-OBSERVACAO      PIC  X(040).
           05  FILLER                  PIC  X(072) VALUE SPACES.
       01  WRK-CAB-COLUNAS.
           05  FILLER                  PIC  X(012) VALUE 'PEDIDO'.
           05  FILLER                  PIC  X(015) VALUE 'NUMERO'.
           05  FILLER                  PIC  X(005) VALUE 'DOA'.
           05  FILLER                  PIC  X(005) VALUE 'REC'.
           05  FILLER                  PIC  X(005) VALUE 'TIT'.
           05  FILLER                  PIC  X(012) VALUE 'SOLICITACAO'.
           05  FILLER                  PIC  X(012) VALUE 'AGENDADA'.
           05  FILLER                  PIC  X(012) VALUE 'SITUACAO EM'.
           05  FILLER                  PIC  X(044) VALUE 'MOTIVO'.
           05  FILLER                  PIC  X(010) VALUE SPACES.
       01  WRK-DET-PEDIDO.
           05  WRK-DPD-PEDIDO          PIC  X(010).
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DPD-DDD             PIC  X(002).
           05  FILLER                  PIC  X(001) VALUE SPACES.
           05  WRK-DPD-PREFIXO         PIC  X(005).
           05  FILLER                  PIC  X(001) VALUE '-'.
           05  WRK-DPD-MCDU            PIC  X(004).
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DPD-DOADORA         PIC  X(003).
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DPD-RECEPTORA       PIC  X(003).
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DPD-TITULAR         PIC  X(003).
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DPD-DATA-SOLIC      PIC  X(010).
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DPD-DATA-AGENDADA   PIC  X(010).
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DPD-DATA-SITUACAO   PIC  X(010).
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DPD-MOTIVO          PIC  X(003).
           05  FILLER                  PIC  X(001) VALUE SPACES.
           05  WRK-DPD-DESC-MOTIVO     PIC  X(040).
           05  FILLER                  PIC  X(010) VALUE SPACES.
       01  WRK-TOT-SITUACAO.
           05  FILLER                  PIC  X(020) VALUE
               'TOTAL DA SITUACAO: '.
           05  WRK-TTS-QTD             PIC  Z.ZZZ.ZZ9.
           05  FILLER                  PIC  X(103) VALUE SPACES.
       01  WRK-CAB-RECUSA.
           05  FILLER                  PIC  X(035) VALUE
               'SOLICITACOES RECUSADAS NO DIA'.
           05  FILLER                  PIC  X(097) VALUE SPACES.
       01  WRK-DET-RECUSA.
           05  WRK-DRC-TIPO            PIC  X(001).
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DRC-PEDIDO          PIC  X(010).
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DRC-NUMERO          PIC  X(011).
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DRC-DOADORA         PIC  X(003).
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DRC-RECEPTORA       PIC  X(003).
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DRC-DATA-AGENDADA   PIC  X(008).
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-DRC-MOTIVO          PIC  X(003).
           05  FILLER                  PIC  X(001) VALUE SPACES.
           05  WRK-DRC-DESC-MOTIVO     PIC  X(040).
           05  FILLER                  PIC  X(040) VALUE SPACES.
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
           05  WRK-PROGRAMA            PIC  X(008) VALUE 'PORTORD1'.
           05  WRK-FS-PORTORD          PIC  X(002) VALUE SPACES.
           05  WRK-FS-PORTSOLI         PIC  X(002) VALUE SPACES.
           05  WRK-FS-PORTORDN         PIC  X(002) VALUE SPACES.
           05  WRK-FS-PLANNAC          PIC  X(002) VALUE SPACES.
           05  WRK-FS-PORTEXC          PIC  X(002) VALUE SPACES.
           05  WRK-FS-PORTHIST         PIC  X(002) VALUE SPACES.
           05  WRK-FS-EOTMAST          PIC  X(002) VALUE SPACES.
           05  WRK-FS-PORTMOVT         PIC  X(002) VALUE SPACES.
           05  WRK-FS-PORTORRL         PIC  X(002) VALUE SPACES.
           05  WRK-FS-ERRLOG           PIC  X(002) VALUE SPACES.
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
           05  WRK-PATH-PORTORD        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\PORTORD.dat'.
           05  WRK-PATH-PORTSOLI       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\PORTSOLI.dat'.
           05  WRK-PATH-PORTORDN       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\PORTORDN.dat'.
           05  WRK-PATH-PLANNAC        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\PLANNAC.dat'.
           05  WRK-PATH-PORTEXC        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\PORTEXC.dat'.
           05  WRK-PATH-PORTHIST       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\PORTHIST.dat'.
           05  WRK-PATH-EOTMAST        PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\EOTMAST.dat'.
           05  WRK-PATH-PORTMOVT       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\PORTMOVT.dat'.
           05  WRK-PATH-PORTORRL       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\PORTORRL.dat'.
           05  WRK-PATH-ERRLOG         PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\ERRLOG.dat'.
           05  WRK-ENV-VALOR           PIC  X(100) VALUE SPACES.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA PARA O BOOK DE PEDIDOS (PORTORCP) ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-PORTORD.
           COPY PORTORCP.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA PARA O BOOK DO PLANNAC (PLANNREG) ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-PLANREG.
           COPY PLANNREG.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA PARA O BOOK DO MOVIMENTO (PORTEXCP) ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-PORTEXC.
           COPY PORTEXCP.
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
           '*** AREA DO LOG DE EXCECAO/ABEND (ERRLOG) ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-ERRLOG.
           COPY ERRLOGCP.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** PORTORD1 - FIM DA AREA DE WORKING ***'.
      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
      *
      *----------------------------------------------------------------*
       0000-INICIAR                    SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1000-INICIALIZAR.
           PERFORM 1300-LER-SOLICITACAO.
           PERFORM 2000-APLICAR-SOLICITACAO
               UNTIL WRK-SOLIC-ESGOTADA.
           PERFORM 1200-CARREGAR-HISTORICO.
           PERFORM 2100-TRATAR-PEDIDO
               VARYING WRK-IDX-PEDIDO FROM 1 BY 1
               UNTIL   WRK-IDX-PEDIDO GREATER THAN WRK-QTD-PEDIDO.
           PERFORM 3000-FINALIZAR.
      *
      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE INICIALIZACAO: CARREGA OPERADORAS E PEDIDOS, ABRE *
      *    AS SOLICITACOES, AS BASES DE CONSULTA E AS SAIDAS           *
      *----------------------------------------------------------------*
       1000-INICIALIZAR                SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1005-OBTER-CAMINHOS.
           PERFORM 1008-OBTER-PARAMETROS.
           PERFORM 1009-CARREGAR-OPERADORAS.
           PERFORM 1100-CARREGAR-PEDIDOS.
      *
           OPEN INPUT PORTSOLI.
           IF (WRK-FS-PORTSOLI         EQUAL '35')
               SET WRK-SOLIC-ESGOTADA  TO TRUE
           ELSE
               MOVE WRK-ABERTURA       TO WRK-OPERACAO
               PERFORM 1025-TESTAR-FS-PORTSOLI
           END-IF.
      *
           OPEN INPUT  PLANNAC
                OUTPUT PORTMOVT
                       PORTORRL.
      *
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1060-TESTAR-FS-PLANNAC.
           PERFORM 1040-TESTAR-FS-PORTMOVT.
           PERFORM 1050-TESTAR-FS-PORTORRL.
      *
           OPEN INPUT PORTEXC.
           IF (WRK-FS-PORTEXC          EQUAL '35')
               MOVE SPACES             TO WRK-FLAG-PORTEXC
           ELSE
               PERFORM 1070-TESTAR-FS-PORTEXC
               SET WRK-PORTEXC-EXISTE  TO TRUE
           END-IF.
      *
           MOVE WRK-DATA-PROC-X        TO WRK-DATA-TESTE.
           PERFORM 2800-EDITAR-DATA.
           MOVE WRK-DATA-EDITADA       TO WRK-CB1-DATA.
           WRITE FD-REG-PORTORRL       FROM WRK-CAB-1.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1050-TESTAR-FS-PORTORRL.
           WRITE FD-REG-PORTORRL       FROM WRK-LINHA-BRANCO.
           PERFORM 1050-TESTAR-FS-PORTORRL.
           WRITE FD-REG-PORTORRL       FROM WRK-CAB-RECUSA.
           PERFORM 1050-TESTAR-FS-PORTORRL.
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
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'PORTORD_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-PORTORD
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'PORTSOLI_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-PORTSOLI
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'PORTORDN_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-PORTORDN
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'PLANNAC_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-PLANNAC
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'PORTEXC_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-PORTEXC
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'PORTHIST_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-PORTHIST
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'EOTMAST_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-EOTMAST
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'PORTMOVT_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-PORTMOVT
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'PORTORRL_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-PORTORRL
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
      *    ROTINA PARA OBTER A DATA DE PROCESSAMENTO, A CARENCIA E A   *
      *    RETENCAO (SE OMITIDAS OU INVALIDAS, FICAM OS PADROES)       *
      *----------------------------------------------------------------*
       1008-OBTER-PARAMETROS           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'PORTORD1_DATA'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR(1:8) TO WRK-DATA-TESTE
               PERFORM 2900-VALIDAR-DATA
               IF WRK-DATA-VALIDA
                   MOVE WRK-DATA-TESTE TO WRK-DATA-PROC-X
               END-IF
           END-IF.
           IF (WRK-DATA-PROC-X         NOT NUMERIC)
               ACCEPT WRK-DATA-PROC    FROM DATE YYYYMMDD
           END-IF.
           COMPUTE WRK-DIA-PROC = FUNCTION INTEGER-OF-DATE
                                  (WRK-DATA-PROC).
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR
                  FROM ENVIRONMENT 'PORTORD1_CARENCIA'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR(1:3) TO WRK-PARM-3
               IF (WRK-PARM-3          IS NUMERIC)
                   MOVE WRK-PARM-3-N   TO WRK-CARENCIA
               END-IF
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR
                  FROM ENVIRONMENT 'PORTORD1_RETENCAO'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR(1:3) TO WRK-PARM-3
               IF (WRK-PARM-3          IS NUMERIC)
                   MOVE WRK-PARM-3-N   TO WRK-RETENCAO
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
       1008-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CARREGAR EM MEMORIA O CADASTRO MESTRE DE        *
      *    OPERADORAS (EOTMAST). SEM O ARQUIVO NENHUMA OPERADORA E     *
      *    CONSIDERADA ATIVA.                                          *
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
      *    ROTINA PARA PROCURAR UM EOT NA TABELA DO MESTRE DE          *
      *    OPERADORAS; DEIXA A POSICAO EM WRK-POS-OPERADORA            *
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
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO PORTORD. O FS     *
      *    '35' (PRIMEIRA EXECUCAO) E TOLERADO.                        *
      *----------------------------------------------------------------*
       1020-TESTAR-FS-PORTORD          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-PORTORD          NOT EQUAL '00') AND
              (WRK-FS-PORTORD          NOT EQUAL '35')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              PORTORD               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-PORTORD
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'PORTORD'          TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-PORTORD     TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1020-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO PORTSOLI          *
      *----------------------------------------------------------------*
       1025-TESTAR-FS-PORTSOLI         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-PORTSOLI         NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              PORTSOLI              *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-PORTSOLI
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'PORTSOLI'         TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-PORTSOLI    TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1025-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO PORTORDN          *
      *----------------------------------------------------------------*
       1030-TESTAR-FS-PORTORDN         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-PORTORDN         NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              PORTORDN              *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-PORTORDN
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'PORTORDN'         TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-PORTORDN    TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1030-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO PORTMOVT          *
      *----------------------------------------------------------------*
       1040-TESTAR-FS-PORTMOVT         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-PORTMOVT         NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              PORTMOVT              *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-PORTMOVT
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'PORTMOVT'         TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-PORTMOVT    TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1040-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO PORTORRL          *
      *----------------------------------------------------------------*
       1050-TESTAR-FS-PORTORRL         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-PORTORRL         NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              PORTORRL              *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-PORTORRL
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'PORTORRL'         TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-PORTORRL    TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO PLANNAC           *
      *----------------------------------------------------------------*
       1060-TESTAR-FS-PLANNAC          SECTION.
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
       1060-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO PORTEXC. O FS     *
      *    '23' (NUMERO SEM EXCECAO) E TRATADO PELA CONSULTA.          *
      *----------------------------------------------------------------*
       1070-TESTAR-FS-PORTEXC          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-PORTEXC          NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              PORTEXC               *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-PORTEXC
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'PORTEXC'          TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-PORTEXC     TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1070-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO PORTHIST. O FS    *
      *    '35' (HISTORICO AINDA INEXISTENTE) E TOLERADO.              *
      *----------------------------------------------------------------*
       1080-TESTAR-FS-PORTHIST         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-PORTHIST         NOT EQUAL '00') AND
              (WRK-FS-PORTHIST         NOT EQUAL '35')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              PORTHIST              *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-PORTHIST
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'PORTHIST'         TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-PORTHIST    TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1080-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CARREGAR EM MEMORIA O CADASTRO DE PEDIDOS       *
      *    (PORTORD). SEM O ARQUIVO A TABELA COMECA VAZIA.             *
      *----------------------------------------------------------------*
       1100-CARREGAR-PEDIDOS           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZERO                   TO WRK-QTD-PEDIDO.
      *
           OPEN INPUT PORTORD.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1020-TESTAR-FS-PORTORD.
      *
           IF (WRK-FS-PORTORD          EQUAL '35')
               GO TO 1100-99-FIM
           END-IF.
      *
           PERFORM 1110-LER-PEDIDO
               UNTIL WRK-FS-PORTORD    EQUAL '10'.
      *
           CLOSE PORTORD.
      *
      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UM PEDIDO DO PORTORD E CARREGAR NA TABELA   *
      *----------------------------------------------------------------*
       1110-LER-PEDIDO                 SECTION.
      *----------------------------------------------------------------*
      *
           READ PORTORD.
      *
           IF (WRK-FS-PORTORD          EQUAL '10')
               GO TO 1110-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1020-TESTAR-FS-PORTORD.
           ADD  1                      TO ACU-REG-PEDIDOS-LIDOS.
      *
           PERFORM 1120-VERIFICAR-TABELA-CHEIA.
           ADD  1                      TO WRK-QTD-PEDIDO.
           MOVE FD-REG-PORTORD         TO
                              WRK-PED-REGISTRO(WRK-QTD-PEDIDO).
           MOVE SPACES                 TO
                              WRK-PED-ULT-PORTAB(WRK-QTD-PEDIDO)
                              WRK-PED-VALIDADO-HOJE(WRK-QTD-PEDIDO).
      *
      *----------------------------------------------------------------*
       1110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA ABORTAR QUANDO A TABELA DE PEDIDOS ESTA CHEIA   *
      *----------------------------------------------------------------*
       1120-VERIFICAR-TABELA-CHEIA     SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-QTD-PEDIDO          NOT LESS THAN 5000)
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*  TABELA DE PEDIDOS CHEIA           *'
               DISPLAY '*  LIMITE DE 5000 PEDIDOS EXCEDIDO   *'
               DISPLAY '*  PROCESSAMENTO ABORTADO            *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 16                 TO RETURN-CODE
               SET WRK-ABENDAR         TO TRUE
               GOBACK
           END-IF.
      *
      *----------------------------------------------------------------*
       1120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA PROCURAR UM PEDIDO NA TABELA PELA IDENTIFICACAO *
      *----------------------------------------------------------------*
       1150-PROCURAR-PEDIDO            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-FLAG-ACHOU-PEDIDO.
           MOVE ZERO                   TO WRK-POS-PEDIDO.
      *
           PERFORM 1155-COMPARAR-PEDIDO
               VARYING WRK-IDX-OUTRO FROM 1 BY 1
               UNTIL   WRK-IDX-OUTRO GREATER THAN WRK-QTD-PEDIDO
                    OR WRK-PEDIDO-ACHOU.
      *
      *----------------------------------------------------------------*
       1150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA COMPARAR UM ITEM DA TABELA DE PEDIDOS COM A     *
      *    IDENTIFICACAO PROCURADA                                     *
      *----------------------------------------------------------------*
       1155-COMPARAR-PEDIDO            SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-PED-REGISTRO(WRK-IDX-OUTRO)(1:10)
                                       EQUAL WRK-PEDIDO-PROCURADO)
               SET WRK-PEDIDO-ACHOU    TO TRUE
               MOVE WRK-IDX-OUTRO      TO WRK-POS-PEDIDO
           END-IF.
      *
      *----------------------------------------------------------------*
       1155-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA PERCORRER O HISTORICO DE PORTABILIDADE E GUARDAR*
      *    EM CADA PEDIDO EM ABERTO A DATA DA ULTIMA PORTABILIDADE DO  *
      *    NUMERO                                                      *
      *----------------------------------------------------------------*
       1200-CARREGAR-HISTORICO         SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT PORTHIST.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1080-TESTAR-FS-PORTHIST.
      *
           IF (WRK-FS-PORTHIST         EQUAL '35')
               GO TO 1200-99-FIM
           END-IF.
      *
           PERFORM 1210-LER-HISTORICO
               UNTIL WRK-FS-PORTHIST   EQUAL '10'.
      *
           CLOSE PORTHIST.
      *
      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UMA LINHA DO PORTHIST E CONFRONTAR COM OS   *
      *    PEDIDOS                                                     *
      *----------------------------------------------------------------*
       1210-LER-HISTORICO              SECTION.
      *----------------------------------------------------------------*
      *
           READ PORTHIST               INTO WRK-AREA-PORTHIST.
      *
           IF (WRK-FS-PORTHIST         EQUAL '10')
               GO TO 1210-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1080-TESTAR-FS-PORTHIST.
           ADD  1                      TO ACU-REG-HISTORICO-LIDOS.
      *
           PERFORM 1220-COMPARAR-HISTORICO
               VARYING WRK-IDX-OUTRO FROM 1 BY 1
               UNTIL   WRK-IDX-OUTRO GREATER THAN WRK-QTD-PEDIDO.
      *
      *----------------------------------------------------------------*
       1210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA GUARDAR NO PEDIDO EM ABERTO DO MESMO NUMERO A   *
      *    MAIOR DATA DE PORTABILIDADE DO HISTORICO                    *
      *----------------------------------------------------------------*
       1220-COMPARAR-HISTORICO         SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-PED-REGISTRO(WRK-IDX-OUTRO) TO PORTORCP-REGISTRO.
      *
           IF (PORTORCP-EM-ABERTO)                     AND
              (PORTORCP-NUMERO         EQUAL PORTHSCP-CHAVE) AND
              (PORTHSCP-DATA-PORTAB    IS NUMERIC)     AND
              (PORTHSCP-DATA-PORTAB    GREATER THAN
                            WRK-PED-ULT-PORTAB(WRK-IDX-OUTRO))
               MOVE PORTHSCP-DATA-PORTAB TO
                            WRK-PED-ULT-PORTAB(WRK-IDX-OUTRO)
           END-IF.
      *
      *----------------------------------------------------------------*
       1220-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UMA SOLICITACAO DO DIA                      *
      *----------------------------------------------------------------*
       1300-LER-SOLICITACAO            SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-SOLIC-ESGOTADA
               GO TO 1300-99-FIM
           END-IF.
      *
           READ PORTSOLI.
      *
           IF (WRK-FS-PORTSOLI         EQUAL '10')
               SET WRK-SOLIC-ESGOTADA  TO TRUE
           ELSE
               MOVE WRK-LEITURA        TO WRK-OPERACAO
               PERFORM 1025-TESTAR-FS-PORTSOLI
               ADD  1                  TO ACU-REG-SOLIC-LIDAS
           END-IF.
      *
      *----------------------------------------------------------------*
       1300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA APLICAR UMA SOLICITACAO AO CADASTRO DE PEDIDOS  *
      *----------------------------------------------------------------*
       2000-APLICAR-SOLICITACAO        SECTION.
      *----------------------------------------------------------------*
      *
           MOVE FD-SOL-PEDIDO          TO WRK-PEDIDO-PROCURADO.
           PERFORM 1150-PROCURAR-PEDIDO.
      *
           EVALUATE TRUE
               WHEN FD-SOL-NOVO-PEDIDO
                   PERFORM 2010-INCLUIR-PEDIDO
               WHEN FD-SOL-AGENDAMENTO
                   PERFORM 2020-AGENDAR-PEDIDO
               WHEN FD-SOL-CANCELAMENTO
                   PERFORM 2030-CANCELAR-PEDIDO
               WHEN OTHER
                   MOVE 'TIP'          TO WRK-MOTIVO
                   PERFORM 2090-RECUSAR-SOLICITACAO
           END-EVALUATE.
      *
           PERFORM 1300-LER-SOLICITACAO.
      *
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA INCLUIR UM NOVO PEDIDO COMO SOLICITADO          *
      *----------------------------------------------------------------*
       2010-INCLUIR-PEDIDO             SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-PEDIDO-ACHOU
               MOVE 'PED'              TO WRK-MOTIVO
               PERFORM 2090-RECUSAR-SOLICITACAO
               GO TO 2010-99-FIM
           END-IF.
      *
           MOVE SPACES                 TO PORTORCP-REGISTRO.
           MOVE FD-SOL-PEDIDO          TO PORTORCP-PEDIDO.
           MOVE FD-SOL-NUMERO          TO PORTORCP-NUMERO.
           MOVE FD-SOL-EOT-DOADORA     TO PORTORCP-EOT-DOADORA.
           MOVE FD-SOL-EOT-RECEPTORA   TO PORTORCP-EOT-RECEPTORA.
           MOVE WRK-DATA-PROC-X        TO PORTORCP-DATA-SOLICITACAO
                                          PORTORCP-DATA-SITUACAO.
           MOVE FD-SOL-DATA-AGENDADA   TO PORTORCP-DATA-AGENDADA.
           SET PORTORCP-SOLICITADO     TO TRUE.
      *
           PERFORM 1120-VERIFICAR-TABELA-CHEIA.
           ADD  1                      TO WRK-QTD-PEDIDO.
           MOVE PORTORCP-REGISTRO      TO
                              WRK-PED-REGISTRO(WRK-QTD-PEDIDO).
           MOVE SPACES                 TO
                              WRK-PED-ULT-PORTAB(WRK-QTD-PEDIDO)
                              WRK-PED-VALIDADO-HOJE(WRK-QTD-PEDIDO).
           ADD  1                      TO ACU-PED-INCLUIDOS.
      *
      *----------------------------------------------------------------*
       2010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA AGENDAR UM PEDIDO SOLICITADO OU VALIDADO. O     *
      *    PEDIDO VALIDADO PASSA A AGENDADO; O SOLICITADO GUARDA A     *
      *    DATA E E AGENDADO AO SER VALIDADO.                          *
      *----------------------------------------------------------------*
       2020-AGENDAR-PEDIDO             SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT WRK-PEDIDO-ACHOU
               MOVE 'NEX'              TO WRK-MOTIVO
               PERFORM 2090-RECUSAR-SOLICITACAO
               GO TO 2020-99-FIM
           END-IF.
      *
           MOVE WRK-PED-REGISTRO(WRK-POS-PEDIDO) TO PORTORCP-REGISTRO.
      *
           IF (NOT PORTORCP-SOLICITADO) AND (NOT PORTORCP-VALIDADO)
               MOVE 'SIT'              TO WRK-MOTIVO
               PERFORM 2090-RECUSAR-SOLICITACAO
               GO TO 2020-99-FIM
           END-IF.
      *
           MOVE FD-SOL-DATA-AGENDADA   TO WRK-DATA-TESTE.
           PERFORM 2900-VALIDAR-DATA.
           IF (NOT WRK-DATA-VALIDA)    OR
              (WRK-DATA-TESTE          LESS THAN
                                       PORTORCP-DATA-SOLICITACAO)
               MOVE 'DTA'              TO WRK-MOTIVO
               PERFORM 2090-RECUSAR-SOLICITACAO
               GO TO 2020-99-FIM
           END-IF.
      *
           MOVE FD-SOL-DATA-AGENDADA   TO PORTORCP-DATA-AGENDADA.
           IF PORTORCP-VALIDADO
               SET PORTORCP-AGENDADO   TO TRUE
               MOVE WRK-DATA-PROC-X    TO PORTORCP-DATA-SITUACAO
               ADD  1                  TO ACU-PED-AGENDADOS
           END-IF.
      *
           MOVE PORTORCP-REGISTRO      TO
                              WRK-PED-REGISTRO(WRK-POS-PEDIDO).
      *
      *----------------------------------------------------------------*
       2020-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CANCELAR A PEDIDO UM PEDIDO AINDA EM ABERTO     *
      *----------------------------------------------------------------*
       2030-CANCELAR-PEDIDO            SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT WRK-PEDIDO-ACHOU
               MOVE 'NEX'              TO WRK-MOTIVO
               PERFORM 2090-RECUSAR-SOLICITACAO
               GO TO 2030-99-FIM
           END-IF.
      *
           MOVE WRK-PED-REGISTRO(WRK-POS-PEDIDO) TO PORTORCP-REGISTRO.
      *
           IF NOT PORTORCP-EM-ABERTO
               MOVE 'SIT'              TO WRK-MOTIVO
               PERFORM 2090-RECUSAR-SOLICITACAO
               GO TO 2030-99-FIM
           END-IF.
      *
           SET PORTORCP-CANCELADO      TO TRUE.
           MOVE 'CAN'                  TO PORTORCP-MOTIVO.
           MOVE WRK-DATA-PROC-X        TO PORTORCP-DATA-SITUACAO.
           MOVE PORTORCP-REGISTRO      TO
                              WRK-PED-REGISTRO(WRK-POS-PEDIDO).
           ADD  1                      TO ACU-PED-CANCELADOS.
      *
      *----------------------------------------------------------------*
       2030-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LISTAR NO RELATORIO UMA SOLICITACAO RECUSADA    *
      *----------------------------------------------------------------*
       2090-RECUSAR-SOLICITACAO        SECTION.
      *----------------------------------------------------------------*
      *
           MOVE FD-SOL-TIPO            TO WRK-DRC-TIPO.
           MOVE FD-SOL-PEDIDO          TO WRK-DRC-PEDIDO.
           MOVE FD-SOL-NUMERO          TO WRK-DRC-NUMERO.
           MOVE FD-SOL-EOT-DOADORA     TO WRK-DRC-DOADORA.
           MOVE FD-SOL-EOT-RECEPTORA   TO WRK-DRC-RECEPTORA.
           MOVE FD-SOL-DATA-AGENDADA   TO WRK-DRC-DATA-AGENDADA.
           MOVE WRK-MOTIVO             TO WRK-DRC-MOTIVO.
           PERFORM 2850-OBTER-DESC-MOTIVO.
           MOVE WRK-DESC-MOTIVO        TO WRK-DRC-DESC-MOTIVO.
      *
           WRITE FD-REG-PORTORRL       FROM WRK-DET-RECUSA.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1050-TESTAR-FS-PORTORRL.
      *
           ADD  1                      TO ACU-REG-SOLIC-RECUSADAS.
      *
      *----------------------------------------------------------------*
       2090-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA AVANCAR UM PEDIDO NO CICLO DE VIDA: VALIDA O    *
      *    SOLICITADO, AGENDA O VALIDADO COM DATA E EXECUTA O AGENDADO *
      *    QUE CHEGOU A DATA (REVALIDANDO SE NAO FOI VALIDADO HOJE)    *
      *----------------------------------------------------------------*
       2100-TRATAR-PEDIDO              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-PED-REGISTRO(WRK-IDX-PEDIDO) TO PORTORCP-REGISTRO.
      *
           IF PORTORCP-SOLICITADO
               PERFORM 2200-VALIDAR-PEDIDO
               IF (WRK-MOTIVO          EQUAL SPACES)
                   SET PORTORCP-VALIDADO TO TRUE
                   MOVE WRK-DATA-PROC-X TO PORTORCP-DATA-SITUACAO
                   MOVE 'S'            TO
                              WRK-PED-VALIDADO-HOJE(WRK-IDX-PEDIDO)
                   ADD  1              TO ACU-PED-VALIDADOS
               ELSE
                   PERFORM 2190-RECUSAR-PEDIDO
               END-IF
           END-IF.
      *
           IF (PORTORCP-VALIDADO)      AND
              (PORTORCP-DATA-AGENDADA  NOT EQUAL SPACES)
               SET PORTORCP-AGENDADO   TO TRUE
               MOVE WRK-DATA-PROC-X    TO PORTORCP-DATA-SITUACAO
               ADD  1                  TO ACU-PED-AGENDADOS
           END-IF.
      *
           IF (PORTORCP-AGENDADO)      AND
              (PORTORCP-DATA-AGENDADA  NOT GREATER THAN
                                       WRK-DATA-PROC-X)
               IF (WRK-PED-VALIDADO-HOJE(WRK-IDX-PEDIDO) EQUAL 'S')
                   MOVE SPACES         TO WRK-MOTIVO
               ELSE
                   PERFORM 2200-VALIDAR-PEDIDO
               END-IF
               IF (WRK-MOTIVO          EQUAL SPACES)
                   PERFORM 2300-EXECUTAR-PEDIDO
               ELSE
                   PERFORM 2190-RECUSAR-PEDIDO
               END-IF
           END-IF.
      *
           MOVE PORTORCP-REGISTRO      TO
                              WRK-PED-REGISTRO(WRK-IDX-PEDIDO).
      *
      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CANCELAR O PEDIDO RECUSADO NA VALIDACAO         *
      *----------------------------------------------------------------*
       2190-RECUSAR-PEDIDO             SECTION.
      *----------------------------------------------------------------*
      *
           SET PORTORCP-CANCELADO      TO TRUE.
           MOVE WRK-MOTIVO             TO PORTORCP-MOTIVO.
           MOVE WRK-DATA-PROC-X        TO PORTORCP-DATA-SITUACAO.
           ADD  1                      TO ACU-PED-RECUSADOS.
      *
      *----------------------------------------------------------------*
       2190-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE VALIDACAO DO PEDIDO CORRENTE (PORTORCP). DEIXA EM *
      *    WRK-MOTIVO O PRIMEIRO MOTIVO DE RECUSA (BRANCO = VALIDO) E  *
      *    EM PORTORCP-EOT-TITULAR A DONA DO RANGE                     *
      *----------------------------------------------------------------*
       2200-VALIDAR-PEDIDO             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-MOTIVO.
      *
           IF (PORTORCP-NUMERO         NOT NUMERIC)
               MOVE 'NUM'              TO WRK-MOTIVO
               GO TO 2200-99-FIM
           END-IF.
      *
           PERFORM 2210-PROCURAR-RANGE.
           IF NOT WRK-RANGE-ACHOU
               MOVE 'RNG'              TO WRK-MOTIVO
               GO TO 2200-99-FIM
           END-IF.
           MOVE PLANREG-EOT            TO PORTORCP-EOT-TITULAR.
      *
           PERFORM 2220-OBTER-DETENTORA.
           IF (PORTORCP-EOT-DOADORA    NOT EQUAL WRK-DETENTORA)
               MOVE 'DOA'              TO WRK-MOTIVO
               GO TO 2200-99-FIM
           END-IF.
      *
           IF (PORTORCP-EOT-DOADORA    EQUAL PORTORCP-EOT-RECEPTORA)
               MOVE 'IGU'              TO WRK-MOTIVO
               GO TO 2200-99-FIM
           END-IF.
      *
           MOVE PORTORCP-EOT-DOADORA   TO WRK-EOT-PROCURADO.
           PERFORM 1013-OBTER-NOME-OPERADORA.
           IF (NOT WRK-OPERADORA-ACHOU) OR
              (WRK-OPE-ATIVO(WRK-POS-OPERADORA) NOT EQUAL 'S')
               MOVE 'EDI'              TO WRK-MOTIVO
               GO TO 2200-99-FIM
           END-IF.
      *
           MOVE PORTORCP-EOT-RECEPTORA TO WRK-EOT-PROCURADO.
           PERFORM 1013-OBTER-NOME-OPERADORA.
           IF (NOT WRK-OPERADORA-ACHOU) OR
              (WRK-OPE-ATIVO(WRK-POS-OPERADORA) NOT EQUAL 'S')
               MOVE 'ERI'              TO WRK-MOTIVO
               GO TO 2200-99-FIM
           END-IF.
      *
           PERFORM 2240-VERIFICAR-CARENCIA.
           IF (WRK-MOTIVO              NOT EQUAL SPACES)
               GO TO 2200-99-FIM
           END-IF.
      *
           PERFORM 2250-VERIFICAR-DUPLICIDADE
               VARYING WRK-IDX-OUTRO FROM 1 BY 1
               UNTIL   WRK-IDX-OUTRO NOT LESS THAN WRK-IDX-PEDIDO
                    OR WRK-MOTIVO    NOT EQUAL SPACES.
           IF (WRK-MOTIVO              NOT EQUAL SPACES)
               GO TO 2200-99-FIM
           END-IF.
      *
           IF (PORTORCP-DATA-AGENDADA  NOT EQUAL SPACES)
               MOVE PORTORCP-DATA-AGENDADA TO WRK-DATA-TESTE
               PERFORM 2900-VALIDAR-DATA
               IF (NOT WRK-DATA-VALIDA) OR
                  (WRK-DATA-TESTE      LESS THAN
                                       PORTORCP-DATA-SOLICITACAO)
                   MOVE 'DTA'          TO WRK-MOTIVO
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA PROCURAR NO PLANNAC, POR CHAVE, O RANGE QUE     *
      *    CONTEM O NUMERO DO PEDIDO                                   *
      *----------------------------------------------------------------*
       2210-PROCURAR-RANGE             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-FLAG-ACHOU-RANGE
                                          WRK-FLAG-FIM-PREFIXO.
      *
           MOVE PORTORCP-DDD           TO FD-PLA-DDD.
           MOVE PORTORCP-PREFIXO       TO FD-PLA-PREFIXO.
           MOVE ZEROS                  TO FD-PLA-RANGE-INICIAL.
      *
           START PLANNAC KEY NOT LESS THAN FD-PLA-CHAVE.
      *
           IF (WRK-FS-PLANNAC          EQUAL '00')
               PERFORM 2215-EXAMINAR-RANGE
                   UNTIL WRK-RANGE-ACHOU OR WRK-FIM-PREFIXO
           ELSE
               IF (WRK-FS-PLANNAC      NOT EQUAL '23')
                   MOVE WRK-LEITURA    TO WRK-OPERACAO
                   PERFORM 1060-TESTAR-FS-PLANNAC
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
       2210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA EXAMINAR O PROXIMO RANGE DO PREFIXO E VERIFICAR *
      *    SE CONTEM O MCDU DO PEDIDO                                  *
      *----------------------------------------------------------------*
       2215-EXAMINAR-RANGE             SECTION.
      *----------------------------------------------------------------*
      *
           READ PLANNAC NEXT           INTO WRK-AREA-PLANREG.
      *
           IF  (WRK-FS-PLANNAC         EQUAL '10')
               SET WRK-FIM-PREFIXO     TO TRUE
           ELSE
               MOVE WRK-LEITURA        TO WRK-OPERACAO
               PERFORM 1060-TESTAR-FS-PLANNAC
               IF (PLANREG-DDD         NOT EQUAL PORTORCP-DDD) OR
                  (PLANREG-PREFIXO     NOT EQUAL PORTORCP-PREFIXO)
                   SET WRK-FIM-PREFIXO TO TRUE
               ELSE
                   IF (PORTORCP-MCDU   NOT LESS THAN
                                       PLANREG-RANGE-INICIAL) AND
                      (PORTORCP-MCDU   NOT GREATER THAN
                                       PLANREG-RANGE-FINAL)
                       SET WRK-RANGE-ACHOU TO TRUE
                   END-IF
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
       2215-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA DETERMINAR A OPERADORA QUE DETEM O NUMERO HOJE: *
      *    A RECEPTORA DA EXCECAO NO PORTEXC, SE HOUVER; SENAO A       *
      *    RECEPTORA DO RANGE PORTADO INTEIRO; SENAO A DONA DO RANGE.  *
      *    A DATA DA EXCECAO TAMBEM CONTA COMO ULTIMA PORTABILIDADE.   *
      *----------------------------------------------------------------*
       2220-OBTER-DETENTORA            SECTION.
      *----------------------------------------------------------------*
      *
           IF (PLANREG-PORTADO         EQUAL 'S') AND
              (PLANREG-EOT-RECEPTORA   NOT EQUAL SPACES)
               MOVE PLANREG-EOT-RECEPTORA TO WRK-DETENTORA
           ELSE
               MOVE PLANREG-EOT        TO WRK-DETENTORA
           END-IF.
      *
           IF NOT WRK-PORTEXC-EXISTE
               GO TO 2220-99-FIM
           END-IF.
      *
           MOVE PORTORCP-NUMERO        TO FD-PEX-CHAVE.
           READ PORTEXC                INTO WRK-AREA-PORTEXC
                KEY IS FD-PEX-CHAVE.
      *
           IF (WRK-FS-PORTEXC          EQUAL '23')
               GO TO 2220-99-FIM
           END-IF.
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1070-TESTAR-FS-PORTEXC.
      *
           MOVE PORTEXCP-EOT-RECEPTORA TO WRK-DETENTORA.
           IF (PORTEXCP-DATA-PORTAB    IS NUMERIC) AND
              (PORTEXCP-DATA-PORTAB    GREATER THAN
                            WRK-PED-ULT-PORTAB(WRK-IDX-PEDIDO))
               MOVE PORTEXCP-DATA-PORTAB TO
                            WRK-PED-ULT-PORTAB(WRK-IDX-PEDIDO)
           END-IF.
      *
      *----------------------------------------------------------------*
       2220-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA RECUSAR O NUMERO PORTADO HA MENOS DIAS QUE A    *
      *    CARENCIA                                                    *
      *----------------------------------------------------------------*
       2240-VERIFICAR-CARENCIA         SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-PED-ULT-PORTAB(WRK-IDX-PEDIDO) TO WRK-DATA-TESTE.
           PERFORM 2900-VALIDAR-DATA.
           IF NOT WRK-DATA-VALIDA
               GO TO 2240-99-FIM
           END-IF.
      *
           COMPUTE WRK-DIAS-DECORRIDOS = WRK-DIA-PROC -
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-TESTE-N).
      *
           IF (WRK-DIAS-DECORRIDOS     LESS THAN WRK-CARENCIA)
               MOVE 'PRZ'              TO WRK-MOTIVO
           END-IF.
      *
      *----------------------------------------------------------------*
       2240-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA RECUSAR O PEDIDO QUANDO UM PEDIDO ANTERIOR DA   *
      *    TABELA PARA O MESMO NUMERO AINDA ESTA EM ABERTO OU FOI      *
      *    EXECUTADO NESTE PROCESSAMENTO                               *
      *----------------------------------------------------------------*
       2250-VERIFICAR-DUPLICIDADE      SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-PED-REGISTRO(WRK-IDX-OUTRO)(11:11)
                                       NOT EQUAL PORTORCP-NUMERO)
               GO TO 2250-99-FIM
           END-IF.
      *
           IF (WRK-PED-REGISTRO(WRK-IDX-OUTRO)(55:1)
                                       EQUAL 'S' OR 'V' OR 'A')
               MOVE 'DUP'              TO WRK-MOTIVO
           END-IF.
      *
           IF (WRK-PED-REGISTRO(WRK-IDX-OUTRO)(55:1) EQUAL 'E') AND
              (WRK-PED-REGISTRO(WRK-IDX-OUTRO)(47:8)
                                       EQUAL WRK-DATA-PROC-X)
               MOVE 'DUP'              TO WRK-MOTIVO
           END-IF.
      *
      *----------------------------------------------------------------*
       2250-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA EXECUTAR O PEDIDO AGENDADO: GERA O MOVIMENTO DO *
      *    PORTMNT1 - REVERSAO QUANDO O NUMERO VOLTA PARA A DONA DO    *
      *    RANGE, INCLUSAO/ATUALIZACAO NOS DEMAIS CASOS                *
      *----------------------------------------------------------------*
       2300-EXECUTAR-PEDIDO            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO PORTEXCP-REGISTRO.
           MOVE PORTORCP-DDD           TO PORTEXCP-DDD.
           MOVE PORTORCP-PREFIXO       TO PORTEXCP-PREFIXO.
           MOVE PORTORCP-MCDU          TO PORTEXCP-MCDU.
           MOVE PORTORCP-EOT-TITULAR   TO PORTEXCP-EOT-DOADORA.
           MOVE PORTORCP-EOT-RECEPTORA TO PORTEXCP-EOT-RECEPTORA.
           MOVE WRK-DATA-PROC-X        TO PORTEXCP-DATA-PORTAB.
      *
           IF (PORTORCP-EOT-RECEPTORA  EQUAL PORTORCP-EOT-TITULAR)
               MOVE 'R'                TO FD-MOV-ACAO
           ELSE
               MOVE 'I'                TO FD-MOV-ACAO
           END-IF.
           MOVE PORTEXCP-REGISTRO      TO FD-MOV-REGISTRO.
      *
           WRITE FD-REG-PORTMOVT.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1040-TESTAR-FS-PORTMOVT.
      *
           SET PORTORCP-EXECUTADO      TO TRUE.
           MOVE WRK-DATA-PROC-X        TO PORTORCP-DATA-SITUACAO.
           ADD  1                      TO ACU-PED-EXECUTADOS.
      *
      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA EDITAR A DATA DE WRK-DATA-TESTE EM DD/MM/AAAA   *
      *    (BRANCO QUANDO NAO NUMERICA)                                *
      *----------------------------------------------------------------*
       2800-EDITAR-DATA                SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-DATA-EDITADA.
           IF (WRK-DATA-TESTE          IS NUMERIC)
               STRING WRK-DATA-TESTE(7:2) '/'
                      WRK-DATA-TESTE(5:2) '/'
                      WRK-DATA-TESTE(1:4)
                      DELIMITED BY SIZE  INTO WRK-DATA-EDITADA
           END-IF.
      *
      *----------------------------------------------------------------*
       2800-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA OBTER A DESCRICAO DO MOTIVO EM WRK-MOTIVO       *
      *----------------------------------------------------------------*
       2850-OBTER-DESC-MOTIVO          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-DESC-MOTIVO.
      *
           PERFORM 2855-COMPARAR-MOTIVO
               VARYING WRK-IDX-MOTIVO FROM 1 BY 1
               UNTIL   WRK-IDX-MOTIVO GREATER THAN 14
                    OR WRK-DESC-MOTIVO NOT EQUAL SPACES.
      *
      *----------------------------------------------------------------*
       2850-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA COMPARAR UM ITEM DA TABELA DE MOTIVOS           *
      *----------------------------------------------------------------*
       2855-COMPARAR-MOTIVO            SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-MOT-CODIGO(WRK-IDX-MOTIVO) EQUAL WRK-MOTIVO)
               MOVE WRK-MOT-DESCRICAO(WRK-IDX-MOTIVO)
                                       TO WRK-DESC-MOTIVO
           END-IF.
      *
      *----------------------------------------------------------------*
       2855-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA VALIDAR A DATA AAAAMMDD DE WRK-DATA-TESTE       *
      *----------------------------------------------------------------*
       2900-VALIDAR-DATA               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-FLAG-DATA-VALIDA.
      *
           IF (WRK-DATA-TESTE          IS NUMERIC)
               IF (WRK-DTT-ANO         GREATER THAN 1600) AND
                  (WRK-DTT-MES         GREATER THAN ZERO) AND
                  (WRK-DTT-MES         LESS THAN 13)      AND
                  (WRK-DTT-DIA         GREATER THAN ZERO) AND
                  (WRK-DTT-DIA         LESS THAN 32)
                   SET WRK-DATA-VALIDA TO TRUE
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
       2900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE FINALIZACAO: REGRAVA O CADASTRO DE PEDIDOS, EMITE *
      *    O RELATORIO POR SITUACAO E DEFINE O RETURN-CODE             *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-PORTSOLI         NOT EQUAL '35')
               CLOSE PORTSOLI
           END-IF.
           IF WRK-PORTEXC-EXISTE
               CLOSE PORTEXC
           END-IF.
           CLOSE  PLANNAC PORTMOVT.
      *
           MOVE WRK-FECHAMENTO         TO WRK-OPERACAO.
           PERFORM 1060-TESTAR-FS-PLANNAC.
           PERFORM 1040-TESTAR-FS-PORTMOVT.
      *
           PERFORM 3050-ATUALIZAR-CADASTRO.
      *
           PERFORM 3300-EMITIR-SITUACAO
               VARYING WRK-IDX-SITUACAO FROM 1 BY 1
               UNTIL   WRK-IDX-SITUACAO GREATER THAN 5.
      *
           CLOSE PORTORRL.
           MOVE WRK-FECHAMENTO         TO WRK-OPERACAO.
           PERFORM 1050-TESTAR-FS-PORTORRL.
      *
           PERFORM 3100-EMITIR-ESTATISTICAS.
      *
           IF (ACU-PED-RECUSADOS       GREATER THAN ZERO) OR
              (ACU-REG-SOLIC-RECUSADAS GREATER THAN ZERO)
               MOVE 4                  TO RETURN-CODE
           ELSE
               MOVE ZERO               TO RETURN-CODE
           END-IF.
      *
           PERFORM 3200-TERMINAR-PROCESSO.
      *
      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR A TABELA DE PEDIDOS NO PORTORDN (SEM OS  *
      *    ENCERRADOS ALEM DA RETENCAO) E COPIA-LO PARA O PORTORD      *
      *----------------------------------------------------------------*
       3050-ATUALIZAR-CADASTRO         SECTION.
      *----------------------------------------------------------------*
      *
           OPEN OUTPUT PORTORDN.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1030-TESTAR-FS-PORTORDN.
      *
           PERFORM 3060-GRAVAR-PEDIDO
               VARYING WRK-IDX-PEDIDO FROM 1 BY 1
               UNTIL   WRK-IDX-PEDIDO GREATER THAN WRK-QTD-PEDIDO.
      *
           CLOSE PORTORDN.
           MOVE WRK-FECHAMENTO         TO WRK-OPERACAO.
           PERFORM 1030-TESTAR-FS-PORTORDN.
      *
           OPEN INPUT  PORTORDN
                OUTPUT PORTORD.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1030-TESTAR-FS-PORTORDN.
           PERFORM 1020-TESTAR-FS-PORTORD.
      *
           PERFORM 3070-COPIAR-CADASTRO-NOVO
               UNTIL WRK-FS-PORTORDN   EQUAL '10'.
      *
           CLOSE PORTORDN PORTORD.
      *
      *----------------------------------------------------------------*
       3050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR UM PEDIDO NO PORTORDN (OU EXPURGA-LO, SE *
      *    ENCERRADO HA MAIS DIAS QUE A RETENCAO)                      *
      *----------------------------------------------------------------*
       3060-GRAVAR-PEDIDO              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-PED-REGISTRO(WRK-IDX-PEDIDO) TO PORTORCP-REGISTRO.
      *
           IF (PORTORCP-EXECUTADO)     OR
              (PORTORCP-CANCELADO)
               MOVE PORTORCP-DATA-SITUACAO TO WRK-DATA-TESTE
               PERFORM 2900-VALIDAR-DATA
               IF WRK-DATA-VALIDA
                   COMPUTE WRK-DIAS-DECORRIDOS = WRK-DIA-PROC -
                       FUNCTION INTEGER-OF-DATE(WRK-DATA-TESTE-N)
                   IF (WRK-DIAS-DECORRIDOS GREATER THAN WRK-RETENCAO)
                       ADD  1          TO ACU-PED-EXPURGADOS
                       GO TO 3060-99-FIM
                   END-IF
               END-IF
           END-IF.
      *
           WRITE FD-REG-PORTORDN       FROM PORTORCP-REGISTRO.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1030-TESTAR-FS-PORTORDN.
           ADD  1                      TO ACU-PED-GRAVADOS.
      *
      *----------------------------------------------------------------*
       3060-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA COPIAR UM REGISTRO DO PORTORDN PARA O PORTORD   *
      *----------------------------------------------------------------*
       3070-COPIAR-CADASTRO-NOVO       SECTION.
      *----------------------------------------------------------------*
      *
           READ PORTORDN.
      *
           IF (WRK-FS-PORTORDN         NOT EQUAL '10')
               MOVE WRK-LEITURA        TO WRK-OPERACAO
               PERFORM 1030-TESTAR-FS-PORTORDN
               MOVE FD-REG-PORTORDN    TO FD-REG-PORTORD
               WRITE FD-REG-PORTORD
               MOVE WRK-GRAVACAO       TO WRK-OPERACAO
               PERFORM 1020-TESTAR-FS-PORTORD
           END-IF.
      *
      *----------------------------------------------------------------*
       3070-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA EMITIR A SECAO DE UMA SITUACAO NO RELATORIO. OS *
      *    PEDIDOS EM ABERTO SAO TODOS LISTADOS; OS EXECUTADOS E       *
      *    CANCELADOS, SO OS ENCERRADOS NO DIA.                        *
      *----------------------------------------------------------------*
       3300-EMITIR-SITUACAO            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZERO                   TO WRK-QTD-SITUACAO.
           MOVE WRK-SIT-DESCRICAO(WRK-IDX-SITUACAO) TO WRK-CBS-SITUACAO.
           IF (WRK-IDX-SITUACAO        GREATER THAN 3)
               MOVE ' (ENCERRADOS NO DIA)' TO WRK-CBS-OBSERVACAO
           ELSE
               MOVE ' (EM ABERTO)'     TO WRK-CBS-OBSERVACAO
           END-IF.
      *
           WRITE FD-REG-PORTORRL       FROM WRK-LINHA-BRANCO.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1050-TESTAR-FS-PORTORRL.
           WRITE FD-REG-PORTORRL       FROM WRK-CAB-SITUACAO.
           PERFORM 1050-TESTAR-FS-PORTORRL.
           WRITE FD-REG-PORTORRL       FROM WRK-CAB-COLUNAS.
           PERFORM 1050-TESTAR-FS-PORTORRL.
      *
           PERFORM 3310-LISTAR-PEDIDO
               VARYING WRK-IDX-PEDIDO FROM 1 BY 1
               UNTIL   WRK-IDX-PEDIDO GREATER THAN WRK-QTD-PEDIDO.
      *
           MOVE WRK-QTD-SITUACAO       TO WRK-TTS-QTD.
           WRITE FD-REG-PORTORRL       FROM WRK-TOT-SITUACAO.
           PERFORM 1050-TESTAR-FS-PORTORRL.
      *
      *----------------------------------------------------------------*
       3300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LISTAR UM PEDIDO DA SITUACAO CORRENTE           *
      *----------------------------------------------------------------*
       3310-LISTAR-PEDIDO              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-PED-REGISTRO(WRK-IDX-PEDIDO) TO PORTORCP-REGISTRO.
      *
           IF (PORTORCP-SITUACAO       NOT EQUAL
                                WRK-SIT-CODIGO(WRK-IDX-SITUACAO))
               GO TO 3310-99-FIM
           END-IF.
           IF (NOT PORTORCP-EM-ABERTO) AND
              (PORTORCP-DATA-SITUACAO  NOT EQUAL WRK-DATA-PROC-X)
               GO TO 3310-99-FIM
           END-IF.
      *
           MOVE PORTORCP-PEDIDO        TO WRK-DPD-PEDIDO.
           MOVE PORTORCP-NUMERO(1:2)   TO WRK-DPD-DDD.
           MOVE PORTORCP-NUMERO(3:5)   TO WRK-DPD-PREFIXO.
           MOVE PORTORCP-NUMERO(8:4)   TO WRK-DPD-MCDU.
           MOVE PORTORCP-EOT-DOADORA   TO WRK-DPD-DOADORA.
           MOVE PORTORCP-EOT-RECEPTORA TO WRK-DPD-RECEPTORA.
           MOVE PORTORCP-EOT-TITULAR   TO WRK-DPD-TITULAR.
           MOVE PORTORCP-DATA-SOLICITACAO TO WRK-DATA-TESTE.
           PERFORM 2800-EDITAR-DATA.
           MOVE WRK-DATA-EDITADA       TO WRK-DPD-DATA-SOLIC.
           MOVE PORTORCP-DATA-AGENDADA TO WRK-DATA-TESTE.
           PERFORM 2800-EDITAR-DATA.
           MOVE WRK-DATA-EDITADA       TO WRK-DPD-DATA-AGENDADA.
           MOVE PORTORCP-DATA-SITUACAO TO WRK-DATA-TESTE.
           PERFORM 2800-EDITAR-DATA.
           MOVE WRK-DATA-EDITADA       TO WRK-DPD-DATA-SITUACAO.
           MOVE PORTORCP-MOTIVO        TO WRK-DPD-MOTIVO
                                          WRK-MOTIVO.
           PERFORM 2850-OBTER-DESC-MOTIVO.
           MOVE WRK-DESC-MOTIVO        TO WRK-DPD-DESC-MOTIVO.
      *
           WRITE FD-REG-PORTORRL       FROM WRK-DET-PEDIDO.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1050-TESTAR-FS-PORTORRL.
           ADD  1                      TO WRK-QTD-SITUACAO.
      *
      *----------------------------------------------------------------*
       3310-99-FIM.                    EXIT.
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
           DISPLAY '* PORTORD1 | I/O | DESC. ARQUIVO | QUANTID.      *'.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '* PORTORD  |  I  | TOTAL REG.    | '
           ACU-REG-PEDIDOS-LIDOS '     *'.
           DISPLAY '* PORTSOLI |  I  | TOTAL REG.    | '
           ACU-REG-SOLIC-LIDAS '     *'.
           DISPLAY '* PORTSOLI |  I  | RECUSADAS     | '
           ACU-REG-SOLIC-RECUSADAS '     *'.
           DISPLAY '* PORTHIST |  I  | TOTAL REG.    | '
           ACU-REG-HISTORICO-LIDOS '     *'.
           DISPLAY '* PORTORD  |  O  | INCLUIDOS     | '
           ACU-PED-INCLUIDOS '     *'.
           DISPLAY '* PORTORD  |  O  | VALIDADOS     | '
           ACU-PED-VALIDADOS '     *'.
           DISPLAY '* PORTORD  |  O  | AGENDADOS     | '
           ACU-PED-AGENDADOS '     *'.
           DISPLAY '* PORTMOVT |  O  | EXECUTADOS    | '
           ACU-PED-EXECUTADOS '     *'.
           DISPLAY '* PORTORD  |  O  | RECUSADOS     | '
           ACU-PED-RECUSADOS '     *'.
           DISPLAY '* PORTORD  |  O  | CANCELADOS    | '
           ACU-PED-CANCELADOS '     *'.
           DISPLAY '* PORTORD  |  O  | EXPURGADOS    | '
           ACU-PED-EXPURGADOS '     *'.
           DISPLAY '* PORTORD  |  O  | TOTAL REG.    | '
           ACU-PED-GRAVADOS '     *'.
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
