      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EDERAGD1.
      *AUTHOR.     EDER GUIMARAES RODRIGUES.
      *================================================================*
      *    PROGRAMA....:  EDERAGD1                                     *
      *    DATA........:  15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:  GERACAO DIARIA DOS DEBITOS DAS ORDENS        *
      *                   PERMANENTES (ALUGUEL, SEGURO, ...): PARA     *
      *                   CADA ORDEM DO EDERAGEN VIGENTE NO MES, COM   *
      *                   DIA DE DEBITO ATINGIDO E AINDA NAO DEBITADA  *
      *                   NO MES, GERA UM LANCAMENTO NO LAYOUT         *
      *                   EDERWCPY (ORIGEM 'P') PARA A PROXIMA CARGA   *
      *                   DO EDER0001. A CONTA PRECISA ESTAR ATIVA NO  *
      *                   EDERMAST E O DEBITO NAO PODE ULTRAPASSAR O   *
      *                   LIMITE DO CHEQUE ESPECIAL, A PARTIR DO       *
      *                   ULTIMO SALDO DE FECHAMENTO DA CONTA NO       *
      *                   EDERLEDG. A ORDEM RECUSADA POR SALDO E       *
      *                   TENTADA DE NOVO NOS DIAS SEGUINTES ATE O     *
      *                   LIMITE DE NOVAS TENTATIVAS E, ESGOTADO ESTE, *
      *                   CANCELADA NO MES. RECUSAS E CANCELAMENTOS    *
      *                   SAEM NO RELATORIO DE EXCECOES (EDERAGEX).    *
      *----------------------------------------------------------------*
      *    ARQUIVOS....:  DDNAME                      BOOK'S           *
      *                  EDERAGEN                    EDERAGCP          *
      *                  EDERMAST                    EDERMSTC          *
      *                  EDERLEDG                    (VIDE FD)         *
      *                  EDERAGST                    (VIDE FD)         *
      *                  EDERAGMV                    EDERWCPY          *
      *                  EDERAGSN                    (VIDE FD)         *
      *                  EDERAGEX                    (VIDE FD)         *
      *                  CALENDAR                    CALENDCP          *
      *                  RUNCTL                      RUNCTLCP          *
      *                  ERRLOG                      ERRLOGCP          *
      *----------------------------------------------------------------*
      *    ARQ DESC....: EDERAGEN - CADASTRO DE ORDENS PERMANENTES     *
      *                  EDERMAST - CADASTRO MESTRE DE CONTAS          *
      *                  EDERLEDG - RAZAO DIARIO ACUMULADO (O ULTIMO   *
      *                             DIA DE CADA CONTA DA O SALDO DE    *
      *                             PARTIDA). SEM O ARQUIVO OS SALDOS  *
      *                             SAO CONSIDERADOS ZERO (AVISO NO    *
      *                             SYSOUT).                           *
      *                  EDERAGST - CONTROLE DAS ORDENS NO MES         *
      *                             (SITUACAO E TENTATIVAS); AUSENTE   *
      *                             NA PRIMEIRA EXECUCAO. AO FINAL E   *
      *                             REGRAVADO SO COM O MES CORRENTE.   *
      *                  EDERAGMV - LANCAMENTOS GERADOS, ENTRADA DA    *
      *                             PROXIMA CARGA DO EDER0001. E       *
      *                             RECRIADO A CADA EXECUCAO; NA       *
      *                             REEXECUCAO DA MESMA DATA OS        *
      *                             DEBITOS JA GERADOS NELA SAO        *
      *                             REEMITIDOS A PARTIR DO EDERAGST.   *
      *                  EDERAGSN - NOVO CONTROLE (ARQUIVO DE          *
      *                             TRABALHO, COPIADO PARA O EDERAGST  *
      *                             AO FINAL)                          *
      *                  EDERAGEX - RELATORIO DE EXCECOES              *
      *                  CALENDAR - CALENDARIO DE DIAS UTEIS. SEM O    *
      *                             ARQUIVO TODO DIA E UTIL (AVISO NO  *
      *                             SYSOUT).                           *
      *                  RUNCTL   - CONTROLE DE EXECUCAO COMPARTILHADO *
      *                  ERRLOG   - LOG DE EXCECAO/ABEND COMPARTILHADO *
      *----------------------------------------------------------------*
      *    PARAMETROS..: EDERAGD1_DATA       - DATA DE PROCESSAMENTO   *
      *                                        AAAAMMDD (PADRAO: DATA  *
      *                                        DO SISTEMA)             *
      *                  EDERAGD1_TENTATIVAS - NOVAS TENTATIVAS APOS A *
      *                                        PRIMEIRA RECUSA POR     *
      *                                        SALDO (PADRAO: 03)      *
      *----------------------------------------------------------------*
      *    MOTIVOS.....: ORDEM INVALIDA (NAO PROCESSADA):              *
      *                  CTA = CONTA NAO NUMERICA OU ZERADA            *
      *                  SEQ = SEQUENCIA NAO NUMERICA                  *
      *                  DIA = DIA DE DEBITO FORA DE 01 A 31           *
      *                  VAL = VALOR NAO NUMERICO OU ZERADO            *
      *                  MES = MES INICIAL/FINAL INVALIDO OU FINAL     *
      *                        ANTERIOR AO INICIAL                     *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES:                                   *
      *    DATA       AUTOR    DESCRICAO                               *
      *    15/10/2026 EGR      VERSAO INICIAL DO GERADOR DE DEBITOS    *
      *                        DAS ORDENS PERMANENTES.                 *
      *    15/10/2026 EGR      INCLUIDO O CALENDARIO DE DIAS UTEIS     *
      *                        (CALENDAR): EM DIA NAO UTIL NENHUM      *
      *                        DEBITO E TENTADO (ORDENS ADIADAS PARA O *
      *                        PROXIMO DIA UTIL) E A ORDEM DO MES      *
      *                        ANTERIOR CUJO VENCIMENTO CAI, NO        *
      *                        PROXIMO DIA UTIL, NO MES CORRENTE E     *
      *                        TENTADA NO CONTROLE DAQUELE MES, QUE    *
      *                        FICA MANTIDO NO EDERAGST ATE LA.        *
      *    15/10/2026 EGR      REEXECUCAO NA MESMA DATA: OS DEBITOS JA *
      *                        GERADOS NA DATA (CONTROLE 'G' COM DATA  *
      *                        DA ULTIMA TENTATIVA IGUAL A DE          *
      *                        PROCESSAMENTO) SAO REEMITIDOS NO        *
      *                        EDERAGMV, QUE E RECRIADO A CADA         *
      *                        EXECUCAO.                               *
      *    15/10/2026 EGR      O CALENDAR SO CARREGA OS DIAS DO ANO DE *
      *                        PROCESSAMENTO - 1 A + 1; DIAS ANTIGOS   *
      *                        NAO ESGOTAM A TABELA.                   *
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
           SELECT EDERAGEN             ASSIGN
           TO DYNAMIC                  WRK-PATH-EDERAGEN
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-EDERAGEN.
      *
           SELECT EDERMAST             ASSIGN
           TO DYNAMIC                  WRK-PATH-EDERMAST
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-EDERMAST.
      *
           SELECT EDERLEDG             ASSIGN
           TO DYNAMIC                  WRK-PATH-EDERLEDG
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-EDERLEDG.
      *
           SELECT EDERAGST             ASSIGN
           TO DYNAMIC                  WRK-PATH-EDERAGST
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-EDERAGST.
      *
           SELECT EDERAGMV             ASSIGN
           TO DYNAMIC                  WRK-PATH-EDERAGMV
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-EDERAGMV.
      *
           SELECT EDERAGSN             ASSIGN
           TO DYNAMIC                  WRK-PATH-EDERAGSN
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-EDERAGSN.
      *
           SELECT EDERAGEX             ASSIGN
           TO DYNAMIC                  WRK-PATH-EDERAGEX
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-EDERAGEX.
      *
           SELECT CALENDAR             ASSIGN
           TO DYNAMIC                  WRK-PATH-CALENDAR
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-CALENDAR.
      *
           SELECT RUNCTL               ASSIGN
           TO DYNAMIC                  WRK-PATH-RUNCTL
           ORGANIZATION IS             LINE SEQUENTIAL
           FILE STATUS                 IS WRK-FS-RUNCTL.
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
      *    ENTRADA......: CADASTRO DE ORDENS PERMANENTES               *
      *----------------------------------------------------------------*
       FD  EDERAGEN
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-EDERAGEN             PIC  X(080).
      *----------------------------------------------------------------*
      *    ENTRADA......: CADASTRO MESTRE DE CONTAS                    *
      *----------------------------------------------------------------*
       FD  EDERMAST
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-EDERMAST             PIC  X(060).
      *----------------------------------------------------------------*
      *    ENTRADA......: RAZAO DIARIO ACUMULADO (MESMO LAYOUT DO      *
      *                   EDERLEDG GRAVADO PELO EDER0001)              *
      *----------------------------------------------------------------*
       FD  EDERLEDG
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-EDERLEDG.
           05  FD-LDG-CONTA            PIC  9(004).
           05  FD-LDG-DATA             PIC  9(008).
           05  FD-LDG-TOT-DEBITO       PIC  9(013)V9(002).
           05  FD-LDG-TOT-CREDITO      PIC  9(013)V9(002).
           05  FD-LDG-SALDO-SINAL      PIC  X(001).
           05  FD-LDG-SALDO            PIC  9(013)V9(002).
      *----------------------------------------------------------------*
      *    ENTRADA......: CONTROLE DAS ORDENS NO MES. SITUACAO 'G' =   *
      *                   DEBITO GERADO, 'P' = PENDENTE (RECUSADA POR  *
      *                   SALDO, EM NOVA TENTATIVA), 'C' = CANCELADA   *
      *                   NO MES                                       *
      *----------------------------------------------------------------*
       FD  EDERAGST
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-EDERAGST.
           05  FD-CTL-CONTA            PIC  9(004).
           05  FD-CTL-SEQUENCIA        PIC  9(002).
           05  FD-CTL-MES              PIC  9(006).
           05  FD-CTL-SITUACAO         PIC  X(001).
           05  FD-CTL-TENTATIVAS       PIC  9(002).
           05  FD-CTL-DATA-ULTIMA      PIC  9(008).
           05  FD-CTL-DIA-DEBITO       PIC  9(002).
           05  FD-CTL-VALOR            PIC  9(009)V9(002).
           05  FD-CTL-DESCRICAO        PIC  X(030).
      *----------------------------------------------------------------*
      *    OUTPUT.....: LANCAMENTOS GERADOS (EDERWCPY)                 *
      *----------------------------------------------------------------*
       FD  EDERAGMV
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-EDERAGMV             PIC  X(038).
      *----------------------------------------------------------------*
      *    CONTROLE......: NOVO CONTROLE DAS ORDENS (TRABALHO)         *
      *----------------------------------------------------------------*
       FD  EDERAGSN
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-EDERAGSN             PIC  X(066).
      *----------------------------------------------------------------*
      *    OUTPUT.....: RELATORIO DE EXCECOES                          *
      *----------------------------------------------------------------*
       FD  EDERAGEX
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-EDERAGEX             PIC  X(110).
      *----------------------------------------------------------------*
      *    ENTRADA......: CALENDARIO DE DIAS UTEIS (CALENDCP)          *
      *----------------------------------------------------------------*
       FD  CALENDAR
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-CALENDAR             PIC  X(040).
      *----------------------------------------------------------------*
      *    OUTPUT.....: CONTROLE DE EXECUCAO COMPARTILHADO (RUNCTLCP)  *
      *----------------------------------------------------------------*
       FD  RUNCTL
           RECORDING MODE IS F
           BLOCK CONTAINS  0 RECORDS.
      *
       01  FD-REG-RUNCTL                PIC  X(080).
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
           '*** EDERAGD1 - INICIO DA AREA DE WORKING ***'.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DE ACUMULADORES ***'.
      *----------------------------------------------------------------*
       01  ACU-ACUMULADORES.
           05  ACU-REG-ORDENS-LIDAS    PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-MESTRE-LIDOS    PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-LEDGER-LIDOS    PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-CONTROLE-LIDOS  PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-GERADOS         PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-RECUSADOS       PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-CANCELADOS      PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-INVALIDAS       PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-EXCECOES        PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-CONTROLE-GRAV   PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-ADIADAS         PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-MES-ANTERIOR    PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-REG-REEMITIDOS      PIC  9(009) COMP-3 VALUE ZEROS.
           05  ACU-VLR-GERADO          PIC  9(013)V99 COMP-3
                                                       VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DA DATA DE PROCESSAMENTO ***'.
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-DATA.
           05  WRK-DATA-PROC           PIC  9(008) VALUE ZEROS.
           05  WRK-DATA-PROC-R         REDEFINES   WRK-DATA-PROC.
               10  WRK-PROC-ANO        PIC  9(004).
               10  WRK-PROC-MES        PIC  9(002).
               10  WRK-PROC-DIA        PIC  9(002).
           05  WRK-DATA-PROC-X         PIC  X(008) VALUE SPACES.
           05  WRK-DATA-PROC-X-R       REDEFINES   WRK-DATA-PROC-X.
               10  WRK-PROC-X-ANO      PIC  9(004).
               10  WRK-PROC-X-MES      PIC  9(002).
               10  WRK-PROC-X-DIA      PIC  9(002).
           05  WRK-DATA-MOVTO          PIC  X(010) VALUE SPACES.
           05  WRK-MES-REF             PIC  9(006) VALUE ZEROS.
           05  WRK-ULT-DIA-MES         PIC  9(002) VALUE ZEROS.
           05  WRK-DIA-VENCTO          PIC  9(002) VALUE ZEROS.
           05  WRK-ANO-QUOC            PIC  9(004) VALUE ZEROS.
           05  WRK-ANO-RESTO           PIC  9(004) VALUE ZEROS.
           05  WRK-MES-AUX             PIC  9(006) VALUE ZEROS.
           05  WRK-MES-AUX-R           REDEFINES   WRK-MES-AUX.
               10  WRK-MES-AUX-ANO     PIC  9(004).
               10  WRK-MES-AUX-MES     PIC  9(002).
           05  WRK-MES-CTL             PIC  9(006) VALUE ZEROS.
           05  WRK-MES-ANT             PIC  9(006) VALUE ZEROS.
           05  WRK-ULT-DIA-MES-ANT     PIC  9(002) VALUE ZEROS.
           05  WRK-DIA-VENCTO-ANT      PIC  9(002) VALUE ZEROS.
           05  WRK-VENCTO-ANT-UTIL     PIC  9(008) VALUE ZEROS.
           05  WRK-DATA-INI-MES        PIC  9(008) VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DO CALENDARIO DE DIAS UTEIS ***'.
      *----------------------------------------------------------------*
       01  WRK-TAB-CALEND.
           05  WRK-QTD-CALEND          PIC  9(004) COMP VALUE ZERO.
           05  WRK-TAB-CALEND-ITEM     OCCURS 4000 TIMES.
               10  WRK-CAL-DATA        PIC  9(008).
               10  WRK-CAL-TIPO        PIC  X(001).
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-CALEND.
           05  WRK-IDX-CALEND          PIC  9(004) COMP VALUE ZERO.
           05  WRK-FLAG-TEM-CALENDAR   PIC  X(001) VALUE SPACES.
               88  WRK-TEM-CALENDAR                VALUE 'S'.
           05  WRK-FLAG-DIA-CALEND     PIC  X(001) VALUE SPACES.
               88  WRK-DIA-NO-CALEND               VALUE 'S'.
           05  WRK-FLAG-FIM-CALEND     PIC  X(001) VALUE SPACES.
               88  WRK-FIM-BUSCA-CALEND            VALUE 'S'.
           05  WRK-FLAG-PROC-NAO-UTIL  PIC  X(001) VALUE SPACES.
               88  WRK-PROC-NAO-UTIL               VALUE 'S'.
           05  WRK-CAL-DATA-PROC       PIC  9(008) VALUE ZEROS.
           05  WRK-CAL-DATA-UTIL       PIC  9(008) VALUE ZEROS.
           05  WRK-CAL-DATA-LIDA       PIC  9(008) VALUE ZEROS.
           05  WRK-CAL-DATA-LIDA-RDF   REDEFINES   WRK-CAL-DATA-LIDA.
               10  WRK-CAL-LIDA-ANO    PIC  9(004).
               10  WRK-CAL-LIDA-MESDIA PIC  9(004).
           05  WRK-CAL-ANO-MIN         PIC  9(004) VALUE ZEROS.
           05  WRK-CAL-ANO-MAX         PIC  9(004) VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DE PARAMETROS ***'.
      *----------------------------------------------------------------*
       01  WRK-PARAMETROS.
           05  WRK-MAX-TENTATIVAS      PIC  9(002) VALUE 03.
           05  WRK-TENTATIVAS-X        PIC  X(002) VALUE SPACES.
           05  WRK-TENTATIVAS-NUM      REDEFINES   WRK-TENTATIVAS-X
                                       PIC  9(002).
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DO MESTRE DE CONTAS (EDERMAST) ***'.
      *----------------------------------------------------------------*
       01  WRK-TAB-CONTA.
           05  WRK-QTD-CONTA           PIC  9(004) COMP VALUE ZERO.
           05  WRK-TAB-CONTA-ITEM      OCCURS 1000 TIMES.
               10  WRK-CTA-CONTA       PIC  9(004).
               10  WRK-CTA-SITUACAO    PIC  X(001).
               10  WRK-CTA-LIMITE      PIC  9(013)V9(002) COMP-3.
               10  WRK-CTA-SALDO       PIC S9(013)V9(002) COMP-3.
               10  WRK-CTA-DATA-SALDO  PIC  9(008).
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-CONTA.
           05  WRK-IDX-CONTA           PIC  9(004) COMP VALUE ZERO.
           05  WRK-POS-CONTA           PIC  9(004) COMP VALUE ZERO.
           05  WRK-FLAG-ACHOU-CONTA    PIC  X(001) VALUE SPACES.
               88  WRK-CONTA-ACHOU                 VALUE 'S'.
           05  WRK-CONTA-PROCURADA     PIC  9(004) VALUE ZEROS.
           05  WRK-SALDO-PROJETADO     PIC S9(013)V9(002) COMP-3
                                                       VALUE ZERO.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DO CONTROLE DAS ORDENS NO MES ***'.
      *----------------------------------------------------------------*
       01  WRK-TAB-CONTROLE.
           05  WRK-QTD-CTL             PIC  9(004) COMP VALUE ZERO.
           05  WRK-TAB-CTL-ITEM        OCCURS 2000 TIMES.
               10  WRK-CTL-CONTA       PIC  9(004).
               10  WRK-CTL-SEQUENCIA   PIC  9(002).
               10  WRK-CTL-MES         PIC  9(006).
               10  WRK-CTL-SITUACAO    PIC  X(001).
                   88  WRK-CTL-GERADA              VALUE 'G'.
                   88  WRK-CTL-PENDENTE            VALUE 'P'.
                   88  WRK-CTL-CANCELADA           VALUE 'C'.
               10  WRK-CTL-TENTATIVAS  PIC  9(002).
               10  WRK-CTL-DATA-ULTIMA PIC  9(008).
               10  WRK-CTL-DIA-DEBITO  PIC  9(002).
               10  WRK-CTL-VALOR       PIC  9(009)V9(002).
               10  WRK-CTL-DESCRICAO   PIC  X(030).
      *----------------------------------------------------------------*
       01  WRK-CONTROLE-ORDEM.
           05  WRK-IDX-CTL             PIC  9(004) COMP VALUE ZERO.
           05  WRK-POS-CTL             PIC  9(004) COMP VALUE ZERO.
           05  WRK-FLAG-ACHOU-CTL      PIC  X(001) VALUE SPACES.
               88  WRK-CTL-ACHOU                   VALUE 'S'.
           05  WRK-FLAG-FIM-ORDEM      PIC  X(001) VALUE SPACES.
               88  WRK-ORDEM-ESGOTADA              VALUE 'S'.
           05  WRK-FLAG-MANTER-CTL     PIC  X(001) VALUE SPACES.
               88  WRK-CTL-MANTER                  VALUE 'S'.
           05  WRK-MOTIVO-REJEICAO     PIC  X(003) VALUE SPACES.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DO RELATORIO DE EXCECOES ***'.
      *----------------------------------------------------------------*
       01  WRK-CAB-EXCECAO-1.
           05  FILLER                  PIC  X(046) VALUE
               'EDERAGD1 - EXCECOES DAS ORDENS PERMANENTES - '.
           05  FILLER                  PIC  X(015) VALUE
               'PROCESSAMENTO: '.
           05  WRK-CAB-DATA            PIC  X(010) VALUE SPACES.
           05  FILLER                  PIC  X(039) VALUE SPACES.
       01  WRK-CAB-EXCECAO-2.
           05  FILLER                  PIC  X(045) VALUE
               'CONTA SQ DESCRICAO                      DIA '.
           05  FILLER                  PIC  X(045) VALUE
               '          VALOR TENT OCORRENCIA'.
           05  FILLER                  PIC  X(020) VALUE SPACES.
       01  WRK-DET-EXCECAO.
           05  WRK-EXC-CONTA           PIC  9(004).
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-EXC-SEQUENCIA       PIC  9(002).
           05  FILLER                  PIC  X(001) VALUE SPACES.
           05  WRK-EXC-DESCRICAO       PIC  X(030).
           05  FILLER                  PIC  X(002) VALUE SPACES.
           05  WRK-EXC-DIA             PIC  9(002).
           05  FILLER                  PIC  X(001) VALUE SPACES.
           05  WRK-EXC-VALOR           PIC  ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC  X(003) VALUE SPACES.
           05  WRK-EXC-TENTATIVAS      PIC  Z9.
           05  FILLER                  PIC  X(001) VALUE SPACES.
           05  WRK-EXC-OCORRENCIA      PIC  X(045).
       01  WRK-LINHA-EXCECAO           PIC  X(110) VALUE SPACES.
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
           05  WRK-PROGRAMA            PIC  X(008) VALUE 'EDERAGD1'.
           05  WRK-FS-EDERAGEN         PIC  X(002) VALUE SPACES.
           05  WRK-FS-EDERMAST         PIC  X(002) VALUE SPACES.
           05  WRK-FS-EDERLEDG         PIC  X(002) VALUE SPACES.
           05  WRK-FS-EDERAGST         PIC  X(002) VALUE SPACES.
           05  WRK-FS-EDERAGMV         PIC  X(002) VALUE SPACES.
           05  WRK-FS-EDERAGSN         PIC  X(002) VALUE SPACES.
           05  WRK-FS-EDERAGEX         PIC  X(002) VALUE SPACES.
           05  WRK-FS-CALENDAR         PIC  X(002) VALUE SPACES.
           05  WRK-FS-RUNCTL           PIC  X(002) VALUE SPACES.
           05  WRK-FS-ERRLOG           PIC  X(002) VALUE SPACES.
           05  WRK-RUN-ARQUIVO         PIC  X(008) VALUE SPACES.
           05  WRK-RUN-QTD             PIC  9(009) VALUE ZEROS.
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
           05  WRK-PATH-EDERAGEN       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\EDERAGEN.dat'.
           05  WRK-PATH-EDERMAST       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\EDERMAST.dat'.
           05  WRK-PATH-EDERLEDG       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\EDERLEDG.dat'.
           05  WRK-PATH-EDERAGST       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\EDERAGST.dat'.
           05  WRK-PATH-EDERAGMV       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\EDERAGMV.dat'.
           05  WRK-PATH-EDERAGSN       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\EDERAGSN.dat'.
           05  WRK-PATH-EDERAGEX       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\EDERAGEX.dat'.
           05  WRK-PATH-CALENDAR       PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\CALENDAR.dat'.
           05  WRK-PATH-RUNCTL         PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\RUNCTL.dat'.
           05  WRK-PATH-ERRLOG         PIC  X(100) VALUE
               '\home\ederrodrigues\Documentos\ERRLOG.dat'.
           05  WRK-ENV-VALOR           PIC  X(100) VALUE SPACES.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA PARA O BOOK DAS ORDENS (EDERAGEN) ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-EDERAGEN.
           COPY EDERAGCP.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA PARA O BOOK DO MESTRE (EDERMAST) ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-EDERMST.
           COPY EDERMSTC.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA PARA O BOOK DOS LANCAMENTOS ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-EDERWCPY.
           COPY EDERWCPY.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA PARA O BOOK DO CALENDARIO ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-CALEND.
           COPY CALENDCP.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DO CONTROLE DE EXECUCAO (RUNCTL) ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-RUNCTL.
           COPY RUNCTLCP.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** AREA DO LOG DE EXCECAO/ABEND (ERRLOG) ***'.
      *----------------------------------------------------------------*
       01  WRK-AREA-ERRLOG.
           COPY ERRLOGCP.
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050) VALUE
           '*** EDERAGD1 - FIM DA AREA DE WORKING ***'.
      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
      *
      *----------------------------------------------------------------*
       0000-INICIAR                    SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1000-INICIALIZAR.
           PERFORM 1500-LER-ORDEM.
           PERFORM 2000-PROCESSAR
               UNTIL WRK-ORDEM-ESGOTADA.
           PERFORM 3000-FINALIZAR.
      *
      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE INICIALIZACAO DO PROGRAMA                         *
      *----------------------------------------------------------------*
       1000-INICIALIZAR                SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1005-OBTER-CAMINHOS.
           PERFORM 1008-OBTER-PARAMETROS.
           PERFORM 8000-GRAVAR-RUNCTL-INICIO.
      *
           PERFORM 1100-CARREGAR-CONTAS.
           PERFORM 1200-CARREGAR-SALDOS.
           PERFORM 1300-CARREGAR-CONTROLE.
           PERFORM 1400-CARREGAR-CALENDAR.
           PERFORM 1450-VERIFICAR-DIA-PROC.
      *
           OPEN INPUT EDERAGEN.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1010-TESTAR-FS-EDERAGEN.
      *
           OPEN OUTPUT EDERAGMV EDERAGEX.
           PERFORM 1040-TESTAR-FS-EDERAGMV.
           PERFORM 1060-TESTAR-FS-EDERAGEX.
      *
           PERFORM 1460-REEMITIR-GERADO
               VARYING WRK-IDX-CTL     FROM 1 BY 1
               UNTIL   WRK-IDX-CTL   GREATER THAN WRK-QTD-CTL.
      *
           MOVE WRK-DATA-MOVTO         TO WRK-CAB-DATA.
           WRITE FD-REG-EDERAGEX       FROM WRK-CAB-EXCECAO-1.
           PERFORM 1060-TESTAR-FS-EDERAGEX.
           MOVE SPACES                 TO WRK-LINHA-EXCECAO.
           WRITE FD-REG-EDERAGEX       FROM WRK-LINHA-EXCECAO.
           PERFORM 1060-TESTAR-FS-EDERAGEX.
           WRITE FD-REG-EDERAGEX       FROM WRK-CAB-EXCECAO-2.
           PERFORM 1060-TESTAR-FS-EDERAGEX.
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
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'EDERAGEN_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-EDERAGEN
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'EDERMAST_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-EDERMAST
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'EDERLEDG_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-EDERLEDG
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'EDERAGST_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-EDERAGST
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'EDERAGMV_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-EDERAGMV
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'EDERAGSN_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-EDERAGSN
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'EDERAGEX_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-EDERAGEX
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'CALENDAR_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-CALENDAR
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'RUNCTL_PATH'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR      TO WRK-PATH-RUNCTL
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
      *    ROTINA PARA OBTER A DATA DE PROCESSAMENTO E O LIMITE DE     *
      *    NOVAS TENTATIVAS (VARIAVEIS DE AMBIENTE; VALOR INVALIDO OU  *
      *    OMITIDO MANTEM O PADRAO)                                    *
      *----------------------------------------------------------------*
       1008-OBTER-PARAMETROS           SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WRK-DATA-PROC        FROM DATE YYYYMMDD.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT 'EDERAGD1_DATA'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR(1:8) TO WRK-DATA-PROC-X
               IF (WRK-DATA-PROC-X     IS NUMERIC)
                   IF (WRK-PROC-X-MES  GREATER THAN ZERO)     AND
                      (WRK-PROC-X-MES  NOT GREATER THAN 12)   AND
                      (WRK-PROC-X-DIA  GREATER THAN ZERO)     AND
                      (WRK-PROC-X-DIA  NOT GREATER THAN 31)
                       MOVE WRK-DATA-PROC-X TO WRK-DATA-PROC
                   END-IF
               END-IF
           END-IF.
      *
           MOVE SPACES                 TO WRK-ENV-VALOR.
           ACCEPT WRK-ENV-VALOR        FROM ENVIRONMENT
                                           'EDERAGD1_TENTATIVAS'.
           IF (WRK-ENV-VALOR           NOT EQUAL SPACES)
               MOVE WRK-ENV-VALOR(1:2) TO WRK-TENTATIVAS-X
               IF (WRK-TENTATIVAS-X    IS NUMERIC)
                   MOVE WRK-TENTATIVAS-NUM TO WRK-MAX-TENTATIVAS
               END-IF
           END-IF.
      *
           IF (WRK-PROC-MES            EQUAL 1)
               COMPUTE WRK-MES-ANT = (WRK-PROC-ANO - 1) * 100 + 12
           ELSE
               COMPUTE WRK-MES-ANT = WRK-PROC-ANO * 100
                                   + WRK-PROC-MES - 1
           END-IF.
           MOVE WRK-MES-ANT            TO WRK-MES-AUX.
           PERFORM 1009-CALCULAR-ULT-DIA-MES.
           MOVE WRK-ULT-DIA-MES        TO WRK-ULT-DIA-MES-ANT.
      *
           COMPUTE WRK-MES-REF = WRK-PROC-ANO * 100 + WRK-PROC-MES.
           COMPUTE WRK-DATA-INI-MES = WRK-MES-REF * 100 + 1.
           MOVE WRK-MES-REF            TO WRK-MES-AUX.
           PERFORM 1009-CALCULAR-ULT-DIA-MES.
      *
           MOVE SPACES                 TO WRK-DATA-MOVTO.
           STRING WRK-PROC-ANO '-' WRK-PROC-MES '-' WRK-PROC-DIA
                  DELIMITED BY SIZE  INTO WRK-DATA-MOVTO.
      *
           DISPLAY '*** ' WRK-PROGRAMA ': PROCESSAMENTO DE '
                   WRK-DATA-MOVTO ' - NOVAS TENTATIVAS: '
                   WRK-MAX-TENTATIVAS ' ***'.
      *
      *----------------------------------------------------------------*
       1008-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CALCULAR O ULTIMO DIA DO MES EM WRK-MES-AUX     *
      *    (DIA DE DEBITO ALEM DO FIM DO MES VENCE NO ULTIMO DIA)      *
      *----------------------------------------------------------------*
       1009-CALCULAR-ULT-DIA-MES       SECTION.
      *----------------------------------------------------------------*
      *
           EVALUATE WRK-MES-AUX-MES
               WHEN 1
               WHEN 3
               WHEN 5
               WHEN 7
               WHEN 8
               WHEN 10
               WHEN 12
                   MOVE 31             TO WRK-ULT-DIA-MES
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30             TO WRK-ULT-DIA-MES
               WHEN OTHER
                   MOVE 28             TO WRK-ULT-DIA-MES
                   DIVIDE WRK-MES-AUX-ANO BY 4
                       GIVING WRK-ANO-QUOC
                       REMAINDER WRK-ANO-RESTO
                   IF (WRK-ANO-RESTO   EQUAL ZERO)
                       MOVE 29         TO WRK-ULT-DIA-MES
                       DIVIDE WRK-MES-AUX-ANO BY 100
                           GIVING WRK-ANO-QUOC
                           REMAINDER WRK-ANO-RESTO
                       IF (WRK-ANO-RESTO EQUAL ZERO)
                           MOVE 28     TO WRK-ULT-DIA-MES
                           DIVIDE WRK-MES-AUX-ANO BY 400
                               GIVING WRK-ANO-QUOC
                               REMAINDER WRK-ANO-RESTO
                           IF (WRK-ANO-RESTO EQUAL ZERO)
                               MOVE 29 TO WRK-ULT-DIA-MES
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.
      *
      *----------------------------------------------------------------*
       1009-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO EDERAGEN          *
      *----------------------------------------------------------------*
       1010-TESTAR-FS-EDERAGEN         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-EDERAGEN         NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              EDERAGEN              *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-EDERAGEN
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'EDERAGEN'         TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-EDERAGEN    TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO EDERMAST          *
      *----------------------------------------------------------------*
       1020-TESTAR-FS-EDERMAST         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-EDERMAST         NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              EDERMAST              *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-EDERMAST
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'EDERMAST'         TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-EDERMAST    TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1020-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO EDERLEDG. O FS    *
      *    '35' (ARQUIVO INEXISTENTE) E TOLERADO: SALDOS ZERO.         *
      *----------------------------------------------------------------*
       1030-TESTAR-FS-EDERLEDG         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-EDERLEDG         NOT EQUAL '00') AND
              (WRK-FS-EDERLEDG         NOT EQUAL '35')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              EDERLEDG              *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-EDERLEDG
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'EDERLEDG'         TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-EDERLEDG    TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1030-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO EDERAGMV          *
      *----------------------------------------------------------------*
       1040-TESTAR-FS-EDERAGMV         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-EDERAGMV         NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              EDERAGMV              *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-EDERAGMV
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'EDERAGMV'         TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-EDERAGMV    TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1040-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO EDERAGST. O FS    *
      *    '35' (ARQUIVO INEXISTENTE) E TOLERADO NA LEITURA: PRIMEIRA  *
      *    EXECUCAO, SEM CONTROLE ANTERIOR.                            *
      *----------------------------------------------------------------*
       1050-TESTAR-FS-EDERAGST         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-EDERAGST         NOT EQUAL '00') AND
              (WRK-FS-EDERAGST         NOT EQUAL '35')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              EDERAGST              *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-EDERAGST
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'EDERAGST'         TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-EDERAGST    TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO EDERAGEX          *
      *----------------------------------------------------------------*
       1060-TESTAR-FS-EDERAGEX         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-EDERAGEX         NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              EDERAGEX              *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-EDERAGEX
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'EDERAGEX'         TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-EDERAGEX    TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1060-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO EDERAGSN          *
      *----------------------------------------------------------------*
       1070-TESTAR-FS-EDERAGSN         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-EDERAGSN         NOT EQUAL '00')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              EDERAGSN              *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-EDERAGSN
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'EDERAGSN'         TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-EDERAGSN    TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1070-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CARREGAR EM MEMORIA O CADASTRO MESTRE DE        *
      *    CONTAS (SITUACAO E LIMITE DO CHEQUE ESPECIAL)               *
      *----------------------------------------------------------------*
       1100-CARREGAR-CONTAS            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZERO                   TO WRK-QTD-CONTA.
      *
           OPEN INPUT EDERMAST.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1020-TESTAR-FS-EDERMAST.
      *
           PERFORM 1110-LER-CONTA
               UNTIL WRK-FS-EDERMAST   EQUAL '10'.
      *
           CLOSE EDERMAST.
      *
      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UM REGISTRO DO EDERMAST E CARREGAR NA       *
      *    TABELA, COM SALDO ZERO ATE A LEITURA DO EDERLEDG            *
      *----------------------------------------------------------------*
       1110-LER-CONTA                  SECTION.
      *----------------------------------------------------------------*
      *
           READ EDERMAST               INTO WRK-AREA-EDERMST.
      *
           IF (WRK-FS-EDERMAST         EQUAL '10')
               GO TO 1110-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1020-TESTAR-FS-EDERMAST.
           ADD  1                      TO ACU-REG-MESTRE-LIDOS.
      *
           IF (WRK-QTD-CONTA           NOT LESS THAN 1000)
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*  TABELA DO MESTRE EDERMAST CHEIA   *'
               DISPLAY '*  LIMITE DE 1000 CONTAS EXCEDIDO    *'
               DISPLAY '*  PROCESSAMENTO ABORTADO            *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 16                 TO RETURN-CODE
               SET WRK-ABENDAR         TO TRUE
               GOBACK
           END-IF.
      *
           ADD  1                      TO WRK-QTD-CONTA.
           MOVE EDERMSTC-CONTA         TO WRK-CTA-CONTA(WRK-QTD-CONTA).
           MOVE EDERMSTC-SITUACAO      TO
                                   WRK-CTA-SITUACAO(WRK-QTD-CONTA).
           MOVE EDERMSTC-LIMITE        TO WRK-CTA-LIMITE(WRK-QTD-CONTA).
           MOVE ZERO                   TO WRK-CTA-SALDO(WRK-QTD-CONTA)
                                  WRK-CTA-DATA-SALDO(WRK-QTD-CONTA).
      *
      *----------------------------------------------------------------*
       1110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA PROCURAR UMA CONTA NA TABELA DO MESTRE DE       *
      *    CONTAS                                                      *
      *----------------------------------------------------------------*
       1150-PROCURAR-CONTA             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-FLAG-ACHOU-CONTA.
           MOVE ZERO                   TO WRK-POS-CONTA.
      *
           PERFORM 1155-COMPARAR-CONTA
               VARYING WRK-IDX-CONTA   FROM 1 BY 1
               UNTIL   WRK-IDX-CONTA GREATER THAN WRK-QTD-CONTA
                    OR WRK-CONTA-ACHOU.
      *
      *----------------------------------------------------------------*
       1150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA COMPARAR UM ITEM DA TABELA DE CONTAS COM A      *
      *    CONTA PROCURADA                                             *
      *----------------------------------------------------------------*
       1155-COMPARAR-CONTA             SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-CTA-CONTA(WRK-IDX-CONTA) EQUAL WRK-CONTA-PROCURADA)
               SET WRK-CONTA-ACHOU     TO TRUE
               MOVE WRK-IDX-CONTA      TO WRK-POS-CONTA
           END-IF.
      *
      *----------------------------------------------------------------*
       1155-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA OBTER DO RAZAO ACUMULADO O SALDO DO ULTIMO DIA  *
      *    FECHADO DE CADA CONTA DO MESTRE                             *
      *----------------------------------------------------------------*
       1200-CARREGAR-SALDOS            SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT EDERLEDG.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1030-TESTAR-FS-EDERLEDG.
      *
           IF (WRK-FS-EDERLEDG         EQUAL '35')
               DISPLAY '*** ' WRK-PROGRAMA ': EDERLEDG AUSENTE - '
                       'SALDOS CONSIDERADOS ZERO ***'
               GO TO 1200-99-FIM
           END-IF.
      *
           PERFORM 1210-LER-LEDGER
               UNTIL WRK-FS-EDERLEDG   EQUAL '10'.
      *
           CLOSE EDERLEDG.
      *
      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UM DIA DO RAZAO E GUARDAR O SALDO NA CONTA  *
      *    QUANDO FOR O DIA MAIS RECENTE JA LIDO DELA                  *
      *----------------------------------------------------------------*
       1210-LER-LEDGER                 SECTION.
      *----------------------------------------------------------------*
      *
           READ EDERLEDG.
      *
           IF (WRK-FS-EDERLEDG         EQUAL '10')
               GO TO 1210-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1030-TESTAR-FS-EDERLEDG.
           ADD  1                      TO ACU-REG-LEDGER-LIDOS.
      *
           MOVE FD-LDG-CONTA           TO WRK-CONTA-PROCURADA.
           PERFORM 1150-PROCURAR-CONTA.
      *
           IF NOT WRK-CONTA-ACHOU
               GO TO 1210-99-FIM
           END-IF.
      *
           IF (FD-LDG-DATA             LESS THAN
                               WRK-CTA-DATA-SALDO(WRK-POS-CONTA))
               GO TO 1210-99-FIM
           END-IF.
      *
           MOVE FD-LDG-DATA            TO
                               WRK-CTA-DATA-SALDO(WRK-POS-CONTA).
           IF (FD-LDG-SALDO-SINAL      EQUAL '-')
               COMPUTE WRK-CTA-SALDO(WRK-POS-CONTA) =
                       ZERO - FD-LDG-SALDO
           ELSE
               MOVE FD-LDG-SALDO       TO WRK-CTA-SALDO(WRK-POS-CONTA)
           END-IF.
      *
      *----------------------------------------------------------------*
       1210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CARREGAR EM MEMORIA O CONTROLE DAS ORDENS       *
      *    (EDERAGST). SEM O ARQUIVO A TABELA COMECA VAZIA.            *
      *----------------------------------------------------------------*
       1300-CARREGAR-CONTROLE          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZERO                   TO WRK-QTD-CTL.
      *
           OPEN INPUT EDERAGST.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1050-TESTAR-FS-EDERAGST.
      *
           IF (WRK-FS-EDERAGST         EQUAL '35')
               GO TO 1300-99-FIM
           END-IF.
      *
           PERFORM 1310-LER-CONTROLE
               UNTIL WRK-FS-EDERAGST   EQUAL '10'.
      *
           CLOSE EDERAGST.
      *
      *----------------------------------------------------------------*
       1300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UM REGISTRO DO CONTROLE E CARREGAR NA       *
      *    TABELA                                                      *
      *----------------------------------------------------------------*
       1310-LER-CONTROLE               SECTION.
      *----------------------------------------------------------------*
      *
           READ EDERAGST.
      *
           IF (WRK-FS-EDERAGST         EQUAL '10')
               GO TO 1310-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1050-TESTAR-FS-EDERAGST.
           ADD  1                      TO ACU-REG-CONTROLE-LIDOS.
      *
           PERFORM 1320-VERIFICAR-TABELA-CHEIA.
      *
           ADD  1                      TO WRK-QTD-CTL.
           MOVE FD-CTL-CONTA           TO WRK-CTL-CONTA(WRK-QTD-CTL).
           MOVE FD-CTL-SEQUENCIA       TO
                                   WRK-CTL-SEQUENCIA(WRK-QTD-CTL).
           MOVE FD-CTL-MES             TO WRK-CTL-MES(WRK-QTD-CTL).
           MOVE FD-CTL-SITUACAO        TO WRK-CTL-SITUACAO(WRK-QTD-CTL).
           MOVE FD-CTL-TENTATIVAS      TO
                                   WRK-CTL-TENTATIVAS(WRK-QTD-CTL).
           MOVE FD-CTL-DATA-ULTIMA     TO
                                   WRK-CTL-DATA-ULTIMA(WRK-QTD-CTL).
           MOVE FD-CTL-DIA-DEBITO      TO
                                   WRK-CTL-DIA-DEBITO(WRK-QTD-CTL).
           MOVE FD-CTL-VALOR           TO WRK-CTL-VALOR(WRK-QTD-CTL).
           MOVE FD-CTL-DESCRICAO       TO
                                   WRK-CTL-DESCRICAO(WRK-QTD-CTL).
      *
      *----------------------------------------------------------------*
       1310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA ABORTAR QUANDO A TABELA DE CONTROLE ESTA CHEIA  *
      *----------------------------------------------------------------*
       1320-VERIFICAR-TABELA-CHEIA     SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-QTD-CTL             NOT LESS THAN 2000)
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*  TABELA DE CONTROLE DAS ORDENS     *'
               DISPLAY '*  CHEIA - LIMITE DE 2000 ORDENS     *'
               DISPLAY '*  NO MES - PROCESSAMENTO ABORTADO   *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 16                 TO RETURN-CODE
               SET WRK-ABENDAR         TO TRUE
               GOBACK
           END-IF.
      *
      *----------------------------------------------------------------*
       1320-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CARREGAR OS DIAS DO CALENDARIO (REGISTROS       *
      *    NACIONAIS) NA TABELA. OS FERIADOS LOCAIS NAO SE APLICAM A   *
      *    CONTA, QUE NAO TEM UF. SEM O CALENDAR TODO DIA E UTIL. SO   *
      *    SAO CARREGADOS OS DIAS DO ANO DE PROCESSAMENTO - 1 A + 1.   *
      *----------------------------------------------------------------*
       1400-CARREGAR-CALENDAR          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZERO                   TO WRK-QTD-CALEND.
           COMPUTE WRK-CAL-ANO-MIN     = WRK-PROC-ANO - 1.
           COMPUTE WRK-CAL-ANO-MAX     = WRK-PROC-ANO + 1.
      *
           OPEN INPUT CALENDAR.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
      *
           IF (WRK-FS-CALENDAR         EQUAL '35')
               DISPLAY '*** ' WRK-PROGRAMA ': CALENDAR AUSENTE - '
                       'VENCIMENTOS SEM AJUSTE DE DIA UTIL ***'
               GO TO 1400-99-FIM
           END-IF.
      *
           PERFORM 1410-TESTAR-FS-CALENDAR.
           SET WRK-TEM-CALENDAR        TO TRUE.
      *
           PERFORM 1420-LER-CALENDAR
               UNTIL WRK-FS-CALENDAR   EQUAL '10'.
      *
           CLOSE CALENDAR.
      *
      *----------------------------------------------------------------*
       1400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TESTE DE FILE-STATUS DO ARQUIVO CALENDAR. O FS    *
      *    '35' (ARQUIVO INEXISTENTE) E TOLERADO.                      *
      *----------------------------------------------------------------*
       1410-TESTAR-FS-CALENDAR         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-FS-CALENDAR         NOT EQUAL '00') AND
              (WRK-FS-CALENDAR         NOT EQUAL '35')
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*      ERRO ' WRK-OPERACAO ' O ARQUIVO      *'
               DISPLAY '*              CALENDAR              *'
               DISPLAY '*          FILE STATUS = ' WRK-FS-CALENDAR
                                                 '          *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 'CALENDAR'         TO WRK-ERRLOG-ARQUIVO
               MOVE WRK-FS-CALENDAR    TO WRK-ERRLOG-FS
               PERFORM 9000-PROCESSAR-TIPO-ERRO
           END-IF.
      *
      *----------------------------------------------------------------*
       1410-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UM REGISTRO DO CALENDAR E CARREGAR NA       *
      *    TABELA OS REGISTROS NACIONAIS DENTRO DA FAIXA DE ANOS       *
      *----------------------------------------------------------------*
       1420-LER-CALENDAR               SECTION.
      *----------------------------------------------------------------*
      *
           READ CALENDAR               INTO WRK-AREA-CALEND.
      *
           IF (WRK-FS-CALENDAR         EQUAL '10')
               GO TO 1420-99-FIM
           END-IF.
      *
           MOVE WRK-LEITURA            TO WRK-OPERACAO.
           PERFORM 1410-TESTAR-FS-CALENDAR.
      *
           IF CALENDCP-FERIADO-LOCAL
               GO TO 1420-99-FIM
           END-IF.
      *
           MOVE CALENDCP-DATA          TO WRK-CAL-DATA-LIDA.
      *
           IF (WRK-CAL-LIDA-ANO        LESS THAN WRK-CAL-ANO-MIN) OR
              (WRK-CAL-LIDA-ANO        GREATER THAN WRK-CAL-ANO-MAX)
               GO TO 1420-99-FIM
           END-IF.
      *
           IF (WRK-QTD-CALEND          NOT LESS THAN 4000)
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               DISPLAY '*  TABELA DO CALENDARIO CHEIA        *'
               DISPLAY '*  LIMITE DE 4000 DIAS EXCEDIDO      *'
               DISPLAY '*  PROCESSAMENTO ABORTADO            *'
               DISPLAY '************** ' WRK-PROGRAMA ' **************'
               MOVE 16                 TO RETURN-CODE
               SET WRK-ABENDAR         TO TRUE
               GOBACK
           END-IF.
      *
           ADD  1                      TO WRK-QTD-CALEND.
           MOVE CALENDCP-DATA          TO WRK-CAL-DATA(WRK-QTD-CALEND).
           MOVE CALENDCP-TIPO-DIA      TO WRK-CAL-TIPO(WRK-QTD-CALEND).
      *
      *----------------------------------------------------------------*
       1420-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA OBTER O DIA UTIL (AAAAMMDD) DA DATA EM          *
      *    WRK-CAL-DATA-PROC: A PROPRIA DATA SE FOR UTIL, SENAO O      *
      *    PROXIMO DIA UTIL DO CALENDARIO. DATA FORA DO CALENDARIO     *
      *    FICA INALTERADA.                                            *
      *----------------------------------------------------------------*
       1430-OBTER-DIA-UTIL             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-CAL-DATA-PROC      TO WRK-CAL-DATA-UTIL.
      *
           IF NOT WRK-TEM-CALENDAR
               GO TO 1430-99-FIM
           END-IF.
      *
           MOVE SPACES                 TO WRK-FLAG-DIA-CALEND
                                          WRK-FLAG-FIM-CALEND.
      *
           PERFORM 1435-PROCURAR-DIA-UTIL
               VARYING WRK-IDX-CALEND  FROM 1 BY 1
               UNTIL   WRK-IDX-CALEND GREATER THAN WRK-QTD-CALEND
                    OR WRK-FIM-BUSCA-CALEND.
      *
      *----------------------------------------------------------------*
       1430-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CONFERIR UM DIA DA TABELA DO CALENDARIO A       *
      *    PARTIR DA DATA PROCURADA, ATE O PRIMEIRO DIA UTIL           *
      *----------------------------------------------------------------*
       1435-PROCURAR-DIA-UTIL          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-CAL-DATA(WRK-IDX-CALEND) LESS THAN WRK-CAL-DATA-PROC)
               GO TO 1435-99-FIM
           END-IF.
      *
           IF (WRK-CAL-DATA(WRK-IDX-CALEND) GREATER THAN
                                       WRK-CAL-DATA-PROC) AND
              (NOT WRK-DIA-NO-CALEND)
               SET WRK-FIM-BUSCA-CALEND TO TRUE
               GO TO 1435-99-FIM
           END-IF.
      *
           SET WRK-DIA-NO-CALEND       TO TRUE.
      *
           IF (WRK-CAL-TIPO(WRK-IDX-CALEND) EQUAL 'U')
               MOVE WRK-CAL-DATA(WRK-IDX-CALEND) TO WRK-CAL-DATA-UTIL
               SET WRK-FIM-BUSCA-CALEND TO TRUE
           END-IF.
      *
      *----------------------------------------------------------------*
       1435-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA VERIFICAR SE A DATA DE PROCESSAMENTO E DIA      *
      *    UTIL. EM FIM DE SEMANA OU FERIADO NACIONAL NENHUM DEBITO E  *
      *    TENTADO NO DIA: AS ORDENS VENCIDAS FICAM PARA O PROXIMO     *
      *    DIA UTIL.                                                   *
      *----------------------------------------------------------------*
       1450-VERIFICAR-DIA-PROC         SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-DATA-PROC          TO WRK-CAL-DATA-PROC.
           PERFORM 1430-OBTER-DIA-UTIL.
      *
           IF (WRK-CAL-DATA-UTIL       NOT EQUAL WRK-DATA-PROC)
               SET WRK-PROC-NAO-UTIL   TO TRUE
               DISPLAY '*** ' WRK-PROGRAMA ': ' WRK-DATA-MOVTO
                       ' NAO E DIA UTIL - DEBITOS ADIADOS PARA '
                       WRK-CAL-DATA-UTIL ' ***'
           END-IF.
      *
      *----------------------------------------------------------------*
       1450-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA REEMITIR NO EDERAGMV O DEBITO JA GERADO NA DATA *
      *    DE PROCESSAMENTO (REEXECUCAO NA MESMA DATA, COM O EDERAGMV  *
      *    RECRIADO). O VALOR E ABATIDO DO SALDO DA CONTA, COMO NA     *
      *    GERACAO (2300).                                             *
      *----------------------------------------------------------------*
       1460-REEMITIR-GERADO            SECTION.
      *----------------------------------------------------------------*
      *
           IF (NOT WRK-CTL-GERADA(WRK-IDX-CTL)) OR
              (WRK-CTL-DATA-ULTIMA(WRK-IDX-CTL)
                                       NOT EQUAL WRK-DATA-PROC)
               GO TO 1460-99-FIM
           END-IF.
      *
           MOVE SPACES                 TO EDERWCPY-REGISTRO.
           MOVE WRK-DATA-MOVTO         TO EDERWCPY-E-DATA-MOVIMENTACAO.
           MOVE 'D'                    TO EDERWCPY-E-TIPO-MOVIMENTACAO.
           MOVE WRK-CTL-VALOR(WRK-IDX-CTL)
                                       TO EDERWCPY-E-VALOR-MOVIMENTACAO.
           MOVE WRK-CTL-CONTA(WRK-IDX-CTL) TO EDERWCPY-E-CONTA.
           MOVE 'P'                    TO EDERWCPY-E-ORIGEM.
      *
           WRITE FD-REG-EDERAGMV       FROM EDERWCPY-REGISTRO.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1040-TESTAR-FS-EDERAGMV.
      *
           MOVE WRK-CTL-CONTA(WRK-IDX-CTL) TO WRK-CONTA-PROCURADA.
           PERFORM 1150-PROCURAR-CONTA.
           IF WRK-CONTA-ACHOU
               SUBTRACT WRK-CTL-VALOR(WRK-IDX-CTL) FROM
                                   WRK-CTA-SALDO(WRK-POS-CONTA)
           END-IF.
      *
           ADD  1                      TO ACU-REG-REEMITIDOS.
           ADD  WRK-CTL-VALOR(WRK-IDX-CTL) TO ACU-VLR-GERADO.
      *
      *----------------------------------------------------------------*
       1460-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER A PROXIMA ORDEM DO EDERAGEN                 *
      *----------------------------------------------------------------*
       1500-LER-ORDEM                  SECTION.
      *----------------------------------------------------------------*
      *
           READ EDERAGEN               INTO WRK-AREA-EDERAGEN.
      *
           IF (WRK-FS-EDERAGEN         EQUAL '10')
               SET WRK-ORDEM-ESGOTADA  TO TRUE
           ELSE
               MOVE WRK-LEITURA        TO WRK-OPERACAO
               PERFORM 1010-TESTAR-FS-EDERAGEN
               ADD  1                  TO ACU-REG-ORDENS-LIDAS
           END-IF.
      *
      *----------------------------------------------------------------*
       1500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE PROCESSOS                                         *
      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2050-TRATAR-ORDEM.
           PERFORM 1500-LER-ORDEM.
      *
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA TRATAR UMA ORDEM: PRIMEIRO O VENCIMENTO DO MES  *
      *    ANTERIOR ADIADO PARA O MES CORRENTE; DEPOIS O MES CORRENTE: *
      *    ORDEM FORA DA VIGENCIA, COM DIA DE DEBITO AINDA NAO         *
      *    ATINGIDO, JA DEBITADA OU CANCELADA NO MES, OU JA TENTADA    *
      *    HOJE, E IGNORADA; EM DIA NAO UTIL E ADIADA. AS DEMAIS SAO   *
      *    TENTADAS (2060).                                            *
      *----------------------------------------------------------------*
       2050-TRATAR-ORDEM               SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2100-VALIDAR-ORDEM.
      *
           IF (WRK-MOTIVO-REJEICAO     NOT EQUAL SPACES)
               ADD  1                  TO ACU-REG-INVALIDAS
               MOVE ZERO               TO WRK-EXC-TENTATIVAS
               MOVE SPACES             TO WRK-EXC-OCORRENCIA
               STRING 'ORDEM INVALIDA - MOTIVO ' WRK-MOTIVO-REJEICAO
                      DELIMITED BY SIZE INTO WRK-EXC-OCORRENCIA
               PERFORM 2900-GRAVAR-EXCECAO
               GO TO 2050-99-FIM
           END-IF.
      *
           PERFORM 2070-TRATAR-MES-ANTERIOR.
      *
           IF (WRK-MES-REF             LESS THAN EDERAGCP-MES-INICIAL)
               GO TO 2050-99-FIM
           END-IF.
      *
           IF (EDERAGCP-MES-FINAL      NOT EQUAL ZEROS) AND
              (WRK-MES-REF             GREATER THAN EDERAGCP-MES-FINAL)
               GO TO 2050-99-FIM
           END-IF.
      *
           MOVE EDERAGCP-DIA-DEBITO    TO WRK-DIA-VENCTO.
           IF (WRK-DIA-VENCTO          GREATER THAN WRK-ULT-DIA-MES)
               MOVE WRK-ULT-DIA-MES    TO WRK-DIA-VENCTO
           END-IF.
      *
           IF (WRK-PROC-DIA            LESS THAN WRK-DIA-VENCTO)
               GO TO 2050-99-FIM
           END-IF.
      *
           MOVE WRK-MES-REF            TO WRK-MES-CTL.
           PERFORM 2200-OBTER-CONTROLE.
      *
           IF NOT WRK-CTL-PENDENTE(WRK-POS-CTL)
               GO TO 2050-99-FIM
           END-IF.
      *
           IF (WRK-CTL-DATA-ULTIMA(WRK-POS-CTL) EQUAL WRK-DATA-PROC)
               GO TO 2050-99-FIM
           END-IF.
      *
           IF WRK-PROC-NAO-UTIL
               ADD  1                  TO ACU-REG-ADIADAS
               GO TO 2050-99-FIM
           END-IF.
      *
           PERFORM 2060-TENTAR-DEBITO.
      *
      *----------------------------------------------------------------*
       2050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA TENTAR O DEBITO DA ORDEM NO CONTROLE EM         *
      *    WRK-POS-CTL: CONTA INEXISTENTE OU ENCERRADA CANCELA A ORDEM *
      *    NO MES; SALDO INSUFICIENTE CONTA UMA TENTATIVA E, ESGOTADAS *
      *    AS NOVAS TENTATIVAS, CANCELA A ORDEM NO MES.                *
      *----------------------------------------------------------------*
       2060-TENTAR-DEBITO              SECTION.
      *----------------------------------------------------------------*
      *
           ADD  1                      TO
                                   WRK-CTL-TENTATIVAS(WRK-POS-CTL).
           MOVE WRK-DATA-PROC          TO
                                   WRK-CTL-DATA-ULTIMA(WRK-POS-CTL).
           MOVE WRK-CTL-TENTATIVAS(WRK-POS-CTL)
                                       TO WRK-EXC-TENTATIVAS.
      *
           MOVE EDERAGCP-CONTA         TO WRK-CONTA-PROCURADA.
           PERFORM 1150-PROCURAR-CONTA.
      *
           IF NOT WRK-CONTA-ACHOU
               SET WRK-CTL-CANCELADA(WRK-POS-CTL) TO TRUE
               ADD  1                  TO ACU-REG-CANCELADOS
               MOVE 'CANCELADA NO MES - CONTA INEXISTENTE'
                                       TO WRK-EXC-OCORRENCIA
               PERFORM 2900-GRAVAR-EXCECAO
               GO TO 2060-99-FIM
           END-IF.
      *
           IF (WRK-CTA-SITUACAO(WRK-POS-CONTA) NOT EQUAL 'A')
               SET WRK-CTL-CANCELADA(WRK-POS-CTL) TO TRUE
               ADD  1                  TO ACU-REG-CANCELADOS
               MOVE 'CANCELADA NO MES - CONTA ENCERRADA'
                                       TO WRK-EXC-OCORRENCIA
               PERFORM 2900-GRAVAR-EXCECAO
               GO TO 2060-99-FIM
           END-IF.
      *
           COMPUTE WRK-SALDO-PROJETADO =
                   WRK-CTA-SALDO(WRK-POS-CONTA)
                 - EDERAGCP-VALOR
                 + WRK-CTA-LIMITE(WRK-POS-CONTA).
      *
           IF (WRK-SALDO-PROJETADO     NOT LESS THAN ZERO)
               PERFORM 2300-GERAR-LANCAMENTO
               GO TO 2060-99-FIM
           END-IF.
      *
           ADD  1                      TO ACU-REG-RECUSADOS.
      *
           IF (WRK-CTL-TENTATIVAS(WRK-POS-CTL)
                                       GREATER THAN WRK-MAX-TENTATIVAS)
               SET WRK-CTL-CANCELADA(WRK-POS-CTL) TO TRUE
               ADD  1                  TO ACU-REG-CANCELADOS
               MOVE 'CANCELADA NO MES - SALDO INSUFICIENTE'
                                       TO WRK-EXC-OCORRENCIA
           ELSE
               MOVE 'SALDO INSUFICIENTE - NOVA TENTATIVA'
                                       TO WRK-EXC-OCORRENCIA
           END-IF.
      *
           PERFORM 2900-GRAVAR-EXCECAO.
      *
      *----------------------------------------------------------------*
       2060-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA TRATAR A ORDEM NO MES ANTERIOR AO DE            *
      *    PROCESSAMENTO: SE O VENCIMENTO DAQUELE MES, LEVADO AO       *
      *    PROXIMO DIA UTIL, CAIU NO MES CORRENTE E JA FOI ATINGIDO, A *
      *    ORDEM E TENTADA NO CONTROLE DO MES ANTERIOR (SE AINDA       *
      *    PENDENTE E NAO TENTADA HOJE).                               *
      *----------------------------------------------------------------*
       2070-TRATAR-MES-ANTERIOR        SECTION.
      *----------------------------------------------------------------*
      *
           IF (NOT WRK-TEM-CALENDAR) OR WRK-PROC-NAO-UTIL
               GO TO 2070-99-FIM
           END-IF.
      *
           IF (WRK-MES-ANT             LESS THAN EDERAGCP-MES-INICIAL)
               GO TO 2070-99-FIM
           END-IF.
      *
           IF (EDERAGCP-MES-FINAL      NOT EQUAL ZEROS) AND
              (WRK-MES-ANT             GREATER THAN EDERAGCP-MES-FINAL)
               GO TO 2070-99-FIM
           END-IF.
      *
           MOVE EDERAGCP-DIA-DEBITO    TO WRK-DIA-VENCTO-ANT.
           PERFORM 2080-CALCULAR-VENCTO-ANT.
      *
           IF (WRK-VENCTO-ANT-UTIL     LESS THAN WRK-DATA-INI-MES) OR
              (WRK-VENCTO-ANT-UTIL     GREATER THAN WRK-DATA-PROC)
               GO TO 2070-99-FIM
           END-IF.
      *
           MOVE WRK-MES-ANT            TO WRK-MES-CTL.
           PERFORM 2200-OBTER-CONTROLE.
      *
           IF NOT WRK-CTL-PENDENTE(WRK-POS-CTL)
               GO TO 2070-99-FIM
           END-IF.
      *
           IF (WRK-CTL-DATA-ULTIMA(WRK-POS-CTL) EQUAL WRK-DATA-PROC)
               GO TO 2070-99-FIM
           END-IF.
      *
           ADD  1                      TO ACU-REG-MES-ANTERIOR.
           PERFORM 2060-TENTAR-DEBITO.
      *
      *----------------------------------------------------------------*
       2070-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA CALCULAR O VENCIMENTO EM DIA UTIL DO DIA DE     *
      *    DEBITO EM WRK-DIA-VENCTO-ANT NO MES ANTERIOR (LIMITADO AO   *
      *    ULTIMO DIA DAQUELE MES)                                     *
      *----------------------------------------------------------------*
       2080-CALCULAR-VENCTO-ANT        SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-DIA-VENCTO-ANT      GREATER THAN WRK-ULT-DIA-MES-ANT)
               MOVE WRK-ULT-DIA-MES-ANT TO WRK-DIA-VENCTO-ANT
           END-IF.
      *
           COMPUTE WRK-CAL-DATA-PROC = WRK-MES-ANT * 100
                                     + WRK-DIA-VENCTO-ANT.
           PERFORM 1430-OBTER-DIA-UTIL.
           MOVE WRK-CAL-DATA-UTIL      TO WRK-VENCTO-ANT-UTIL.
      *
      *----------------------------------------------------------------*
       2080-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA VALIDAR OS CAMPOS DA ORDEM                      *
      *----------------------------------------------------------------*
       2100-VALIDAR-ORDEM              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-MOTIVO-REJEICAO.
      *
           EVALUATE TRUE
               WHEN (EDERAGCP-CONTA    NOT NUMERIC)
                   MOVE 'CTA'          TO WRK-MOTIVO-REJEICAO
               WHEN (EDERAGCP-CONTA    EQUAL ZEROS)
                   MOVE 'CTA'          TO WRK-MOTIVO-REJEICAO
               WHEN (EDERAGCP-SEQUENCIA NOT NUMERIC)
                   MOVE 'SEQ'          TO WRK-MOTIVO-REJEICAO
               WHEN (EDERAGCP-DIA-DEBITO NOT NUMERIC)
                   MOVE 'DIA'          TO WRK-MOTIVO-REJEICAO
               WHEN (EDERAGCP-DIA-DEBITO EQUAL ZEROS) OR
                    (EDERAGCP-DIA-DEBITO GREATER THAN 31)
                   MOVE 'DIA'          TO WRK-MOTIVO-REJEICAO
               WHEN (EDERAGCP-VALOR    NOT NUMERIC)
                   MOVE 'VAL'          TO WRK-MOTIVO-REJEICAO
               WHEN (EDERAGCP-VALOR    EQUAL ZEROS)
                   MOVE 'VAL'          TO WRK-MOTIVO-REJEICAO
               WHEN (EDERAGCP-MES-INICIAL NOT NUMERIC) OR
                    (EDERAGCP-MES-FINAL   NOT NUMERIC)
                   MOVE 'MES'          TO WRK-MOTIVO-REJEICAO
               WHEN OTHER
                   PERFORM 2110-VALIDAR-MESES
           END-EVALUATE.
      *
      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA VALIDAR OS MESES DE VIGENCIA DA ORDEM (AAAAMM   *
      *    COM MES 01 A 12; MES FINAL ZERADO = SEM PRAZO FINAL)        *
      *----------------------------------------------------------------*
       2110-VALIDAR-MESES              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE EDERAGCP-MES-INICIAL   TO WRK-MES-AUX.
           IF (WRK-MES-AUX-MES         EQUAL ZERO) OR
              (WRK-MES-AUX-MES         GREATER THAN 12)
               MOVE 'MES'              TO WRK-MOTIVO-REJEICAO
               GO TO 2110-99-FIM
           END-IF.
      *
           IF (EDERAGCP-MES-FINAL      EQUAL ZEROS)
               GO TO 2110-99-FIM
           END-IF.
      *
           MOVE EDERAGCP-MES-FINAL     TO WRK-MES-AUX.
           IF (WRK-MES-AUX-MES         EQUAL ZERO) OR
              (WRK-MES-AUX-MES         GREATER THAN 12)  OR
              (EDERAGCP-MES-FINAL      LESS THAN EDERAGCP-MES-INICIAL)
               MOVE 'MES'              TO WRK-MOTIVO-REJEICAO
           END-IF.
      *
      *----------------------------------------------------------------*
       2110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA OBTER O CONTROLE DA ORDEM NO MES EM WRK-MES-CTL *
      *    (CONTA + SEQUENCIA + MES). ORDEM AINDA NAO TENTADA NO MES   *
      *    ENTRA NA TABELA COMO PENDENTE, SEM TENTATIVAS. A POSICAO    *
      *    FICA EM WRK-POS-CTL.                                        *
      *----------------------------------------------------------------*
       2200-OBTER-CONTROLE             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-FLAG-ACHOU-CTL.
           MOVE ZERO                   TO WRK-POS-CTL.
      *
           PERFORM 2210-COMPARAR-CONTROLE
               VARYING WRK-IDX-CTL     FROM 1 BY 1
               UNTIL   WRK-IDX-CTL   GREATER THAN WRK-QTD-CTL
                    OR WRK-CTL-ACHOU.
      *
           IF NOT WRK-CTL-ACHOU
               PERFORM 1320-VERIFICAR-TABELA-CHEIA
               ADD  1                  TO WRK-QTD-CTL
               MOVE WRK-QTD-CTL        TO WRK-POS-CTL
               MOVE EDERAGCP-CONTA     TO WRK-CTL-CONTA(WRK-POS-CTL)
               MOVE EDERAGCP-SEQUENCIA TO
                                   WRK-CTL-SEQUENCIA(WRK-POS-CTL)
               MOVE WRK-MES-CTL        TO WRK-CTL-MES(WRK-POS-CTL)
               SET WRK-CTL-PENDENTE(WRK-POS-CTL) TO TRUE
               MOVE ZERO               TO
                                   WRK-CTL-TENTATIVAS(WRK-POS-CTL)
                                   WRK-CTL-DATA-ULTIMA(WRK-POS-CTL)
           END-IF.
      *
           MOVE EDERAGCP-DIA-DEBITO    TO
                                   WRK-CTL-DIA-DEBITO(WRK-POS-CTL).
           MOVE EDERAGCP-VALOR         TO WRK-CTL-VALOR(WRK-POS-CTL).
           MOVE EDERAGCP-DESCRICAO     TO
                                   WRK-CTL-DESCRICAO(WRK-POS-CTL).
      *
      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA COMPARAR UM ITEM DA TABELA DE CONTROLE COM A    *
      *    ORDEM ATUAL NO MES EM WRK-MES-CTL                           *
      *----------------------------------------------------------------*
       2210-COMPARAR-CONTROLE          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-CTL-CONTA(WRK-IDX-CTL)  EQUAL EDERAGCP-CONTA)     AND
              (WRK-CTL-SEQUENCIA(WRK-IDX-CTL)
                                       EQUAL EDERAGCP-SEQUENCIA) AND
              (WRK-CTL-MES(WRK-IDX-CTL)    EQUAL WRK-MES-CTL)
               SET WRK-CTL-ACHOU       TO TRUE
               MOVE WRK-IDX-CTL        TO WRK-POS-CTL
           END-IF.
      *
      *----------------------------------------------------------------*
       2210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA GERAR O LANCAMENTO DE DEBITO DA ORDEM NA DATA   *
      *    DE PROCESSAMENTO E ABATER O VALOR DO SALDO DA CONTA (AS     *
      *    DEMAIS ORDENS DA CONTA NO DIA JA CONSIDERAM ESTE DEBITO)    *
      *----------------------------------------------------------------*
       2300-GERAR-LANCAMENTO           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO EDERWCPY-REGISTRO.
           MOVE WRK-DATA-MOVTO         TO EDERWCPY-E-DATA-MOVIMENTACAO.
           MOVE 'D'                    TO EDERWCPY-E-TIPO-MOVIMENTACAO.
           MOVE EDERAGCP-VALOR         TO EDERWCPY-E-VALOR-MOVIMENTACAO.
           MOVE EDERAGCP-CONTA         TO EDERWCPY-E-CONTA.
           MOVE 'P'                    TO EDERWCPY-E-ORIGEM.
      *
           WRITE FD-REG-EDERAGMV       FROM EDERWCPY-REGISTRO.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1040-TESTAR-FS-EDERAGMV.
      *
           SUBTRACT EDERAGCP-VALOR     FROM
                                   WRK-CTA-SALDO(WRK-POS-CONTA).
           SET WRK-CTL-GERADA(WRK-POS-CTL) TO TRUE.
           ADD  1                      TO ACU-REG-GERADOS.
           ADD  EDERAGCP-VALOR         TO ACU-VLR-GERADO.
      *
      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR UMA LINHA NO RELATORIO DE EXCECOES COM   *
      *    OS DADOS DA ORDEM ATUAL (OCORRENCIA E TENTATIVAS JA         *
      *    PREENCHIDAS)                                                *
      *----------------------------------------------------------------*
       2900-GRAVAR-EXCECAO             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE EDERAGCP-CONTA         TO WRK-EXC-CONTA.
           MOVE EDERAGCP-SEQUENCIA     TO WRK-EXC-SEQUENCIA.
           MOVE EDERAGCP-DESCRICAO     TO WRK-EXC-DESCRICAO.
           MOVE EDERAGCP-DIA-DEBITO    TO WRK-EXC-DIA.
           IF (EDERAGCP-VALOR          IS NUMERIC)
               MOVE EDERAGCP-VALOR     TO WRK-EXC-VALOR
           ELSE
               MOVE ZERO               TO WRK-EXC-VALOR
           END-IF.
      *
           PERFORM 2950-ESCREVER-EXCECAO.
      *
      *----------------------------------------------------------------*
       2900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE GRAVACAO FISICA DA LINHA DE EXCECAO               *
      *----------------------------------------------------------------*
       2950-ESCREVER-EXCECAO           SECTION.
      *----------------------------------------------------------------*
      *
           WRITE FD-REG-EDERAGEX       FROM WRK-DET-EXCECAO.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1060-TESTAR-FS-EDERAGEX.
           ADD  1                      TO ACU-REG-EXCECOES.
      *
      *----------------------------------------------------------------*
       2950-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE FINALIZACAO DO PROGRAMA                           *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE EDERAGEN.
           MOVE WRK-FECHAMENTO         TO WRK-OPERACAO.
           PERFORM 1010-TESTAR-FS-EDERAGEN.
      *
           PERFORM 3050-ATUALIZAR-CONTROLE.
      *
           IF (ACU-REG-EXCECOES        EQUAL ZERO)
               MOVE SPACES             TO WRK-LINHA-EXCECAO
               MOVE '*** NENHUMA EXCECAO NO PROCESSAMENTO ***'
                                       TO WRK-LINHA-EXCECAO
               WRITE FD-REG-EDERAGEX   FROM WRK-LINHA-EXCECAO
               PERFORM 1060-TESTAR-FS-EDERAGEX
           END-IF.
      *
           CLOSE EDERAGMV EDERAGEX.
           PERFORM 1040-TESTAR-FS-EDERAGMV.
           PERFORM 1060-TESTAR-FS-EDERAGEX.
      *
           PERFORM 3100-EMITIR-ESTATISTICAS.
           PERFORM 3200-TERMINAR-PROCESSO.
      *
      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA REGRAVAR O CONTROLE DAS ORDENS: SO FICAM OS     *
      *    REGISTROS DO MES DE PROCESSAMENTO (E POSTERIORES, EM        *
      *    REPROCESSAMENTO DE DATA ANTERIOR). ORDEM DE MES ANTERIOR    *
      *    AINDA PENDENTE E CANCELADA NAQUELE MES E LISTADA NAS        *
      *    EXCECOES, SALVO A DO MES ANTERIOR CUJO VENCIMENTO EM DIA    *
      *    UTIL CAI NO MES CORRENTE, QUE E MANTIDA. O NOVO CONTROLE E  *
      *    GRAVADO NO EDERAGSN E COPIADO PARA O EDERAGST.              *
      *----------------------------------------------------------------*
       3050-ATUALIZAR-CONTROLE         SECTION.
      *----------------------------------------------------------------*
      *
           OPEN OUTPUT EDERAGSN.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1070-TESTAR-FS-EDERAGSN.
      *
           PERFORM 3060-GRAVAR-CONTROLE
               VARYING WRK-IDX-CTL     FROM 1 BY 1
               UNTIL   WRK-IDX-CTL   GREATER THAN WRK-QTD-CTL.
      *
           CLOSE EDERAGSN.
           MOVE WRK-FECHAMENTO         TO WRK-OPERACAO.
           PERFORM 1070-TESTAR-FS-EDERAGSN.
      *
           OPEN INPUT  EDERAGSN.
           MOVE WRK-ABERTURA           TO WRK-OPERACAO.
           PERFORM 1070-TESTAR-FS-EDERAGSN.
      *
           OPEN OUTPUT EDERAGST.
           PERFORM 1050-TESTAR-FS-EDERAGST.
      *
           PERFORM 3070-COPIAR-CONTROLE-NOVO
               UNTIL WRK-FS-EDERAGSN   EQUAL '10'.
      *
           CLOSE EDERAGSN EDERAGST.
      *
      *----------------------------------------------------------------*
       3050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR UM ITEM DA TABELA DE CONTROLE NO         *
      *    EDERAGSN (OU DESCARTA-LO, SE DE MES ANTERIOR)               *
      *----------------------------------------------------------------*
       3060-GRAVAR-CONTROLE            SECTION.
      *----------------------------------------------------------------*
      *
           IF (WRK-CTL-MES(WRK-IDX-CTL) LESS THAN WRK-MES-REF)
               PERFORM 3062-VERIFICAR-MES-ANTERIOR
               IF NOT WRK-CTL-MANTER
                   IF WRK-CTL-PENDENTE(WRK-IDX-CTL)
                       PERFORM 3065-CANCELAR-FIM-MES
                   END-IF
                   GO TO 3060-99-FIM
               END-IF
           END-IF.
      *
           MOVE WRK-CTL-CONTA(WRK-IDX-CTL)       TO FD-CTL-CONTA.
           MOVE WRK-CTL-SEQUENCIA(WRK-IDX-CTL)   TO FD-CTL-SEQUENCIA.
           MOVE WRK-CTL-MES(WRK-IDX-CTL)         TO FD-CTL-MES.
           MOVE WRK-CTL-SITUACAO(WRK-IDX-CTL)    TO FD-CTL-SITUACAO.
           MOVE WRK-CTL-TENTATIVAS(WRK-IDX-CTL)  TO FD-CTL-TENTATIVAS.
           MOVE WRK-CTL-DATA-ULTIMA(WRK-IDX-CTL) TO FD-CTL-DATA-ULTIMA.
           MOVE WRK-CTL-DIA-DEBITO(WRK-IDX-CTL)  TO FD-CTL-DIA-DEBITO.
           MOVE WRK-CTL-VALOR(WRK-IDX-CTL)       TO FD-CTL-VALOR.
           MOVE WRK-CTL-DESCRICAO(WRK-IDX-CTL)   TO FD-CTL-DESCRICAO.
      *
           WRITE FD-REG-EDERAGSN       FROM FD-REG-EDERAGST.
           MOVE WRK-GRAVACAO           TO WRK-OPERACAO.
           PERFORM 1070-TESTAR-FS-EDERAGSN.
           ADD  1                      TO ACU-REG-CONTROLE-GRAV.
      *
      *----------------------------------------------------------------*
       3060-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA VERIFICAR SE O CONTROLE DE MES ANTERIOR DEVE    *
      *    SER MANTIDO: MES IMEDIATAMENTE ANTERIOR COM VENCIMENTO EM   *
      *    DIA UTIL NO MES CORRENTE                                    *
      *----------------------------------------------------------------*
       3062-VERIFICAR-MES-ANTERIOR     SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-FLAG-MANTER-CTL.
      *
           IF (NOT WRK-TEM-CALENDAR) OR
              (WRK-CTL-MES(WRK-IDX-CTL) NOT EQUAL WRK-MES-ANT)
               GO TO 3062-99-FIM
           END-IF.
      *
           MOVE WRK-CTL-DIA-DEBITO(WRK-IDX-CTL) TO WRK-DIA-VENCTO-ANT.
           PERFORM 2080-CALCULAR-VENCTO-ANT.
      *
           IF (WRK-VENCTO-ANT-UTIL     NOT LESS THAN WRK-DATA-INI-MES)
               SET WRK-CTL-MANTER      TO TRUE
           END-IF.
      *
      *----------------------------------------------------------------*
       3062-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LISTAR O CANCELAMENTO DE UMA ORDEM QUE TERMINOU *
      *    O MES PENDENTE DE SALDO                                     *
      *----------------------------------------------------------------*
       3065-CANCELAR-FIM-MES           SECTION.
      *----------------------------------------------------------------*
      *
           ADD  1                      TO ACU-REG-CANCELADOS.
      *
           MOVE WRK-CTL-CONTA(WRK-IDX-CTL)      TO WRK-EXC-CONTA.
           MOVE WRK-CTL-SEQUENCIA(WRK-IDX-CTL)  TO WRK-EXC-SEQUENCIA.
           MOVE WRK-CTL-DESCRICAO(WRK-IDX-CTL)  TO WRK-EXC-DESCRICAO.
           MOVE WRK-CTL-DIA-DEBITO(WRK-IDX-CTL) TO WRK-EXC-DIA.
           MOVE WRK-CTL-VALOR(WRK-IDX-CTL)      TO WRK-EXC-VALOR.
           MOVE WRK-CTL-TENTATIVAS(WRK-IDX-CTL) TO WRK-EXC-TENTATIVAS.
           MOVE SPACES                 TO WRK-EXC-OCORRENCIA.
           STRING 'CANCELADA - FIM DO MES ' WRK-CTL-MES(WRK-IDX-CTL)
                  ' SEM SALDO' DELIMITED BY SIZE
                  INTO WRK-EXC-OCORRENCIA.
      *
           PERFORM 2950-ESCREVER-EXCECAO.
      *
      *----------------------------------------------------------------*
       3065-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA LER UM REGISTRO DO EDERAGSN E GRAVA-LO NO       *
      *    EDERAGST                                                    *
      *----------------------------------------------------------------*
       3070-COPIAR-CONTROLE-NOVO       SECTION.
      *----------------------------------------------------------------*
      *
           READ EDERAGSN.
      *
           IF (WRK-FS-EDERAGSN         NOT EQUAL '10')
               MOVE WRK-LEITURA        TO WRK-OPERACAO
               PERFORM 1070-TESTAR-FS-EDERAGSN
               MOVE FD-REG-EDERAGSN    TO FD-REG-EDERAGST
               WRITE FD-REG-EDERAGST
               MOVE WRK-GRAVACAO       TO WRK-OPERACAO
               PERFORM 1050-TESTAR-FS-EDERAGST
           END-IF.
      *
      *----------------------------------------------------------------*
       3070-99-FIM.                    EXIT.
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
           DISPLAY '* EDERAGD1 | I/O | DESC. ARQUIVO | QUANTID.      *'.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '* EDERAGEN |  I  | ORDENS LIDAS  | '
           ACU-REG-ORDENS-LIDAS '     *'.
           DISPLAY '* EDERMAST |  I  | TOTAL REG.    | '
           ACU-REG-MESTRE-LIDOS '     *'.
           DISPLAY '* EDERLEDG |  I  | TOTAL REG.    | '
           ACU-REG-LEDGER-LIDOS '     *'.
           DISPLAY '* EDERAGST |  I  | TOTAL REG.    | '
           ACU-REG-CONTROLE-LIDOS '     *'.
           DISPLAY '* EDERAGMV |  O  | DEBITOS GERAD.| '
           ACU-REG-GERADOS '     *'.
           DISPLAY '* EDERAGMV |  O  | REEMITIDOS    | '
           ACU-REG-REEMITIDOS '     *'.
           DISPLAY '* EDERAGST |  O  | TOTAL REG.    | '
           ACU-REG-CONTROLE-GRAV '     *'.
           DISPLAY '* EDERAGEX |  O  | EXCECOES      | '
           ACU-REG-EXCECOES '     *'.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '* RECUSADAS POR SALDO | ' ACU-REG-RECUSADOS
           '                 *'.
           DISPLAY '* CANCELADAS NO MES   | ' ACU-REG-CANCELADOS
           '                 *'.
           DISPLAY '* ORDENS INVALIDAS    | ' ACU-REG-INVALIDAS
           '                 *'.
           DISPLAY '* ADIADAS DIA NAO UTIL| ' ACU-REG-ADIADAS
           '                 *'.
           DISPLAY '* TENTADAS MES ANTER. | ' ACU-REG-MES-ANTERIOR
           '                 *'.
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
           IF (ACU-REG-EXCECOES        GREATER THAN ZERO)
               MOVE 4                  TO RETURN-CODE
           END-IF.
      *
           MOVE 'EDERAGMV'             TO WRK-RUN-ARQUIVO.
           COMPUTE WRK-RUN-QTD = ACU-REG-GERADOS + ACU-REG-REEMITIDOS.
           PERFORM 8100-GRAVAR-RUNCTL-FIM.
      *
           STOP RUN.
      *
      *----------------------------------------------------------------*
       3200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR NO RUNCTL O REGISTRO 'I' DE INICIO       *
      *----------------------------------------------------------------*
       8000-GRAVAR-RUNCTL-INICIO       SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO RUNCTLCP-REGISTRO.
           MOVE WRK-PROGRAMA           TO RUNCTLCP-PROGRAMA.
           MOVE 'I'                    TO RUNCTLCP-TIPO.
           ACCEPT RUNCTLCP-DATA        FROM DATE YYYYMMDD.
           ACCEPT RUNCTLCP-HORA        FROM TIME.
           MOVE SPACES                 TO RUNCTLCP-ARQUIVO.
           MOVE ZERO                   TO RUNCTLCP-QTD
                                          RUNCTLCP-RETURN-CODE.
      *
           PERFORM 8300-GRAVAR-RUNCTL.
      *
      *----------------------------------------------------------------*
       8000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR NO RUNCTL UM REGISTRO 'F' DE TERMINO     *
      *    NORMAL, COM O ARQUIVO E A QUANTIDADE EM WRK-RUN-ARQUIVO /   *
      *    WRK-RUN-QTD                                                 *
      *----------------------------------------------------------------*
       8100-GRAVAR-RUNCTL-FIM          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO RUNCTLCP-REGISTRO.
           MOVE WRK-PROGRAMA           TO RUNCTLCP-PROGRAMA.
           MOVE 'F'                    TO RUNCTLCP-TIPO.
           ACCEPT RUNCTLCP-DATA        FROM DATE YYYYMMDD.
           ACCEPT RUNCTLCP-HORA        FROM TIME.
           MOVE WRK-RUN-ARQUIVO        TO RUNCTLCP-ARQUIVO.
           MOVE WRK-RUN-QTD            TO RUNCTLCP-QTD.
           MOVE RETURN-CODE            TO RUNCTLCP-RETURN-CODE.
      *
           PERFORM 8300-GRAVAR-RUNCTL.
      *
      *----------------------------------------------------------------*
       8100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE GRAVACAO FISICA NO ARQUIVO DE CONTROLE DE         *
      *    EXECUCAO (ABRE EM EXTEND, GRAVA E FECHA, COMO O ERRLOG)     *
      *----------------------------------------------------------------*
       8300-GRAVAR-RUNCTL              SECTION.
      *----------------------------------------------------------------*
      *
           OPEN EXTEND RUNCTL.
           IF (WRK-FS-RUNCTL           EQUAL '35') OR
              (WRK-FS-RUNCTL           EQUAL '05')
               OPEN OUTPUT RUNCTL
           END-IF.
      *
           WRITE FD-REG-RUNCTL         FROM RUNCTLCP-REGISTRO.
           CLOSE RUNCTL.
      *
      *----------------------------------------------------------------*
       8300-99-FIM.                    EXIT.
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
